       	02 STUDSTATUS PIC X(10).
       	02 CHOICE PIC 9.
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(260).
       FD PROG-FILE.
       COPY PROGMAST.

       	88 PROG-VALID VALUE 'Y'.
       77 VP-SUB PIC 9(2).

       COPY SIGNON.

       PROCEDURE DIVISION.

       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] CREATE [2]APPEND [3]READ [4] UPDATE";
       DISPLAY "[5] DEACTIVATE [6] STATUS";
       ACCEPT CHOICE;
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF CHOICE = '1'
       PERFORM FILECREATE
       ELSE IF CHOICE = '2'THEN
       PERFORM FILEAPPEND
       CLOSE MY-FILE.
       STOP RUN.

      *> Reading is open to every operator; changes to the student
      *> master need the registrar or a supervisor.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR OR CHOICE = '3'
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF SO-REGISTRAR
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.


       FILEUPDATE.
       DISPLAY "SEARCH STUDNO: " WITH NO ADVANCING.
      	    " STUDNAME=" STUDNAME DELIMITED BY SIZE
      	    " STUDPROGRAM=" STUDPROGRAM DELIMITED BY SIZE
      	    " STATUS=" STUDSTATUS DELIMITED BY SIZE
      	    " OPER=" SO-OPER-ID DELIMITED BY SIZE
      	    INTO AUDIT-REC
       END-STRING.
       OPEN EXTEND AUDIT-FILE.
