       DATA DIVISION.
       FILE SECTION.
       FD LOG-FILE.
       01 LOG-REC PIC X(260).
       FD ARCH-FILE.
       01 ARCH-REC PIC X(260).
       FD KEEP-FILE.
       01 KEEP-REC PIC X(260).
       FD MY-FILE.
       01 MY-REC.
       	02 STUDNO PIC 9(10).
       	02 AM-STUDSTATUS PIC X(10).
       	02 AM-CHOICE PIC 9.
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(260).
       FD PROG-FILE.
       COPY PROGMAST.

       77 AUD-BEFORE-STUDPROGRAM PIC X(10) VALUE SPACES.
       77 AUD-BEFORE-STUDSTATUS PIC X(10) VALUE SPACES.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] ARCHIVE AUDIT LOG [2] ARCHIVE CONVERSION LOG".
       DISPLAY "[3] ARCHIVE OLD STUDENTS".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM ARCHIVE-AUDIT-LOG
       ELSE IF MENU-PICK = 2
       PERFORM ARCHIVE-CONV-LOG

       STOP RUN.

      *> Log archiving is routine OPS work; archiving old students
      *> purges them from MYFILE.TXT and is for supervisors only.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF SO-OPS AND MENU-PICK NOT = 3
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       ARCHIVE-AUDIT-LOG.
       MOVE "AUDITLOG.TXT" TO LOG-NAME.
       MOVE 'Y' TO KEEP-OPS-FLAG.
       NOTE-ACTIVE-STUDNOS.
       MOVE LOG-REC(44:10) TO AL-B-STUDNO.
       IF LOG-REC(117:8) = " STATUS="
      	  IF LOG-REC(135:8) = " DETAIL="
      	  	MOVE SPACES TO AL-A-STUDNO
      	  ELSE
      	  	MOVE LOG-REC(149:10) TO AL-A-STUDNO
      	  END-IF
       ELSE
      	  MOVE LOG-REC(131:10) TO AL-A-STUDNO
       END-IF.
      	    " STUDNAME=" STUDNAME DELIMITED BY SIZE
      	    " STUDPROGRAM=" STUDPROGRAM DELIMITED BY SIZE
      	    " STATUS=" STUDSTATUS DELIMITED BY SIZE
      	    " OPER=" SO-OPER-ID DELIMITED BY SIZE
      	    INTO AUDIT-REC
       END-STRING.
       OPEN EXTEND AUDIT-FILE.
