       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS STUDNO
       	FILE STATUS IS F-STATUS.
       SELECT TERM-FILE ASSIGN TO "TERMS.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS TM-CODE
       	FILE STATUS IS TM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMMAST.
       FD CRS-FILE.
       COPY CRSMAST.
       FD ENR-FILE.
       		03 ENR-TERM PIC X(6).
       	02 ENR-UNITS PIC 9.
       	02 ENR-GRADE PIC 9V99.
       	02 ENR-STATUS PIC X.
       FD MY-FILE.
       01 MY-REC.
       	02 STUDNO PIC 9(10).
       77 LIST-COUNT PIC 9(3) VALUE ZERO.
       77 GRADE-ED PIC 9.99.

       77 TM-STATUS PIC XX.
       	88 TM-SUCCESS VALUE'00'.
       77 TERM-FOUND-FLAG PIC X VALUE 'N'.
       	88 TERM-FOUND VALUE 'Y'.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] CREATE [2]APPEND [3]READ [4] UPDATE [5] DELETE".
       DISPLAY "[6] CLASS LIST".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM CRSCREATE
       ELSE IF MENU-PICK = 2
       PERFORM CRSCREATE

       STOP RUN.

      *> Listings are open to every operator; changes need the
      *> registrar or a supervisor.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR OR MENU-PICK = 3 OR MENU-PICK = 6
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF SO-REGISTRAR
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       CRSCREATE.
       DISPLAY "ENTER COURSE CODE: ".
       ACCEPT X-CODE.
       ACCEPT X-CODE.
       DISPLAY "ENTER TERM: ".
       ACCEPT X-TERM.
       PERFORM CHECK-TERM-EXISTS.
       IF TERM-FOUND
      	  PERFORM FIND-CLASS-COURSE
       END-IF.

       FIND-CLASS-COURSE.
       MOVE X-CODE TO CRS-CODE.
       OPEN INPUT CRS-FILE.
       IF CR-SUCCESS
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF ENR-COURSE = X-CODE AND ENR-TERM = X-TERM
        					AND ENR-STATUS = SPACE
        			PERFORM PRINT-CLASS-LINE
        		END-IF
        	END-READ.
       ELSE
      	  MOVE "(STUDENT FILE ERROR)" TO STUDNAME
       END-IF.

      *> Every term keyed in must be on the term calendar, so a typo
      *> cannot start a new term. Sets TERM-FOUND-FLAG only; no
      *> calendar dates are kept once the file is closed.
       CHECK-TERM-EXISTS.
       MOVE 'N' TO TERM-FOUND-FLAG.
       MOVE X-TERM TO TM-CODE.
       OPEN INPUT TERM-FILE.
       IF TM-SUCCESS
      	  READ TERM-FILE KEY IS TM-CODE
      	  	INVALID KEY
      	  		CONTINUE
      	  	NOT INVALID KEY
      	  		MOVE 'Y' TO TERM-FOUND-FLAG
      	  END-READ
      	  CLOSE TERM-FILE
       ELSE
      	  DISPLAY "ERROR OPENING TERM CALENDAR " TM-STATUS
       END-IF.
       IF NOT TERM-FOUND
      	  DISPLAY "TERM NOT ON TERM CALENDAR: " X-TERM
       END-IF.
