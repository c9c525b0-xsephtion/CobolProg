       		03 ENR-TERM PIC X(6).
       	02 ENR-UNITS PIC 9.
       	02 ENR-GRADE PIC 9V99.
       	02 ENR-STATUS PIC X.
       FD BILL-FILE.
       01 BILL-REC.
       	02 BILL-KEY.
       	02 BILL-PROGRAM PIC X(10).
       	02 BILL-ASSESSED PIC 9(7)V99.
       	02 BILL-PAID PIC 9(9)V99.
       	02 BILL-CREDIT PIC 9(7)V99.
       	02 BILL-GROSS PIC 9(7)V99.
       	02 BILL-DISCOUNT PIC 9(7)V99.
       	02 BILL-ASSESS-DATE PIC 9(8).
       FD BACKUP-FILE.
       01 BK-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 F-STATUS PIC XX.
       77 OPEN-OK-FLAG PIC X VALUE 'N'.
       	88 OPEN-OK VALUE 'Y'.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       DISPLAY "[1] UNLOAD TO BACKUP [2] RESTORE FROM BACKUP".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
      	  DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       DISPLAY "[1] MYFILE [2] PROGMAST [3] ENROLL [4] BILLING".
       ACCEPT FILE-PICK.
       IF FILE-PICK < 1 OR FILE-PICK > 4
      	  DISPLAY "NO SUCH FILE"
      	  MOVE 8 TO RETURN-CODE
       ELSE
      	  PERFORM SET-BACKUP-PREFIX
      	  IF MENU-PICK = 1

       STOP RUN.

      *> Unloading is OPS work; a restore overwrites the live file
      *> and is for supervisors only.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF SO-OPS AND MENU-PICK = 1
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       SET-BACKUP-PREFIX.
       EVALUATE FILE-PICK
      	  WHEN 1
       PERFORM OPEN-SOURCE-INPUT.
       IF NOT OPEN-OK
      	  DISPLAY "ERROR OPENING SOURCE FILE"
      	  MOVE 8 TO RETURN-CODE
       ELSE
      	  OPEN OUTPUT BACKUP-FILE
      	  IF NOT BK-SUCCESS
      	  	DISPLAY "ERROR OPENING BACKUP " BK-NAME
      	  		" " BK-STATUS
      	  	MOVE 8 TO RETURN-CODE
      	  ELSE
      	  	MOVE ZERO TO REC-COUNT
      	  	MOVE 'N' TO END-OF-FILE
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		MOVE SPACES TO BK-REC
        		MOVE ENR-REC TO BK-REC(1:29)
        		PERFORM WRITE-BACKUP-REC
        	END-READ.

        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		MOVE SPACES TO BK-REC
        		MOVE BILL-REC TO BK-REC(1:81)
        		PERFORM WRITE-BACKUP-REC
        	END-READ.

      	  			ADD 1 TO REC-COUNT
      	  	END-WRITE
      	  WHEN 3
      	  	MOVE BK-REC(1:29) TO ENR-REC
      	  	WRITE ENR-REC
      	  		INVALID KEY
      	  			ADD 1 TO DUP-COUNT
      	  			ADD 1 TO REC-COUNT
      	  	END-WRITE
      	  WHEN 4
      	  	MOVE BK-REC(1:81) TO BILL-REC
      	  	WRITE BILL-REC
      	  		INVALID KEY
      	  			ADD 1 TO DUP-COUNT
