       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-OPERMAST.

      *> Operator master maintenance (OPERMAST.TXT). Only a signed-on
      *> SUPERVISOR may use it, except on first set-up: while the
      *> file is missing or empty it skips sign-on and only lets the
      *> first SUPERVISOR be added.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPER-FILE ASSIGN TO "OPERMAST.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS OP-ID
       	FILE STATUS IS OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       77 OP-STATUS PIC XX.
       	88 OP-SUCCESS VALUE'00'.
       	88 OP-NOT-FOUND VALUE'35'.

       77 MENU-PICK PIC 9.

       77 END-OF-FILE PIC X.
       	88 END-REACH VALUE'Y'.

       77 FIRST-SETUP-FLAG PIC X VALUE 'N'.
       	88 FIRST-SETUP VALUE 'Y'.

       77 X-OPER-ID PIC X(8).
       77 X-ROLE PIC X(10).

       01 PW-INPUT.
       	02 PW-ID PIC X(8).
       	02 PW-PASSWORD PIC X(20).
       77 PW-HASH PIC 9(10).
       77 PW-CONFIRM PIC X(20).

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       PERFORM CHECK-FIRST-SETUP.
       IF FIRST-SETUP
      	  DISPLAY "NO OPERATORS ON FILE, ADD THE FIRST SUPERVISOR"
      	  PERFORM OPERCREATE
      	  STOP RUN
       END-IF.

       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       IF NOT SO-SUPERVISOR
      	  DISPLAY "OPERATOR MAINTENANCE IS FOR SUPERVISORS ONLY"
      	  STOP RUN
       END-IF.

       DISPLAY "[1] ADD [2] LIST [3] UPDATE NAME/ROLE".
       DISPLAY "[4] RESET PASSWORD/UNLOCK [5] DELETE".
       ACCEPT MENU-PICK.
       IF MENU-PICK = 1
       PERFORM OPERCREATE
       ELSE IF MENU-PICK = 2
       PERFORM OPERREAD
       ELSE IF MENU-PICK = 3
       PERFORM OPERUPDATE
       ELSE IF MENU-PICK = 4
       PERFORM OPERRESET
       ELSE IF MENU-PICK = 5
       PERFORM OPERDELETE

       END-IF.

       STOP RUN.

       CHECK-FIRST-SETUP.
       MOVE 'N' TO FIRST-SETUP-FLAG.
       OPEN INPUT OPER-FILE.
       IF OP-SUCCESS
      	  READ OPER-FILE NEXT RECORD
      	  	AT END
      	  		MOVE 'Y' TO FIRST-SETUP-FLAG
      	  END-READ
      	  CLOSE OPER-FILE
       ELSE IF OP-NOT-FOUND
      	  MOVE 'Y' TO FIRST-SETUP-FLAG
       END-IF.

       OPERCREATE.
       OPEN I-O OPER-FILE.
       IF NOT OP-SUCCESS
      	  OPEN OUTPUT OPER-FILE
       END-IF.

       IF OP-SUCCESS
      	  DISPLAY "ENTER OPERATOR ID: "
      	  ACCEPT OP-ID
      	  DISPLAY "ENTER OPERATOR NAME: "
      	  ACCEPT OP-NAME
      	  IF FIRST-SETUP
      	  	MOVE 'SUPERVISOR' TO OP-ROLE
      	  ELSE
      	  	PERFORM PROMPT-ROLE
      	  END-IF
      	  MOVE OP-ID TO PW-ID
      	  PERFORM PROMPT-PASSWORD
      	  IF PW-PASSWORD = SPACES
      	  	DISPLAY "PASSWORDS DO NOT MATCH, NOT SAVED"
      	  ELSE
      	  	MOVE PW-HASH TO OP-PW-HASH
      	  	MOVE ZERO TO OP-FAIL-COUNT
      	  	MOVE 'N' TO OP-LOCKED
      	  	WRITE OP-REC
      	  		INVALID KEY
      	  			DISPLAY "DUPLICATE ID, NOT SAVED"
      	  		NOT INVALID KEY
      	  			DISPLAY "OPERATOR SAVED"
      	  	END-WRITE
      	  END-IF
      	  CLOSE OPER-FILE
       ELSE
      	  DISPLAY "ERROR" OP-STATUS
       END-IF.

       PROMPT-ROLE.
       DISPLAY "ENTER ROLE (REGISTRAR/CASHIER/SUPERVISOR/OPS): ".
       ACCEPT OP-ROLE.
       PERFORM UNTIL OP-ROLE-VALID
      	  DISPLAY "INVALID ROLE"
      	  DISPLAY "ENTER ROLE (REGISTRAR/CASHIER/SUPERVISOR/OPS): "
      	  ACCEPT OP-ROLE
       END-PERFORM.

      *> Leaves PW-HASH set from PW-ID and the new password, or
      *> PW-PASSWORD blank when the two entries differ.
       PROMPT-PASSWORD.
       DISPLAY "ENTER PASSWORD: ".
       ACCEPT PW-PASSWORD.
       DISPLAY "RE-ENTER PASSWORD: ".
       ACCEPT PW-CONFIRM.
       IF PW-PASSWORD NOT = PW-CONFIRM
      	  MOVE SPACES TO PW-PASSWORD
       END-IF.
       IF PW-PASSWORD NOT = SPACES
      	  CALL "FILE-PWHASH" USING PW-INPUT PW-HASH
       END-IF.

       OPERREAD.
       OPEN INPUT OPER-FILE.
       IF OP-SUCCESS
      	  MOVE 'N' TO END-OF-FILE
      	  PERFORM READ-OP-NEXT
      	  	UNTIL END-REACH
      	  CLOSE OPER-FILE
       ELSE
      	  DISPLAY "ERROR" OP-STATUS
       END-IF.

       READ-OP-NEXT.
        READ OPER-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF OP-IS-LOCKED
        			DISPLAY OP-ID " " OP-NAME " " OP-ROLE
        				" LOCKED"
        		ELSE
        			DISPLAY OP-ID " " OP-NAME " " OP-ROLE
        		END-IF
        	END-READ.

       OPERUPDATE.
       DISPLAY "SEARCH OPERATOR ID: " WITH NO ADVANCING.
       ACCEPT X-OPER-ID.
       MOVE X-OPER-ID TO OP-ID.
       OPEN I-O OPER-FILE.

       IF OP-SUCCESS
      	  READ OPER-FILE KEY IS OP-ID
      	  	INVALID KEY
      	  		DISPLAY "OPERATOR NOT FOUND"
      	  	NOT INVALID KEY
      	  		DISPLAY OP-ID
      	  		DISPLAY OP-NAME
      	  		DISPLAY OP-ROLE
      	  		DISPLAY "ENTER OPERATOR NAME: "
      	  		ACCEPT OP-NAME
      	  		PERFORM PROMPT-ROLE
      	  		PERFORM CHECK-OWN-ROLE
      	  		REWRITE OP-REC
      	  			INVALID KEY
      	  				DISPLAY "UPDATE FAILED"
      	  			NOT INVALID KEY
      	  				DISPLAY "OPERATOR UPDATED"
      	  		END-REWRITE
      	  END-READ
      	  CLOSE OPER-FILE
       ELSE
      	  DISPLAY "ERROR" OP-STATUS
       END-IF.

      *> A supervisor may not take the role off their own ID, or the
      *> file could be left with nobody able to maintain it.
       CHECK-OWN-ROLE.
       IF OP-ID = SO-OPER-ID
      	  AND NOT OP-SUPERVISOR
      	  DISPLAY "OWN ROLE KEPT AS SUPERVISOR"
      	  MOVE 'SUPERVISOR' TO OP-ROLE
       END-IF.

       OPERRESET.
       DISPLAY "RESET OPERATOR ID: " WITH NO ADVANCING.
       ACCEPT X-OPER-ID.
       MOVE X-OPER-ID TO OP-ID.
       OPEN I-O OPER-FILE.

       IF OP-SUCCESS
      	  READ OPER-FILE KEY IS OP-ID
      	  	INVALID KEY
      	  		DISPLAY "OPERATOR NOT FOUND"
      	  	NOT INVALID KEY
      	  		PERFORM RESET-ONE-OPERATOR
      	  END-READ
      	  CLOSE OPER-FILE
       ELSE
      	  DISPLAY "ERROR" OP-STATUS
       END-IF.

       RESET-ONE-OPERATOR.
       MOVE OP-ID TO PW-ID.
       PERFORM PROMPT-PASSWORD.
       IF PW-PASSWORD = SPACES
      	  DISPLAY "PASSWORDS DO NOT MATCH, NOT RESET"
       ELSE
      	  MOVE PW-HASH TO OP-PW-HASH
      	  MOVE ZERO TO OP-FAIL-COUNT
      	  MOVE 'N' TO OP-LOCKED
      	  REWRITE OP-REC
      	  	INVALID KEY
      	  		DISPLAY "RESET FAILED"
      	  	NOT INVALID KEY
      	  		DISPLAY "PASSWORD RESET, OPERATOR UNLOCKED"
      	  END-REWRITE
       END-IF.

       OPERDELETE.
       DISPLAY "DELETE OPERATOR ID: " WITH NO ADVANCING.
       ACCEPT X-OPER-ID.
       IF X-OPER-ID = SO-OPER-ID
      	  DISPLAY "CANNOT DELETE YOUR OWN OPERATOR ID"
       ELSE
      	  PERFORM DELETE-ONE-OPERATOR
       END-IF.

       DELETE-ONE-OPERATOR.
       MOVE X-OPER-ID TO OP-ID.
       OPEN I-O OPER-FILE.

       IF OP-SUCCESS
      	  DELETE OPER-FILE RECORD
      	  	INVALID KEY
      	  		DISPLAY "OPERATOR NOT FOUND"
      	  	NOT INVALID KEY
      	  		DISPLAY "OPERATOR DELETED"
      	  END-DELETE
      	  CLOSE OPER-FILE
       ELSE
      	  DISPLAY "ERROR" OP-STATUS
       END-IF.
