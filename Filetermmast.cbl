       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-TERMMAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TERM-FILE ASSIGN TO "TERMS.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS TM-CODE
       	FILE STATUS IS TM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMMAST.

       WORKING-STORAGE SECTION.
       77 TM-STATUS PIC XX.
       	88 TM-SUCCESS VALUE'00'.

       77 MENU-PICK PIC 9.

       77 X-TERM PIC X(6).

       77 END-OF-FILE PIC X.
       	88 END-REACH VALUE'Y'.

       77 DATES-OK-FLAG PIC X VALUE 'N'.
       	88 DATES-OK VALUE 'Y'.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] CREATE [2]APPEND [3]READ [4] UPDATE [5] DELETE".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM TERMCREATE
       ELSE IF MENU-PICK = 2
       PERFORM TERMCREATE
       ELSE IF MENU-PICK = 3
       PERFORM TERMREAD
       ELSE IF MENU-PICK = 4
       PERFORM TERMUPDATE
       ELSE IF MENU-PICK = 5
       PERFORM TERMDELETE

       END-IF.

       STOP RUN.

      *> The calendar is open to every operator; changes need the
      *> registrar or a supervisor.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR OR MENU-PICK = 3
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF SO-REGISTRAR
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       TERMCREATE.
       OPEN I-O TERM-FILE.
       IF NOT TM-SUCCESS
      	  OPEN OUTPUT TERM-FILE
       END-IF.

       IF TM-SUCCESS
      	  DISPLAY "ENTER TERM CODE: "
      	  ACCEPT TM-CODE
      	  PERFORM PROMPT-TERM-DATES
      	  IF DATES-OK
      	  	WRITE TM-REC
      	  		INVALID KEY
      	  			DISPLAY "DUPLICATE TERM, NOT SAVED"
      	  		NOT INVALID KEY
      	  			DISPLAY "TERM SAVED"
      	  	END-WRITE
      	  END-IF
      	  CLOSE TERM-FILE
       ELSE
      	  DISPLAY "ERROR" TM-STATUS
       END-IF.

       PROMPT-TERM-DATES.
       DISPLAY "ENTER TERM START DATE (YYYYMMDD): ".
       ACCEPT TM-START.
       DISPLAY "ENTER TERM END DATE (YYYYMMDD): ".
       ACCEPT TM-END.
       DISPLAY "ENTER LAST ADD/DROP DATE (YYYYMMDD): ".
       ACCEPT TM-ADD-DROP.
       DISPLAY "ENTER ENROLLMENT OPEN DATE (YYYYMMDD): ".
       ACCEPT TM-ENROLL-OPEN.
       DISPLAY "ENTER ENROLLMENT CLOSE DATE (YYYYMMDD): ".
       ACCEPT TM-ENROLL-CLOSE.
       DISPLAY "ENTER GRADE SUBMISSION DEADLINE (YYYYMMDD): ".
       ACCEPT TM-GRADE-DEADLINE.
       PERFORM CHECK-TERM-DATES.

      *> The dates must fall in calendar order: enrollment opens
      *> before it closes, add/drop ends inside the term, and grades
      *> are not due before the term ends.
       CHECK-TERM-DATES.
       MOVE 'N' TO DATES-OK-FLAG.
       IF TM-START = ZERO OR TM-END < TM-START
      	  DISPLAY "TERM END BEFORE TERM START, NOT SAVED"
       ELSE IF TM-ADD-DROP < TM-START OR TM-ADD-DROP > TM-END
      	  DISPLAY "ADD/DROP DATE OUTSIDE THE TERM, NOT SAVED"
       ELSE IF TM-ENROLL-OPEN = ZERO
      	  		OR TM-ENROLL-CLOSE < TM-ENROLL-OPEN
      	  DISPLAY "ENROLLMENT CLOSES BEFORE IT OPENS, NOT SAVED"
       ELSE IF TM-ENROLL-CLOSE > TM-END
      	  DISPLAY "ENROLLMENT CLOSES AFTER TERM END, NOT SAVED"
       ELSE IF TM-GRADE-DEADLINE < TM-END
      	  DISPLAY "GRADE DEADLINE BEFORE TERM END, NOT SAVED"
       ELSE
      	  MOVE 'Y' TO DATES-OK-FLAG
       END-IF.

       TERMREAD.
       OPEN INPUT TERM-FILE.
       IF TM-SUCCESS
      	  MOVE 'N' TO END-OF-FILE
      	  DISPLAY "TERM   START    END      ADD/DROP ENR-OPEN"
      	  	" ENR-CLS  GRADES"
      	  PERFORM READ-TM-NEXT
      	  	UNTIL END-REACH
      	  CLOSE TERM-FILE
       ELSE
      	  DISPLAY "ERROR" TM-STATUS
       END-IF.

       READ-TM-NEXT.
        READ TERM-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		DISPLAY TM-CODE " " TM-START " " TM-END " "
        			TM-ADD-DROP " " TM-ENROLL-OPEN " "
        			TM-ENROLL-CLOSE " " TM-GRADE-DEADLINE
        	END-READ.

       TERMUPDATE.
       DISPLAY "SEARCH TERM CODE: " WITH NO ADVANCING.
       ACCEPT X-TERM.
       MOVE X-TERM TO TM-CODE.
       OPEN I-O TERM-FILE.

       IF TM-SUCCESS
      	  READ TERM-FILE KEY IS TM-CODE
      	  	INVALID KEY
      	  		DISPLAY "TERM NOT FOUND"
      	  	NOT INVALID KEY
      	  		DISPLAY TM-CODE " " TM-START " " TM-END " "
      	  			TM-ADD-DROP " " TM-ENROLL-OPEN " "
      	  			TM-ENROLL-CLOSE " " TM-GRADE-DEADLINE
      	  		PERFORM PROMPT-TERM-DATES
      	  		IF DATES-OK
      	  			PERFORM REWRITE-TERM
      	  		END-IF
      	  END-READ
      	  CLOSE TERM-FILE
       ELSE
      	  DISPLAY "ERROR" TM-STATUS
       END-IF.

       REWRITE-TERM.
       REWRITE TM-REC
      	  INVALID KEY
      	  	DISPLAY "UPDATE FAILED"
      	  NOT INVALID KEY
      	  	DISPLAY "TERM UPDATED"
       END-REWRITE.

       TERMDELETE.
       DISPLAY "DELETE TERM CODE: " WITH NO ADVANCING.
       ACCEPT X-TERM.
       MOVE X-TERM TO TM-CODE.
       OPEN I-O TERM-FILE.

       IF TM-SUCCESS
      	  DELETE TERM-FILE RECORD
      	  	INVALID KEY
      	  		DISPLAY "TERM NOT FOUND"
      	  	NOT INVALID KEY
      	  		DISPLAY "TERM DELETED"
      	  END-DELETE
      	  CLOSE TERM-FILE
       ELSE
      	  DISPLAY "ERROR" TM-STATUS
       END-IF.
