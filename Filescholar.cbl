       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-SCHOLAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SCH-FILE ASSIGN TO "SCHOLAR.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS SCH-KEY
       	FILE STATUS IS SH-STATUS.
       SELECT MY-FILE ASSIGN TO "MYFILE.TXT"
       	ORGANIZATION IS INDEXED
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
       FD SCH-FILE.
       COPY SCHMAST.
       FD MY-FILE.
       01 MY-REC.
       	02 STUDNO PIC 9(10).
       	02 STUDNAME PIC X(30).
       	02 STUDPROGRAM PIC X(10).
       	02 STUDSTATUS PIC X(10).
       	02 CHOICE PIC 9.

       WORKING-STORAGE SECTION.
       77 SH-STATUS PIC XX.
       	88 SH-SUCCESS VALUE'00'.

       77 F-STATUS PIC XX.
       	88 F-SUCCESS VALUE'00'.

       77 MENU-PICK PIC 9.

       77 X-STUDNO PIC 9(10).
       77 X-TERM PIC X(6).
       77 X-SEQ PIC 9(2).
       77 X-TYPE PIC X(10).
       77 X-BASIS PIC X.
       77 X-PCT PIC 9(3)V99.
       77 X-AMOUNT PIC 9(7)V99.
       77 X-SPONSOR PIC X(20).

       77 END-OF-FILE PIC X.
       	88 END-REACH VALUE'Y'.

       77 STUD-FOUND-FLAG PIC X VALUE 'N'.
       	88 STUD-FOUND VALUE 'Y'.

       77 DETAIL-OK-FLAG PIC X VALUE 'N'.
       	88 DETAIL-OK VALUE 'Y'.

       01 GRANT-TYPE-VALUES.
       	02 FILLER PIC X(10) VALUE 'SCHOLAR'.
       	02 FILLER PIC X(10) VALUE 'SIBLING'.
       	02 FILLER PIC X(10) VALUE 'EMPDEP'.
       	02 FILLER PIC X(10) VALUE 'GRANT'.
       01 GRANT-TYPE-TABLE REDEFINES GRANT-TYPE-VALUES.
       	02 GRANT-TYPE-ENTRY PIC X(10) OCCURS 4 TIMES.
       77 GRANT-TYPE-COUNT PIC 9(2) VALUE 4.
       77 GT-SUB PIC 9(2).
       77 TYPE-VALID-FLAG PIC X VALUE 'N'.
       	88 TYPE-VALID VALUE 'Y'.

       77 PCT-ED PIC ZZ9.99.
       77 AMT-ED PIC Z(6)9.99.
       77 APPLIED-ED PIC Z(6)9.99.
       77 LIST-COUNT PIC 9(3) VALUE ZERO.

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
       DISPLAY "[6] STUDENT GRANTS".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM SCHCREATE
       ELSE IF MENU-PICK = 2
       PERFORM SCHCREATE
       ELSE IF MENU-PICK = 3
       PERFORM SCHREAD
       ELSE IF MENU-PICK = 4
       PERFORM SCHUPDATE
       ELSE IF MENU-PICK = 5
       PERFORM SCHDELETE
       ELSE IF MENU-PICK = 6
       PERFORM STUDENT-GRANTS

       END-IF.

       STOP RUN.

      *> Listings are open to every operator; changes need the
      *> cashier or a supervisor.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR OR MENU-PICK = 3 OR MENU-PICK = 6
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF SO-CASHIER
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       SCHCREATE.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT X-STUDNO.
       PERFORM CHECK-STUDENT-EXISTS.
       IF NOT STUD-FOUND
      	  DISPLAY "STUDNO NOT ON STUDENT FILE: " X-STUDNO
       ELSE
      	  DISPLAY "ENTER TERM: "
      	  ACCEPT X-TERM
      	  PERFORM CHECK-TERM-EXISTS
      	  IF TERM-FOUND
      	  	PERFORM PROMPT-NEW-GRANT
      	  END-IF
       END-IF.

       PROMPT-NEW-GRANT.
       DISPLAY "ENTER GRANT SEQUENCE (01-99): ".
       ACCEPT X-SEQ.
       PERFORM PROMPT-SCH-DETAIL.
       IF DETAIL-OK
      	  PERFORM WRITE-GRANT
       END-IF.

       WRITE-GRANT.
       OPEN I-O SCH-FILE.
       IF NOT SH-SUCCESS
      	  OPEN OUTPUT SCH-FILE
       END-IF.
       IF SH-SUCCESS
      	  MOVE X-STUDNO TO SCH-STUDNO
      	  MOVE X-TERM TO SCH-TERM
      	  MOVE X-SEQ TO SCH-SEQ
      	  PERFORM MOVE-SCH-DETAIL
      	  MOVE ZERO TO SCH-APPLIED
      	  WRITE SCH-REC
      	  	INVALID KEY
      	  		DISPLAY "DUPLICATE GRANT, NOT SAVED"
      	  	NOT INVALID KEY
      	  		DISPLAY "GRANT SAVED"
      	  END-WRITE
      	  CLOSE SCH-FILE
       ELSE
      	  DISPLAY "ERROR" SH-STATUS
       END-IF.

       PROMPT-SCH-DETAIL.
       MOVE 'N' TO DETAIL-OK-FLAG.
       MOVE ZERO TO X-PCT.
       MOVE ZERO TO X-AMOUNT.
       DISPLAY "ENTER GRANT TYPE (SCHOLAR/SIBLING/EMPDEP/GRANT): ".
       ACCEPT X-TYPE.
       PERFORM CHECK-GRANT-TYPE.
       IF NOT TYPE-VALID
      	  DISPLAY "UNKNOWN GRANT TYPE, NOT SAVED: " X-TYPE
       ELSE
      	  DISPLAY "P = PERCENT OF TERM FEE, A = FIXED PHP AMOUNT: "
      	  ACCEPT X-BASIS
      	  IF X-BASIS = 'P'
      	  	PERFORM PROMPT-GRANT-PCT
      	  ELSE IF X-BASIS = 'A'
      	  	PERFORM PROMPT-GRANT-AMOUNT
      	  ELSE
      	  	DISPLAY "BASIS MUST BE P OR A, NOT SAVED"
      	  END-IF
      	  END-IF
       END-IF.
       IF DETAIL-OK
      	  DISPLAY "ENTER SPONSOR (BLANK IF SCHOOL-FUNDED): "
      	  MOVE SPACES TO X-SPONSOR
      	  ACCEPT X-SPONSOR
       END-IF.

       PROMPT-GRANT-PCT.
       DISPLAY "ENTER PERCENT (0.01-100.00): ".
       ACCEPT X-PCT.
       IF X-PCT = ZERO OR X-PCT > 100
      	  DISPLAY "PERCENT OUT OF RANGE, NOT SAVED"
       ELSE
      	  MOVE 'Y' TO DETAIL-OK-FLAG
       END-IF.

       PROMPT-GRANT-AMOUNT.
       DISPLAY "ENTER PHP AMOUNT: ".
       ACCEPT X-AMOUNT.
       IF X-AMOUNT = ZERO
      	  DISPLAY "AMOUNT MUST BE ABOVE ZERO, NOT SAVED"
       ELSE
      	  MOVE 'Y' TO DETAIL-OK-FLAG
       END-IF.

       MOVE-SCH-DETAIL.
       MOVE X-TYPE TO SCH-TYPE.
       MOVE X-BASIS TO SCH-BASIS.
       MOVE X-PCT TO SCH-PCT.
       MOVE X-AMOUNT TO SCH-AMOUNT.
       MOVE X-SPONSOR TO SCH-SPONSOR.

       CHECK-GRANT-TYPE.
       MOVE 'N' TO TYPE-VALID-FLAG.
       PERFORM VARYING GT-SUB FROM 1 BY 1
      	  	UNTIL GT-SUB > GRANT-TYPE-COUNT
      	  IF X-TYPE = GRANT-TYPE-ENTRY(GT-SUB)
      	  	MOVE 'Y' TO TYPE-VALID-FLAG
      	  END-IF
       END-PERFORM.

       CHECK-STUDENT-EXISTS.
       MOVE 'N' TO STUD-FOUND-FLAG.
       MOVE X-STUDNO TO STUDNO.
       OPEN INPUT MY-FILE.
       IF F-SUCCESS
      	  READ MY-FILE KEY IS STUDNO
      	  	INVALID KEY
      	  		CONTINUE
      	  	NOT INVALID KEY
      	  		MOVE 'Y' TO STUD-FOUND-FLAG
      	  END-READ
      	  CLOSE MY-FILE
       ELSE
      	  DISPLAY "ERROR OPENING STUDENT FILE " F-STATUS
       END-IF.

       SCHREAD.
       OPEN INPUT SCH-FILE.
       IF SH-SUCCESS
      	  PERFORM SHOW-SCH-HEADER
      	  MOVE 'N' TO END-OF-FILE
      	  PERFORM READ-SCH-NEXT
      	  	UNTIL END-REACH
      	  CLOSE SCH-FILE
       ELSE
      	  DISPLAY "ERROR" SH-STATUS
       END-IF.

       READ-SCH-NEXT.
        READ SCH-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		PERFORM SHOW-SCH-LINE
        	END-READ.

       SHOW-SCH-HEADER.
       DISPLAY "STUDNO     TERM   SQ TYPE       B  PCT    AMOUNT"
       	"     SPONSOR              APPLIED".

       SHOW-SCH-LINE.
       MOVE SCH-PCT TO PCT-ED.
       MOVE SCH-AMOUNT TO AMT-ED.
       MOVE SCH-APPLIED TO APPLIED-ED.
       DISPLAY SCH-STUDNO " " SCH-TERM " " SCH-SEQ " " SCH-TYPE
       	" " SCH-BASIS " " PCT-ED " " AMT-ED
       	" " SCH-SPONSOR " " APPLIED-ED.

       PROMPT-SCH-KEY.
       DISPLAY "ENTER STUDENT NO: " WITH NO ADVANCING.
       ACCEPT X-STUDNO.
       DISPLAY "ENTER TERM: " WITH NO ADVANCING.
       ACCEPT X-TERM.
       DISPLAY "ENTER GRANT SEQUENCE: " WITH NO ADVANCING.
       ACCEPT X-SEQ.
       MOVE X-STUDNO TO SCH-STUDNO.
       MOVE X-TERM TO SCH-TERM.
       MOVE X-SEQ TO SCH-SEQ.

      *> Once assessment has netted a grant off the fee, changing
      *> or removing it would leave BILLING.TXT and the sponsor
      *> billing out of step, so applied grants are left alone.
       SCHUPDATE.
       PERFORM PROMPT-SCH-KEY.
       OPEN I-O SCH-FILE.

       IF SH-SUCCESS
      	  READ SCH-FILE KEY IS SCH-KEY
      	  	INVALID KEY
      	  		DISPLAY "GRANT NOT FOUND"
      	  	NOT INVALID KEY
      	  		PERFORM SHOW-SCH-LINE
      	  		IF SCH-APPLIED > ZERO
      	  			DISPLAY "APPLIED GRANT, NOT CHANGED"
      	  		ELSE
      	  			PERFORM REWRITE-GRANT
      	  		END-IF
      	  END-READ
      	  CLOSE SCH-FILE
       ELSE
      	  DISPLAY "ERROR" SH-STATUS
       END-IF.

       REWRITE-GRANT.
       PERFORM PROMPT-SCH-DETAIL.
       IF DETAIL-OK
      	  PERFORM MOVE-SCH-DETAIL
      	  REWRITE SCH-REC
      	  	INVALID KEY
      	  		DISPLAY "UPDATE FAILED"
      	  	NOT INVALID KEY
      	  		DISPLAY "GRANT UPDATED"
      	  END-REWRITE
       END-IF.

       SCHDELETE.
       PERFORM PROMPT-SCH-KEY.
       OPEN I-O SCH-FILE.

       IF SH-SUCCESS
      	  READ SCH-FILE KEY IS SCH-KEY
      	  	INVALID KEY
      	  		DISPLAY "GRANT NOT FOUND"
      	  	NOT INVALID KEY
      	  		IF SCH-APPLIED > ZERO
      	  			DISPLAY "APPLIED GRANT, NOT DELETED"
      	  		ELSE
      	  			PERFORM DELETE-GRANT
      	  		END-IF
      	  END-READ
      	  CLOSE SCH-FILE
       ELSE
      	  DISPLAY "ERROR" SH-STATUS
       END-IF.

       DELETE-GRANT.
       DELETE SCH-FILE RECORD
      	  INVALID KEY
      	  	DISPLAY "GRANT NOT FOUND"
      	  NOT INVALID KEY
      	  	DISPLAY "GRANT DELETED"
       END-DELETE.

       STUDENT-GRANTS.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT X-STUDNO.
       MOVE ZERO TO LIST-COUNT.
       OPEN INPUT SCH-FILE.
       IF SH-SUCCESS
      	  PERFORM SHOW-SCH-HEADER
      	  MOVE 'N' TO END-OF-FILE
      	  MOVE X-STUDNO TO SCH-STUDNO
      	  MOVE SPACES TO SCH-TERM
      	  MOVE ZERO TO SCH-SEQ
      	  START SCH-FILE KEY IS >= SCH-KEY
      	  	INVALID KEY
      	  		MOVE 'Y' TO END-OF-FILE
      	  END-START
      	  PERFORM STUDENT-GRANT-NEXT
      	  	UNTIL END-REACH
      	  CLOSE SCH-FILE
      	  DISPLAY "GRANTS ON FILE: " LIST-COUNT
       ELSE
      	  DISPLAY "ERROR" SH-STATUS
       END-IF.

       STUDENT-GRANT-NEXT.
        READ SCH-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF SCH-STUDNO NOT = X-STUDNO
        			MOVE 'Y' TO END-OF-FILE
        		ELSE
        			ADD 1 TO LIST-COUNT
        			PERFORM SHOW-SCH-LINE
        		END-IF
        	END-READ.

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
