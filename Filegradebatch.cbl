       SELECT GREJECT-FILE ASSIGN TO "GRADEREJ.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS GR-STATUS.
       SELECT TERM-FILE ASSIGN TO "TERMS.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS TM-CODE
       	FILE STATUS IS TM-STATUS.
       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS A-STATUS.

       DATA DIVISION.
       FILE SECTION.
       		03 ENR-TERM PIC X(6).
       	02 ENR-UNITS PIC 9.
       	02 ENR-GRADE PIC 9V99.
       	02 ENR-STATUS PIC X.
       FD GTRANS-FILE.
       01 GTRANS-REC.
       	02 GT-STUDNO PIC 9(10).
       	02 GREJ-GRADE PIC 9(3).
       	02 GREJ-CORRECTION PIC X.
       	02 GREJ-REASON PIC X(4).
       FD TERM-FILE.
       COPY TERMMAST.
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(260).

       WORKING-STORAGE SECTION.
       77 E-STATUS PIC XX.
       77 CTY-SUB PIC 9(2).
       77 CTY-HIT PIC 9(2).

       77 TM-STATUS PIC XX.
       	88 TM-SUCCESS VALUE'00'.
       77 A-STATUS PIC XX.
       	88 A-SUCCESS VALUE '00'.

      *> Term of the last transaction looked up on the calendar, so
      *> a file sorted by term reads TERMS.TXT once per term.
       77 CHK-TERM PIC X(6) VALUE SPACES.
       77 TERM-FOUND-FLAG PIC X VALUE 'N'.
       	88 TERM-FOUND VALUE 'Y'.
       77 TODAY-DATE PIC 9(8).

      *> A supervisor running the load is asked once, at the first
      *> grade past its term's deadline, whether late grades post.
       77 LATE-ANSWER PIC X VALUE SPACE.
       	88 LATE-UNASKED VALUE SPACE.
       	88 LATE-ALLOWED VALUE 'Y' 'y'.
       77 LATE-COUNT PIC 9(5) VALUE ZERO.

       77 AUD-TIMESTAMP PIC X(21).
       77 AUD-OP PIC X(6).
       77 AUD-DETAIL PIC X(97).
       77 AUD-BLANK-NAME PIC X(30) VALUE SPACES.
       77 AUD-BLANK-CODE PIC X(10) VALUE SPACES.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       IF SO-CASHIER
      	  DISPLAY "THIS RUN IS FOR THE REGISTRAR, OPS OR A SUPERVISOR"
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       OPEN INPUT TERM-FILE.
       IF NOT TM-SUCCESS
      	  DISPLAY "ERROR OPENING TERM CALENDAR " TM-STATUS
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       OPEN INPUT GTRANS-FILE.
       IF NOT GT-SUCCESS
       	  DISPLAY "ERROR OPENING GRADE TRANSACTION FILE " GT-STATUS
       	  MOVE 8 TO RETURN-CODE
       ELSE
       	  OPEN I-O ENR-FILE
       	  IF NOT E-SUCCESS
       	  	DISPLAY "ERROR OPENING ENROLL FILE " E-STATUS
       	  	MOVE 8 TO RETURN-CODE
       	  ELSE
       	  	OPEN OUTPUT GREJECT-FILE
       	  	IF NOT GR-SUCCESS
       	  		DISPLAY "ERROR OPENING REJECT FILE " GR-STATUS
       	  		MOVE 8 TO RETURN-CODE
       	  	ELSE
       	  		MOVE 'N' TO END-OF-TRANS
       	  		PERFORM APPLY-NEXT-GRADE
       	  END-IF
       	  CLOSE GTRANS-FILE
       END-IF.
       CLOSE TERM-FILE.

       STOP RUN.

        	END-READ.

       APPLY-ONE-GRADE.
       MOVE SPACES TO GREJ-REASON.
       IF GT-GRADE < 100 OR GT-GRADE > 500
      	  MOVE 'RANG' TO GREJ-REASON
      	  PERFORM WRITE-GRADE-REJECT
       ELSE
      	  PERFORM CHECK-TRANS-TERM
       END-IF.
       IF GREJ-REASON = SPACES
      	  MOVE GT-STUDNO TO ENR-STUDNO
      	  MOVE GT-COURSE TO ENR-COURSE
      	  MOVE GT-TERM TO ENR-TERM
       END-IF.

       POST-ONE-GRADE.
       IF ENR-STATUS NOT = SPACE
      	  MOVE 'DROP' TO GREJ-REASON
      	  PERFORM WRITE-GRADE-REJECT
       ELSE IF ENR-GRADE > ZERO AND GT-CORRECTION NOT = 'C'
      	  MOVE 'POST' TO GREJ-REASON
      	  PERFORM WRITE-GRADE-REJECT
       ELSE
      	  	NOT INVALID KEY
      	  		ADD 1 TO REC-COUNT
      	  		PERFORM TALLY-COURSE-APPLIED
      	  		IF TODAY-DATE > TM-GRADE-DEADLINE
      	  			PERFORM WRITE-LATE-GRADE-AUDIT
      	  		END-IF
      	  END-REWRITE
       END-IF.

      *> Unknown terms are rejected TERM. Grades past the term's
      *> deadline are rejected LATE unless a signed-on supervisor
      *> lets them post; each one posted is logged as an override.
       CHECK-TRANS-TERM.
       IF GT-TERM NOT = CHK-TERM
      	  MOVE GT-TERM TO CHK-TERM
      	  MOVE GT-TERM TO TM-CODE
      	  MOVE 'N' TO TERM-FOUND-FLAG
      	  READ TERM-FILE KEY IS TM-CODE
      	  	INVALID KEY
      	  		CONTINUE
      	  	NOT INVALID KEY
      	  		MOVE 'Y' TO TERM-FOUND-FLAG
      	  END-READ
       END-IF.
       IF NOT TERM-FOUND
      	  MOVE 'TERM' TO GREJ-REASON
      	  PERFORM WRITE-GRADE-REJECT
       ELSE IF TODAY-DATE > TM-GRADE-DEADLINE
      	  PERFORM CHECK-LATE-GRADE
       END-IF.

       CHECK-LATE-GRADE.
       IF LATE-UNASKED AND SO-SUPERVISOR
      	  DISPLAY "GRADES RECEIVED AFTER THE TERM DEADLINE"
      	  DISPLAY "SUPERVISOR OVERRIDE, POST LATE GRADES? Y/N"
      	  ACCEPT LATE-ANSWER
      	  IF LATE-UNASKED
      	  	MOVE 'N' TO LATE-ANSWER
      	  END-IF
       END-IF.
       IF NOT LATE-ALLOWED
      	  MOVE 'LATE' TO GREJ-REASON
      	  PERFORM WRITE-GRADE-REJECT
       END-IF.

       WRITE-LATE-GRADE-AUDIT.
       ADD 1 TO LATE-COUNT.
       MOVE "OVERRD" TO AUD-OP.
       MOVE SPACES TO AUD-DETAIL.
       STRING
      	    "COURSE=" GT-COURSE DELIMITED BY SIZE
      	    " TERM=" GT-TERM DELIMITED BY SIZE
      	    " GRADE POSTED AFTER DEADLINE=" DELIMITED BY SIZE
      	    TM-GRADE-DEADLINE DELIMITED BY SIZE
      	    INTO AUD-DETAIL
       END-STRING.
       MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
       MOVE SPACES TO AUDIT-REC.
       STRING
      	    AUD-TIMESTAMP DELIMITED BY SIZE
      	    " " AUD-OP DELIMITED BY SIZE
      	    " BEFORE STUDNO=" GT-STUDNO DELIMITED BY SIZE
      	    " STUDNAME=" AUD-BLANK-NAME DELIMITED BY SIZE
      	    " STUDPROGRAM=" AUD-BLANK-CODE DELIMITED BY SIZE
      	    " STATUS=" AUD-BLANK-CODE DELIMITED BY SIZE
      	    " DETAIL=" AUD-DETAIL DELIMITED BY SIZE
      	    " OPER=" SO-OPER-ID DELIMITED BY SIZE
      	    INTO AUDIT-REC
       END-STRING.
       OPEN EXTEND AUDIT-FILE.
       IF NOT A-SUCCESS
      	  OPEN OUTPUT AUDIT-FILE
       END-IF.
       IF A-SUCCESS
      	  WRITE AUDIT-REC
       END-IF.
       CLOSE AUDIT-FILE.

       WRITE-GRADE-REJECT.
       MOVE GT-STUDNO TO GREJ-STUDNO.
       MOVE GT-COURSE TO GREJ-COURSE.
       PRINT-RUN-SUMMARY.
       DISPLAY "GRADE LOAD COMPLETE: " REC-COUNT
       	" APPLIED, " SKIP-COUNT " REJECTED".
       IF LATE-COUNT > ZERO
      	  DISPLAY LATE-COUNT " LATE GRADE(S) POSTED UNDER SUPERVISOR"
      	  	" OVERRIDE, SEE AUDITLOG.TXT"
       END-IF.
       DISPLAY " ".
       DISPLAY "COURSE    APPLIED  REJECTED".
       PERFORM PRINT-COURSE-TALLY
