       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS BILL-KEY
       	FILE STATUS IS B-STATUS.
       SELECT CUR-FILE ASSIGN TO "CURRIC.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS CUR-KEY
       	FILE STATUS IS CU-STATUS.
       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS A-STATUS.
       SELECT CLEAR-RPT-FILE ASSIGN TO "GRADCLR.RPT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS CR-STATUS.
       SELECT TERM-FILE ASSIGN TO "TERMS.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS TM-CODE
       	FILE STATUS IS TM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMMAST.
       FD MY-FILE.
       01 MY-REC.
       	02 STUDNO PIC 9(10).
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
       FD CUR-FILE.
       COPY CURRMAST.
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(260).
       FD CLEAR-RPT-FILE.
       01 CLEAR-RPT-REC PIC X(100).

       77 CR-STATUS PIC XX.
       	88 CR-SUCCESS VALUE '00'.

       77 CU-STATUS PIC XX.
       	88 CU-SUCCESS VALUE '00'.

       77 END-OF-FILE PIC X.
       	88 END-REACH VALUE'Y'.

       77 MISS-COURSE PIC X(8).
       77 MISS-TERM PIC X(6).

       77 END-OF-CURR PIC X.
       	88 CURR-DONE VALUE'Y'.

       77 CURR-OPEN-FLAG PIC X VALUE 'N'.
       	88 CURR-OPEN VALUE 'Y'.

       77 COURSE-PASSED-FLAG PIC X VALUE 'N'.
       	88 COURSE-PASSED VALUE 'Y'.

       77 PASS-MAX PIC 9V99 VALUE 3.00.
       77 CURR-ROW-COUNT PIC 9(3) VALUE ZERO.

       01 OUT-TABLE.
       	02 OUT-ENTRY OCCURS 40 TIMES.
       		03 OUT-COURSE PIC X(8).
       		03 OUT-YEAR PIC 9.
       77 OUT-COUNT PIC 9(3) VALUE ZERO.
       77 OUT-MAX PIC 9(3) VALUE 40.
       77 OUT-SUB PIC 9(3) VALUE ZERO.

       77 STUD-ASSESSED PIC 9(9)V99 VALUE ZERO.
       77 STUD-PAID PIC 9(9)V99 VALUE ZERO.
       77 BAL-AMT PIC S9(9)V99.
       77 AUD-BEFORE-STUDPROGRAM PIC X(10) VALUE SPACES.
       77 AUD-BEFORE-STUDSTATUS PIC X(10) VALUE SPACES.

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
       IF NOT SO-REGISTRAR AND NOT SO-SUPERVISOR
      	  DISPLAY "THIS RUN IS FOR THE REGISTRAR OR A SUPERVISOR"
      	  STOP RUN
       END-IF.
       DISPLAY "GRADUATION CLEARANCE RUN".
       DISPLAY "ENTER GRADUATION TERM: ".
       ACCEPT X-TERM.
       PERFORM CHECK-TERM-EXISTS.
       IF NOT TERM-FOUND
      	  STOP RUN
       END-IF.
       OPEN I-O MY-FILE.
       IF NOT F-SUCCESS
       	  DISPLAY "ERROR OPENING MY-FILE " F-STATUS
      	  DISPLAY "ERROR OPENING CLEARANCE REPORT " CR-STATUS
       ELSE
      	  PERFORM WRITE-RPT-HEADER
      	  OPEN INPUT CUR-FILE
      	  IF CU-SUCCESS
      	  	MOVE 'Y' TO CURR-OPEN-FLAG
      	  ELSE
      	  	DISPLAY "CURRICULUM FILE NOT AVAILABLE " CU-STATUS
      	  END-IF
      	  MOVE 'N' TO END-OF-FILE
      	  MOVE ZEROS TO STUDNO
      	  START MY-FILE KEY IS >= STUDNO
      	  PERFORM CLEAR-NEXT-STUDENT
      	  	UNTIL END-REACH
      	  PERFORM WRITE-RPT-TOTALS
      	  IF CURR-OPEN
      	  	CLOSE CUR-FILE
      	  END-IF
      	  CLOSE CLEAR-RPT-FILE
      	  DISPLAY "CLEARANCE COMPLETE FOR TERM " X-TERM
      	  DISPLAY "CANDIDATES: " CAND-COUNT
       IF TERM-ENROLLED
      	  ADD 1 TO CAND-COUNT
      	  PERFORM CHECK-STUDENT-BALANCE
      	  PERFORM RUN-DEGREE-AUDIT
      	  IF MISS-GRADE-COUNT = ZERO AND BAL-AMT = ZERO
      	  	AND OUT-COUNT = ZERO AND CURR-ROW-COUNT > ZERO
      	  	PERFORM GRADUATE-STUDENT
      	  ELSE
      	  	ADD 1 TO BLOCK-COUNT
      	  	IF BAL-AMT NOT = ZERO
      	  		PERFORM WRITE-BLOCK-BAL-LINE
      	  	END-IF
      	  	PERFORM WRITE-BLOCK-CURR-LINES
      	  END-IF
       END-IF.

        	NOT AT END
        		IF ENR-STUDNO NOT = X-STUDNO
        			MOVE 'Y' TO END-OF-ENR
        		ELSE IF ENR-STATUS = SPACE
        			PERFORM CHECK-ONE-ENR
        		END-IF
        		END-IF
        	END-READ.

      *> Dropped and withdrawn rows carry no grade and are skipped.
       CHECK-ONE-ENR.
       IF ENR-TERM = X-TERM
      	  MOVE 'Y' TO TERM-ENROLLED-FLAG
       END-IF.
       IF ENR-GRADE = ZERO
      	  ADD 1 TO MISS-GRADE-COUNT
      	  MOVE ENR-COURSE TO MISS-COURSE
      	  MOVE ENR-TERM TO MISS-TERM
       END-IF.

       CHECK-STUDENT-BALANCE.
       MOVE ZERO TO STUD-ASSESSED.
       MOVE ZERO TO STUD-PAID.
        		END-IF
        	END-READ.

      *> Degree audit: every course on the curriculum for the
      *> student's program needs a passing grade on an active row.
      *> A program with no curriculum on file cannot be cleared.
       RUN-DEGREE-AUDIT.
       MOVE ZERO TO CURR-ROW-COUNT.
       MOVE ZERO TO OUT-COUNT.
       IF CURR-OPEN
      	  MOVE 'N' TO END-OF-CURR
      	  MOVE STUDPROGRAM TO CUR-PROGRAM
      	  MOVE SPACES TO CUR-COURSE
      	  START CUR-FILE KEY IS >= CUR-KEY
      	  	INVALID KEY
      	  		MOVE 'Y' TO END-OF-CURR
      	  END-START
      	  PERFORM AUDIT-CURR-NEXT
      	  	UNTIL CURR-DONE
       END-IF.

       AUDIT-CURR-NEXT.
        READ CUR-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-CURR
        	NOT AT END
        		IF CUR-PROGRAM NOT = STUDPROGRAM
        			MOVE 'Y' TO END-OF-CURR
        		ELSE
        			ADD 1 TO CURR-ROW-COUNT
        			PERFORM CHECK-COURSE-PASSED
        			IF NOT COURSE-PASSED
        				PERFORM NOTE-OUTSTANDING
        			END-IF
        		END-IF
        	END-READ.

       CHECK-COURSE-PASSED.
       MOVE 'N' TO COURSE-PASSED-FLAG.
       MOVE 'N' TO END-OF-ENR.
       MOVE X-STUDNO TO ENR-STUDNO.
       MOVE CUR-COURSE TO ENR-COURSE.
       MOVE SPACES TO ENR-TERM.
       START ENR-FILE KEY IS >= ENR-KEY
      	  INVALID KEY
      	  	MOVE 'Y' TO END-OF-ENR
       END-START.
       PERFORM PASSED-ENR-NEXT
       	UNTIL ENR-DONE.

       PASSED-ENR-NEXT.
        READ ENR-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-ENR
        	NOT AT END
        		IF ENR-STUDNO NOT = X-STUDNO
        				OR ENR-COURSE NOT = CUR-COURSE
        			MOVE 'Y' TO END-OF-ENR
        		ELSE IF ENR-STATUS = SPACE AND ENR-GRADE > ZERO
        				AND ENR-GRADE <= PASS-MAX
        			MOVE 'Y' TO COURSE-PASSED-FLAG
        		END-IF
        		END-IF
        	END-READ.

       NOTE-OUTSTANDING.
       ADD 1 TO OUT-COUNT.
       IF OUT-COUNT <= OUT-MAX
      	  MOVE CUR-COURSE TO OUT-COURSE(OUT-COUNT)
      	  MOVE CUR-YEAR-LEVEL TO OUT-YEAR(OUT-COUNT)
       END-IF.

       WRITE-BLOCK-CURR-LINES.
       IF CURR-ROW-COUNT = ZERO
      	  PERFORM WRITE-BLOCK-NOCURR-LINE
       ELSE
      	  PERFORM WRITE-BLOCK-OUT-LINE
      	  	VARYING OUT-SUB FROM 1 BY 1
      	  	UNTIL OUT-SUB > OUT-COUNT OR OUT-SUB > OUT-MAX
      	  IF OUT-COUNT > OUT-MAX
      	  	PERFORM WRITE-BLOCK-MORE-LINE
      	  END-IF
       END-IF.

       WRITE-BLOCK-NOCURR-LINE.
       MOVE SPACES TO CLEAR-RPT-REC.
       STRING
      	    X-STUDNO DELIMITED BY SIZE
      	    " " STUDNAME DELIMITED BY SIZE
      	    " BLOCKED: NO CURRICULUM ON FILE FOR " DELIMITED BY SIZE
      	    STUDPROGRAM DELIMITED BY SIZE
      	    INTO CLEAR-RPT-REC
       END-STRING.
       WRITE CLEAR-RPT-REC.

       WRITE-BLOCK-OUT-LINE.
       MOVE SPACES TO CLEAR-RPT-REC.
       STRING
      	    X-STUDNO DELIMITED BY SIZE
      	    " " STUDNAME DELIMITED BY SIZE
      	    " BLOCKED: REQUIRED COURSE NOT PASSED " DELIMITED BY SIZE
      	    OUT-COURSE(OUT-SUB) DELIMITED BY SIZE
      	    " (YEAR " OUT-YEAR(OUT-SUB) ")" DELIMITED BY SIZE
      	    INTO CLEAR-RPT-REC
       END-STRING.
       WRITE CLEAR-RPT-REC.

       WRITE-BLOCK-MORE-LINE.
       MOVE SPACES TO CLEAR-RPT-REC.
       STRING
      	    X-STUDNO DELIMITED BY SIZE
      	    " " STUDNAME DELIMITED BY SIZE
      	    " BLOCKED: " OUT-COUNT DELIMITED BY SIZE
      	    " REQUIRED COURSES OUTSTANDING IN ALL" DELIMITED BY SIZE
      	    INTO CLEAR-RPT-REC
       END-STRING.
       WRITE CLEAR-RPT-REC.

       GRADUATE-STUDENT.
       MOVE 'GRADUATED' TO X-STATUS.
       PERFORM CHECK-STATUS-TRANSITION.
      	    " STUDNAME=" STUDNAME DELIMITED BY SIZE
      	    " STUDPROGRAM=" STUDPROGRAM DELIMITED BY SIZE
      	    " STATUS=" STUDSTATUS DELIMITED BY SIZE
      	    " OPER=" SO-OPER-ID DELIMITED BY SIZE
      	    INTO AUDIT-REC
       END-STRING.
       OPEN EXTEND AUDIT-FILE.
      	  WRITE AUDIT-REC
       END-IF.
       CLOSE AUDIT-FILE.

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
