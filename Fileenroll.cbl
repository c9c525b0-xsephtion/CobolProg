       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS A-STATUS.
       SELECT DROP-CREDIT-FILE ASSIGN TO "CRLEDG.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS DC-STATUS.
       SELECT CRS-FILE ASSIGN TO "COURSE.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS CRS-CODE
       	FILE STATUS IS CR-STATUS.
       SELECT CUR-FILE ASSIGN TO "CURRIC.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS CUR-KEY
       	FILE STATUS IS CU-STATUS.
       SELECT TERM-FILE ASSIGN TO "TERMS.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS TM-CODE
       	FILE STATUS IS TM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMMAST.
       FD ENR-FILE.
       01 ENR-REC.
       	02 ENR-KEY.
       		03 ENR-TERM PIC X(6).
       	02 ENR-UNITS PIC 9.
       	02 ENR-GRADE PIC 9V99.
       	02 ENR-STATUS PIC X.
       		88 ENR-ACTIVE VALUE SPACE.
       		88 ENR-DROPPED VALUE 'D'.
       		88 ENR-WITHDRAWN VALUE 'W'.
       FD MY-FILE.
       01 MY-REC.
       	02 STUDNO PIC 9(10).
       	02 BILL-PROGRAM PIC X(10).
       	02 BILL-ASSESSED PIC 9(7)V99.
       	02 BILL-PAID PIC 9(9)V99.
       	02 BILL-CREDIT PIC 9(7)V99.
       	02 BILL-GROSS PIC 9(7)V99.
       	02 BILL-DISCOUNT PIC 9(7)V99.
       	02 BILL-ASSESS-DATE PIC 9(8).
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(260).
      *> Drop and withdrawal credits, one line per credit taken off a
      *> term's assessment, dated so FILE-GL-EXTRACT can take the
      *> revenue back on the day the credit was given.
       FD DROP-CREDIT-FILE.
       01 DC-REC.
       	02 DC-DATE PIC 9(8).
       	02 DC-TIME PIC 9(6).
       	02 DC-STUDNO PIC 9(10).
       	02 DC-TERM PIC X(6).
       	02 DC-COURSE PIC X(8).
       	02 DC-PROGRAM PIC X(10).
       	02 DC-FLAG PIC X.
       	02 DC-AMOUNT PIC 9(7)V99.
       	02 DC-OPERATOR PIC X(8).
       FD CRS-FILE.
       COPY CRSMAST.
       FD CUR-FILE.
       COPY CURRMAST.

       WORKING-STORAGE SECTION.
       77 E-STATUS PIC XX.
       77 A-STATUS PIC XX.
       	88 A-SUCCESS VALUE '00'.

       77 DC-STATUS PIC XX.
       	88 DC-SUCCESS VALUE '00'.

       77 END-OF-BILL PIC X.
       	88 BILL-DONE VALUE'Y'.


       77 PASTDUE-AMT PIC 9(11)V99 VALUE ZERO.
       77 PASTDUE-TERM PIC X(6).
       77 PASTDUE-START PIC 9(8).
       77 HOLD-TERM-START PIC 9(8).
       77 TERM-LOOKUP PIC X(6).
       77 PASTDUE-ED PIC Z(10)9.99.

       77 AUD-TIMESTAMP PIC X(21).
       	88 SEAT-SCAN-DONE VALUE'Y'.

       01 AGE-TERM-TABLE.
       	02 ATT-ENTRY OCCURS 30 TIMES.
       		03 ATT-START PIC 9(8).
       		03 ATT-TERM PIC X(6).
       77 ATT-COUNT PIC 9(2) VALUE ZERO.
       77 ATT-TABLE-MAX PIC 9(2) VALUE 30.
       77 ATT-SUB PIC 9(2).
       77 ATT-SUB2 PIC 9(2).
       77 ATT-HOLD-ENTRY PIC X(14).
       77 ATT-HIT PIC 9(2).
       77 CUR-IX PIC 9(2) VALUE ZERO.
       77 BILL-IX PIC 9(2) VALUE ZERO.
       77 AG3-ED PIC Z(10)9.99.
       77 AG4-ED PIC Z(10)9.99.

       COPY REFSCHED.
       77 RS-SUB PIC 9(2).
       77 X-WEEK PIC 9(2).
       77 TODAY-DATE PIC 9(8).
       77 TERM-DAYS PIC S9(7).
       77 ENROLL-WINDOW-FLAG PIC X VALUE 'N'.
       	88 ENROLL-WINDOW-OPEN VALUE 'Y'.
       77 GRADE-BLOCK-FLAG PIC X VALUE 'N'.
       	88 GRADE-BLOCKED VALUE 'Y'.
       77 LATE-OVERRIDE-FLAG PIC X VALUE 'N'.
       	88 LATE-OVERRIDDEN VALUE 'Y'.
       77 LATE-DEADLINE PIC 9(8).
       77 DROP-FLAG PIC X.
       77 REFUND-PCT PIC 9(3) VALUE ZERO.
       77 DROP-UNITS PIC 9 VALUE ZERO.
       77 TERM-UNITS-ALL PIC 9(3) VALUE ZERO.
       77 DROP-CREDIT PIC 9(7)V99 VALUE ZERO.
       77 CREDIT-ED PIC Z(6)9.99.
       77 DROP-DONE-FLAG PIC X VALUE 'N'.
       	88 DROP-DONE VALUE 'Y'.
       77 AUD-DETAIL PIC X(97).

       77 CU-STATUS PIC XX.
       	88 CU-SUCCESS VALUE'00'.
       77 X-PREREQ PIC X(8).
       77 PQ-SUB PIC 9.
       77 PREREQ-MISS-COUNT PIC 9 VALUE ZERO.
       77 PREREQ-BLOCK-FLAG PIC X VALUE 'N'.
       	88 PREREQ-BLOCKED VALUE 'Y'.
       77 PREREQ-PASS-FLAG PIC X VALUE 'N'.
       	88 PREREQ-PASSED VALUE 'Y'.
       77 PASS-MAX PIC 9V99 VALUE 3.00.

       77 TM-STATUS PIC XX.
       	88 TM-SUCCESS VALUE'00'.
       77 TERM-FOUND-FLAG PIC X VALUE 'N'.
       	88 TERM-FOUND VALUE 'Y'.
       77 TERM-START-WS PIC 9(8) VALUE ZERO.
       77 TERM-ADD-DROP-WS PIC 9(8) VALUE ZERO.
       77 TERM-ENR-OPEN-WS PIC 9(8) VALUE ZERO.
       77 TERM-ENR-CLOSE-WS PIC 9(8) VALUE ZERO.
       77 TERM-GRADE-DL-WS PIC 9(8) VALUE ZERO.
       77 LOOKUP-START-WS PIC 9(8) VALUE ZERO.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] ENROLL [2] POST GRADE [3] READ [4] GRADE REPORT".
       DISPLAY "[5] AGING REPORT [6] DROP COURSE".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM ENROLL-STUDENT
       ELSE IF MENU-PICK = 2
       PERFORM POST-GRADE
       PERFORM GRADE-REPORT
       ELSE IF MENU-PICK = 5
       PERFORM AGING-REPORT
       ELSE IF MENU-PICK = 6
       PERFORM DROP-COURSE

       END-IF.

       STOP RUN.

      *> Enrolling, posting grades and dropping courses are for the
      *> registrar; the listings and reports are open to every
      *> operator.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF MENU-PICK = 3 OR MENU-PICK = 4 OR MENU-PICK = 5
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF SO-REGISTRAR
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       ENROLL-STUDENT.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT X-STUDNO.
      	  ACCEPT X-COURSE
      	  DISPLAY "ENTER TERM: "
      	  ACCEPT X-TERM
      	  PERFORM CHECK-ENROLL-WINDOW
      	  IF ENROLL-WINDOW-OPEN
      	  	PERFORM CHECK-ENROLL-HOLD
      	  END-IF
      	  IF ENROLL-BLOCKED OR NOT ENROLL-WINDOW-OPEN
      	  	DISPLAY "ENROLLMENT REFUSED"
      	  ELSE
      	  	PERFORM SAVE-ENROLLMENT
      	  END-IF
       END-IF.

      *> New enrollments are taken only while the term calendar has
      *> enrollment open for the term.
       CHECK-ENROLL-WINDOW.
       MOVE 'N' TO ENROLL-WINDOW-FLAG.
       MOVE 'N' TO ENROLL-BLOCK-FLAG.
       PERFORM CHECK-TERM-EXISTS.
       IF TERM-FOUND
      	  MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
      	  IF TODAY-DATE < TERM-ENR-OPEN-WS
      	  		OR TODAY-DATE > TERM-ENR-CLOSE-WS
      	  	DISPLAY "ENROLLMENT FOR TERM " X-TERM " IS OPEN "
      	  		TERM-ENR-OPEN-WS " TO " TERM-ENR-CLOSE-WS
      	  		" ONLY"
      	  ELSE
      	  	MOVE 'Y' TO ENROLL-WINDOW-FLAG
      	  END-IF
       END-IF.

       SAVE-ENROLLMENT.
       PERFORM CHECK-COURSE-EXISTS.
       MOVE 'N' TO PREREQ-BLOCK-FLAG.
       IF CRS-FOUND
      	  PERFORM CHECK-PREREQUISITES
       END-IF.
       IF NOT CRS-FOUND
      	  DISPLAY "COURSE NOT ON COURSE MASTER: " X-COURSE
       ELSE IF PREREQ-BLOCKED
      	  DISPLAY "ENROLLMENT REFUSED"
       ELSE
      	  PERFORM COUNT-SECTION-SEATS
      	  IF SECTION-SEATS >= CRS-CAP-WS
      	  DISPLAY "ERROR OPENING COURSE MASTER " CR-STATUS
       END-IF.

      *> The course's row on the student's curriculum names its
      *> prerequisites; each needs a passing grade on an active
      *> enrollment. Courses outside the curriculum are not checked.
       CHECK-PREREQUISITES.
       MOVE ZERO TO PREREQ-MISS-COUNT.
       MOVE STUDPROGRAM TO CUR-PROGRAM.
       MOVE X-COURSE TO CUR-COURSE.
       OPEN INPUT CUR-FILE.
       IF CU-SUCCESS
      	  READ CUR-FILE KEY IS CUR-KEY
      	  	INVALID KEY
      	  		CONTINUE
      	  	NOT INVALID KEY
      	  		PERFORM CHECK-ONE-PREREQ
      	  			VARYING PQ-SUB FROM 1 BY 1
      	  			UNTIL PQ-SUB > 3
      	  END-READ
      	  CLOSE CUR-FILE
       ELSE
      	  IF CU-STATUS NOT = '35'
      	  	DISPLAY "ERROR OPENING CURRICULUM FILE " CU-STATUS
      	  END-IF
       END-IF.
       IF PREREQ-MISS-COUNT > ZERO
      	  IF SO-SUPERVISOR
      	  	DISPLAY "SUPERVISOR OVERRIDE? Y/N"
      	  	ACCEPT OVERRIDE-YN
      	  ELSE
      	  	DISPLAY "SUPERVISOR SIGN-ON REQUIRED TO OVERRIDE"
      	  	MOVE 'N' TO OVERRIDE-YN
      	  END-IF
      	  IF OVERRIDE-YN = 'Y' OR OVERRIDE-YN = 'y'
      	  	MOVE "OVERRD" TO AUD-OP
      	  	PERFORM WRITE-PREREQ-AUDIT
      	  	DISPLAY "PREREQUISITE OVERRIDDEN, RECORDED ON AUDIT LOG"
      	  ELSE
      	  	MOVE 'Y' TO PREREQ-BLOCK-FLAG
      	  END-IF
       END-IF.

       CHECK-ONE-PREREQ.
       IF CUR-PREREQ(PQ-SUB) NOT = SPACES
      	  MOVE CUR-PREREQ(PQ-SUB) TO X-PREREQ
      	  PERFORM CHECK-PREREQ-PASSED
      	  IF NOT PREREQ-PASSED
      	  	ADD 1 TO PREREQ-MISS-COUNT
      	  	DISPLAY "PREREQUISITE NOT PASSED: " X-PREREQ
      	  END-IF
       END-IF.

       CHECK-PREREQ-PASSED.
       MOVE 'N' TO PREREQ-PASS-FLAG.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT ENR-FILE.
       IF E-SUCCESS
      	  MOVE X-STUDNO TO ENR-STUDNO
      	  MOVE X-PREREQ TO ENR-COURSE
      	  MOVE SPACES TO ENR-TERM
      	  START ENR-FILE KEY IS >= ENR-KEY
      	  	INVALID KEY
      	  		MOVE 'Y' TO END-OF-FILE
      	  END-START
      	  PERFORM PREREQ-ENR-NEXT
      	  	UNTIL END-REACH
      	  CLOSE ENR-FILE
       ELSE
      	  IF E-STATUS NOT = '35'
      	  	DISPLAY "ERROR" E-STATUS
      	  END-IF
       END-IF.

       PREREQ-ENR-NEXT.
        READ ENR-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF ENR-STUDNO NOT = X-STUDNO
        			OR ENR-COURSE NOT = X-PREREQ
        			MOVE 'Y' TO END-OF-FILE
        		ELSE IF ENR-ACTIVE AND ENR-GRADE > ZERO
        			AND ENR-GRADE <= PASS-MAX
        			MOVE 'Y' TO PREREQ-PASS-FLAG
        		END-IF
        		END-IF
        	END-READ.

       WRITE-PREREQ-AUDIT.
       MOVE SPACES TO AUD-DETAIL.
       STRING
      	    "COURSE=" X-COURSE DELIMITED BY SIZE
      	    " TERM=" X-TERM DELIMITED BY SIZE
      	    " PREREQUISITES NOT PASSED=" DELIMITED BY SIZE
      	    PREREQ-MISS-COUNT DELIMITED BY SIZE
      	    INTO AUD-DETAIL
       END-STRING.
       PERFORM WRITE-DETAIL-AUDIT.

       COUNT-SECTION-SEATS.
       MOVE ZERO TO SECTION-SEATS.
       MOVE 'N' TO END-OF-SEAT.
        		MOVE 'Y' TO END-OF-SEAT
        	NOT AT END
        		IF ENR-COURSE = X-COURSE AND ENR-TERM = X-TERM
        					AND ENR-ACTIVE
        			ADD 1 TO SECTION-SEATS
        		END-IF
        	END-READ.
      	  MOVE X-TERM TO ENR-TERM
      	  MOVE CRS-UNITS-WS TO ENR-UNITS
      	  MOVE ZERO TO ENR-GRADE
      	  MOVE SPACE TO ENR-STATUS
      	  WRITE ENR-REC
      	  	INVALID KEY
      	  		DISPLAY "ALREADY ENROLLED, NOT SAVED"
      	  MOVE PASTDUE-AMT TO PASTDUE-ED
      	  DISPLAY "ENROLLMENT HOLD: PAST-TERM BALANCE "
      	  	PASTDUE-ED " PHP, OLDEST TERM " PASTDUE-TERM
      	  IF SO-SUPERVISOR
      	  	DISPLAY "SUPERVISOR OVERRIDE? Y/N"
      	  	ACCEPT OVERRIDE-YN
      	  ELSE
      	  	DISPLAY "SUPERVISOR SIGN-ON REQUIRED TO OVERRIDE"
      	  	MOVE 'N' TO OVERRIDE-YN
      	  END-IF
      	  IF OVERRIDE-YN = 'Y' OR OVERRIDE-YN = 'y'
      	  	MOVE "OVERRD" TO AUD-OP
      	  	PERFORM WRITE-OVERRIDE-AUDIT
       MOVE 'N' TO HOLD-FLAG.
       MOVE ZERO TO PASTDUE-AMT.
       MOVE SPACES TO PASTDUE-TERM.
       MOVE ZERO TO PASTDUE-START.
       MOVE X-TERM TO TERM-LOOKUP.
       PERFORM GET-TERM-START.
       MOVE LOOKUP-START-WS TO HOLD-TERM-START.
       MOVE 'N' TO END-OF-BILL.
       MOVE X-STUDNO TO BILL-STUDNO.
       MOVE SPACES TO BILL-TERM.
        		END-IF
        	END-READ.

      *> Earlier terms are those starting before the enrollment
      *> term on the calendar; a term billed before the calendar
      *> existed starts at zero and so is always earlier.
       TALLY-PASTDUE.
       IF BILL-TERM NOT = X-TERM AND BILL-ASSESSED > BILL-PAID
      	  MOVE BILL-TERM TO TERM-LOOKUP
      	  PERFORM GET-TERM-START
      	  IF LOOKUP-START-WS < HOLD-TERM-START
      	  	PERFORM ADD-PASTDUE-TERM
      	  END-IF
       END-IF.

       ADD-PASTDUE-TERM.
       IF NOT HOLD-FOUND OR LOOKUP-START-WS < PASTDUE-START
      	  MOVE BILL-TERM TO PASTDUE-TERM
      	  MOVE LOOKUP-START-WS TO PASTDUE-START
       END-IF.
       MOVE 'Y' TO HOLD-FLAG.
       COMPUTE PASTDUE-AMT = PASTDUE-AMT
       	+ BILL-ASSESSED - BILL-PAID.

       WRITE-OVERRIDE-AUDIT.
       MOVE STUDNO TO AUD-BEFORE-STUDNO.
       MOVE STUDNAME TO AUD-BEFORE-STUDNAME.
      	    " STUDNAME=" STUDNAME DELIMITED BY SIZE
      	    " STUDPROGRAM=" STUDPROGRAM DELIMITED BY SIZE
      	    " STATUS=" STUDSTATUS DELIMITED BY SIZE
      	    " OPER=" SO-OPER-ID DELIMITED BY SIZE
      	    INTO AUDIT-REC
       END-STRING.
       OPEN EXTEND AUDIT-FILE.
       ACCEPT X-COURSE.
       DISPLAY "ENTER TERM: ".
       ACCEPT X-TERM.
       PERFORM CHECK-TERM-EXISTS.
       IF TERM-FOUND
      	  PERFORM CHECK-GRADE-DEADLINE
      	  IF NOT GRADE-BLOCKED
      	  	PERFORM POST-TERM-GRADE
      	  END-IF
       END-IF.

      *> Past the term's grade deadline only a signed-on supervisor
      *> may post a grade. The override goes on the audit log once
      *> the grade is actually saved.
       CHECK-GRADE-DEADLINE.
       MOVE 'N' TO GRADE-BLOCK-FLAG.
       MOVE 'N' TO LATE-OVERRIDE-FLAG.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       IF TODAY-DATE > TERM-GRADE-DL-WS
      	  DISPLAY "GRADE DEADLINE FOR TERM " X-TERM " WAS "
      	  	TERM-GRADE-DL-WS
      	  IF SO-SUPERVISOR
      	  	DISPLAY "SUPERVISOR OVERRIDE? Y/N"
      	  	ACCEPT OVERRIDE-YN
      	  ELSE
      	  	DISPLAY "SUPERVISOR SIGN-ON REQUIRED TO OVERRIDE"
      	  	MOVE 'N' TO OVERRIDE-YN
      	  END-IF
      	  IF OVERRIDE-YN = 'Y' OR OVERRIDE-YN = 'y'
      	  	MOVE 'Y' TO LATE-OVERRIDE-FLAG
      	  	MOVE TERM-GRADE-DL-WS TO LATE-DEADLINE
      	  	DISPLAY "DEADLINE OVERRIDDEN"
      	  ELSE
      	  	DISPLAY "GRADE NOT POSTED"
      	  	MOVE 'Y' TO GRADE-BLOCK-FLAG
      	  END-IF
       END-IF.

       WRITE-LATE-GRADE-AUDIT.
       PERFORM CHECK-STUDENT-EXISTS.
       MOVE "OVERRD" TO AUD-OP.
       MOVE SPACES TO AUD-DETAIL.
       STRING
      	    "COURSE=" X-COURSE DELIMITED BY SIZE
      	    " TERM=" X-TERM DELIMITED BY SIZE
      	    " GRADE POSTED AFTER DEADLINE=" DELIMITED BY SIZE
      	    LATE-DEADLINE DELIMITED BY SIZE
      	    INTO AUD-DETAIL
       END-STRING.
       PERFORM WRITE-DETAIL-AUDIT.

       POST-TERM-GRADE.
       OPEN I-O ENR-FILE.
       IF E-SUCCESS
      	  MOVE X-STUDNO TO ENR-STUDNO
      	  	INVALID KEY
      	  		DISPLAY "ENROLLMENT NOT FOUND"
      	  	NOT INVALID KEY
      	  		PERFORM POST-ONE-GRADE
      	  END-READ
      	  CLOSE ENR-FILE
       ELSE
      	  DISPLAY "ERROR" E-STATUS
       END-IF.

       POST-ONE-GRADE.
       IF NOT ENR-ACTIVE
      	  DISPLAY "ENROLLMENT DROPPED, GRADE NOT POSTED"
       ELSE
      	  PERFORM PROMPT-GRADE
      	  COMPUTE ENR-GRADE = X-GRADE / 100
      	  REWRITE ENR-REC
      	  	INVALID KEY
      	  		DISPLAY "GRADE NOT SAVED"
      	  	NOT INVALID KEY
      	  		PERFORM GRADE-SAVED
      	  END-REWRITE
       END-IF.

       GRADE-SAVED.
       DISPLAY "GRADE POSTED".
       IF LATE-OVERRIDDEN
      	  PERFORM WRITE-LATE-GRADE-AUDIT
      	  DISPLAY "LATE GRADE RECORDED ON AUDIT LOG"
       END-IF.

       PROMPT-GRADE.
       DISPLAY "ENTER GRADE (125 = 1.25): ".
       ACCEPT X-GRADE.
        		MOVE ENR-GRADE TO GRADE-ED
        		DISPLAY ENR-STUDNO " " ENR-COURSE " " ENR-TERM
        			" UNITS " ENR-UNITS " GRADE " GRADE-ED
        			" " ENR-STATUS
        	END-READ.

       GRADE-REPORT.
        		IF ENR-STUDNO NOT = X-STUDNO
        			MOVE 'Y' TO END-OF-FILE
        		ELSE
        			PERFORM SHOW-GRADE-LINE
        			IF ENR-GRADE > ZERO AND ENR-ACTIVE
        				PERFORM TALLY-TERM-GRADE
        			END-IF
        		END-IF
        	END-READ.

       SHOW-GRADE-LINE.
       MOVE ENR-GRADE TO GRADE-ED.
       IF ENR-DROPPED
      	  DISPLAY ENR-COURSE "  " ENR-TERM
      	  	"  " ENR-UNITS "      DROPPED"
       ELSE IF ENR-WITHDRAWN
      	  DISPLAY ENR-COURSE "  " ENR-TERM
      	  	"  " ENR-UNITS "      W"
       ELSE
      	  DISPLAY ENR-COURSE "  " ENR-TERM
      	  	"  " ENR-UNITS "      " GRADE-ED
       END-IF.

       TALLY-TERM-GRADE.
       MOVE ZERO TO TT-HIT.
       PERFORM VARYING TT-SUB FROM 1 BY 1
       AGING-REPORT.
       DISPLAY "ENTER CURRENT TERM: ".
       ACCEPT X-CUR-TERM.
       MOVE X-CUR-TERM TO X-TERM.
       PERFORM CHECK-TERM-EXISTS.
       IF TERM-FOUND
      	  PERFORM RUN-AGING-REPORT
       END-IF.

       RUN-AGING-REPORT.
       PERFORM BUILD-AGE-TERM-TABLE.
       MOVE ZERO TO BRK-STUDNO.
       MOVE 'N' TO STUD-OPEN-FLAG.
      	  ELSE
      	  	ADD 1 TO ATT-COUNT
      	  	MOVE BILL-TERM TO ATT-TERM(ATT-COUNT)
      	  	MOVE BILL-TERM TO TERM-LOOKUP
      	  	PERFORM GET-TERM-START
      	  	MOVE LOOKUP-START-WS TO ATT-START(ATT-COUNT)
      	  END-IF
       END-IF.

      *> Term start date from the calendar, zero for a term code
      *> billed before the calendar existed, so it ages as oldest.
      *> Returns it in LOOKUP-START-WS.
       GET-TERM-START.
       MOVE ZERO TO LOOKUP-START-WS.
       MOVE TERM-LOOKUP TO TM-CODE.
       OPEN INPUT TERM-FILE.
       IF TM-SUCCESS
      	  READ TERM-FILE KEY IS TM-CODE
      	  	INVALID KEY
      	  		CONTINUE
      	  	NOT INVALID KEY
      	  		MOVE TM-START TO LOOKUP-START-WS
      	  END-READ
      	  CLOSE TERM-FILE
       END-IF.

      *> Newest term first, by the calendar's start date and then
      *> by term code; ATT-ENTRY holds the start date ahead of the
      *> code so one compare does both.
       SORT-AGE-TERM-TABLE.
       PERFORM VARYING ATT-SUB FROM 1 BY 1
      	  	UNTIL ATT-SUB >= ATT-COUNT
      	  PERFORM VARYING ATT-SUB2 FROM 1 BY 1
      	  		UNTIL ATT-SUB2 >= ATT-COUNT
      	  	IF ATT-ENTRY(ATT-SUB2) < ATT-ENTRY(ATT-SUB2 + 1)
      	  		MOVE ATT-ENTRY(ATT-SUB2) TO ATT-HOLD-ENTRY
      	  		MOVE ATT-ENTRY(ATT-SUB2 + 1)
      	  			TO ATT-ENTRY(ATT-SUB2)
      	  		MOVE ATT-HOLD-ENTRY TO ATT-ENTRY(ATT-SUB2 + 1)
      	  	END-IF
      	  END-PERFORM
       END-PERFORM.
       MOVE GT-AMT(4) TO AG4-ED.
       DISPLAY "TOTAL      " AG1-ED " " AG2-ED
       	" " AG3-ED " " AG4-ED.

       DROP-COURSE.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT X-STUDNO.
       PERFORM CHECK-STUDENT-EXISTS.
       IF NOT STUD-FOUND
      	  DISPLAY "STUDNO NOT ON STUDENT FILE: " X-STUDNO
       ELSE
      	  DISPLAY "ENTER COURSE CODE: "
      	  ACCEPT X-COURSE
      	  DISPLAY "ENTER TERM: "
      	  ACCEPT X-TERM
      	  PERFORM CHECK-TERM-EXISTS
      	  IF TERM-FOUND
      	  	PERFORM GET-WEEK-OF-TERM
      	  	PERFORM MARK-ENROLLMENT-DROPPED
      	  	IF DROP-DONE
      	  		PERFORM POST-DROP-CREDIT
      	  		PERFORM WRITE-DROP-AUDIT
      	  	END-IF
      	  END-IF
       END-IF.

      *> Week of term from today and the calendar's start date; a
      *> drop before the term starts counts as week 1.
       GET-WEEK-OF-TERM.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       COMPUTE TERM-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
      	  - FUNCTION INTEGER-OF-DATE(TERM-START-WS).
       IF TERM-DAYS < ZERO
      	  MOVE ZERO TO TERM-DAYS
       END-IF.
       IF TERM-DAYS > 686
      	  MOVE 99 TO X-WEEK
       ELSE
      	  COMPUTE X-WEEK = TERM-DAYS / 7 + 1
       END-IF.

       MARK-ENROLLMENT-DROPPED.
       MOVE 'N' TO DROP-DONE-FLAG.
       OPEN I-O ENR-FILE.
       IF E-SUCCESS
      	  MOVE X-STUDNO TO ENR-STUDNO
      	  MOVE X-COURSE TO ENR-COURSE
      	  MOVE X-TERM TO ENR-TERM
      	  READ ENR-FILE KEY IS ENR-KEY
      	  	INVALID KEY
      	  		DISPLAY "ENROLLMENT NOT FOUND"
      	  	NOT INVALID KEY
      	  		PERFORM DROP-ONE-ENROLLMENT
      	  END-READ
      	  CLOSE ENR-FILE
       ELSE
      	  DISPLAY "ERROR" E-STATUS
       END-IF.

      *> A drop up to the term's add/drop date is flagged 'D';
      *> anything later is a late withdrawal and carries a 'W'.
      *> Either way the row stays on file for the transcript but no
      *> longer holds a seat or counts toward GPA and clearance.
       DROP-ONE-ENROLLMENT.
       IF NOT ENR-ACTIVE
      	  DISPLAY "ENROLLMENT ALREADY DROPPED, FLAG " ENR-STATUS
       ELSE IF ENR-GRADE > ZERO
      	  DISPLAY "GRADE ALREADY POSTED, CANNOT DROP"
       ELSE
      	  PERFORM GET-REFUND-PCT
      	  IF TODAY-DATE > TERM-ADD-DROP-WS
      	  	MOVE 'W' TO DROP-FLAG
      	  ELSE
      	  	MOVE 'D' TO DROP-FLAG
      	  END-IF
      	  MOVE DROP-FLAG TO ENR-STATUS
      	  MOVE ENR-UNITS TO DROP-UNITS
      	  REWRITE ENR-REC
      	  	INVALID KEY
      	  		DISPLAY "DROP NOT SAVED"
      	  	NOT INVALID KEY
      	  		MOVE 'Y' TO DROP-DONE-FLAG
      	  		IF DROP-FLAG = 'W'
      	  			DISPLAY "LATE WITHDRAWAL (W) RECORDED"
      	  		ELSE
      	  			DISPLAY "COURSE DROPPED"
      	  		END-IF
      	  END-REWRITE
       END-IF.

       GET-REFUND-PCT.
       MOVE ZERO TO REFUND-PCT.
       PERFORM VARYING RS-SUB FROM REFUND-SCHED-COUNT BY -1
      	  	UNTIL RS-SUB < 1
      	  IF X-WEEK <= RS-LAST-WEEK(RS-SUB)
      	  	MOVE RS-PCT(RS-SUB) TO REFUND-PCT
      	  END-IF
       END-PERFORM.

       POST-DROP-CREDIT.
       MOVE ZERO TO DROP-CREDIT.
       MOVE ZERO TO CREDIT-ED.
       PERFORM COUNT-TERM-UNITS.
       MOVE X-STUDNO TO BILL-STUDNO.
       MOVE X-TERM TO BILL-TERM.
       OPEN I-O BILL-FILE.
       IF B-SUCCESS
      	  READ BILL-FILE KEY IS BILL-KEY
      	  	INVALID KEY
      	  		DISPLAY "NO ASSESSMENT, NO CREDIT POSTED"
      	  	NOT INVALID KEY
      	  		PERFORM APPLY-DROP-CREDIT
      	  END-READ
      	  CLOSE BILL-FILE
       ELSE
      	  IF B-STATUS = '35'
      	  	DISPLAY "NO ASSESSMENT, NO CREDIT POSTED"
      	  ELSE
      	  	DISPLAY "ERROR OPENING BILLING FILE " B-STATUS
      	  END-IF
       END-IF.

      *> The course's share of the term fee is its units over every
      *> unit the student enrolled in for the term, dropped rows
      *> included, so that earlier drops do not inflate the share.
      *> BILL-ASSESSED + BILL-CREDIT is the fee as first assessed.
       APPLY-DROP-CREDIT.
       IF REFUND-PCT > ZERO AND TERM-UNITS-ALL > ZERO
      	  COMPUTE DROP-CREDIT ROUNDED =
      	  	(BILL-ASSESSED + BILL-CREDIT) * DROP-UNITS * REFUND-PCT
      	  	/ (TERM-UNITS-ALL * 100)
      	  IF DROP-CREDIT > BILL-ASSESSED
      	  	MOVE BILL-ASSESSED TO DROP-CREDIT
      	  END-IF
      	  SUBTRACT DROP-CREDIT FROM BILL-ASSESSED
      	  ADD DROP-CREDIT TO BILL-CREDIT
      	  REWRITE BILL-REC
      	  	INVALID KEY
      	  		DISPLAY "CREDIT NOT SAVED"
      	  		MOVE ZERO TO DROP-CREDIT
      	  	NOT INVALID KEY
      	  		PERFORM WRITE-DROP-CREDIT
      	  END-REWRITE
       END-IF.
       MOVE DROP-CREDIT TO CREDIT-ED.
       DISPLAY "REFUND " REFUND-PCT "%, CREDIT POSTED " CREDIT-ED
       	" PHP".

       WRITE-DROP-CREDIT.
       IF DROP-CREDIT > ZERO
      	  OPEN EXTEND DROP-CREDIT-FILE
      	  IF NOT DC-SUCCESS
      	  	OPEN OUTPUT DROP-CREDIT-FILE
      	  END-IF
      	  IF DC-SUCCESS
      	  	MOVE FUNCTION CURRENT-DATE(1:8) TO DC-DATE
      	  	MOVE FUNCTION CURRENT-DATE(9:6) TO DC-TIME
      	  	MOVE X-STUDNO TO DC-STUDNO
      	  	MOVE X-TERM TO DC-TERM
      	  	MOVE X-COURSE TO DC-COURSE
      	  	MOVE BILL-PROGRAM TO DC-PROGRAM
      	  	MOVE DROP-FLAG TO DC-FLAG
      	  	MOVE DROP-CREDIT TO DC-AMOUNT
      	  	MOVE SO-OPER-ID TO DC-OPERATOR
      	  	WRITE DC-REC
      	  	CLOSE DROP-CREDIT-FILE
      	  ELSE
      	  	DISPLAY "WARNING: CREDIT NOT ON CREDIT LEDGER "
      	  		DC-STATUS
      	  END-IF
       END-IF.

       COUNT-TERM-UNITS.
       MOVE ZERO TO TERM-UNITS-ALL.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT ENR-FILE.
       IF E-SUCCESS
      	  MOVE X-STUDNO TO ENR-STUDNO
      	  MOVE SPACES TO ENR-COURSE
      	  MOVE SPACES TO ENR-TERM
      	  START ENR-FILE KEY IS >= ENR-KEY
      	  	INVALID KEY
      	  		MOVE 'Y' TO END-OF-FILE
      	  END-START
      	  PERFORM COUNT-TERM-UNITS-NEXT
      	  	UNTIL END-REACH
      	  CLOSE ENR-FILE
       ELSE
      	  DISPLAY "ERROR" E-STATUS
       END-IF.

       COUNT-TERM-UNITS-NEXT.
        READ ENR-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF ENR-STUDNO NOT = X-STUDNO
        			MOVE 'Y' TO END-OF-FILE
        		ELSE IF ENR-TERM = X-TERM
        			ADD ENR-UNITS TO TERM-UNITS-ALL
        		END-IF
        		END-IF
        	END-READ.

       WRITE-DROP-AUDIT.
       IF DROP-FLAG = 'W'
      	  MOVE "WDRAW" TO AUD-OP
       ELSE
      	  MOVE "DROP" TO AUD-OP
       END-IF.
       MOVE SPACES TO AUD-DETAIL.
       STRING
      	    "COURSE=" X-COURSE DELIMITED BY SIZE
      	    " TERM=" X-TERM DELIMITED BY SIZE
      	    " FLAG=" DROP-FLAG DELIMITED BY SIZE
      	    " WEEK=" X-WEEK DELIMITED BY SIZE
      	    " REFUND=" REFUND-PCT "%" DELIMITED BY SIZE
      	    " CREDIT=" CREDIT-ED DELIMITED BY SIZE
      	    INTO AUD-DETAIL
       END-STRING.
       PERFORM WRITE-DETAIL-AUDIT.

       WRITE-DETAIL-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
       MOVE SPACES TO AUDIT-REC.
       STRING
      	    AUD-TIMESTAMP DELIMITED BY SIZE
      	    " " AUD-OP DELIMITED BY SIZE
      	    " BEFORE STUDNO=" STUDNO DELIMITED BY SIZE
      	    " STUDNAME=" STUDNAME DELIMITED BY SIZE
      	    " STUDPROGRAM=" STUDPROGRAM DELIMITED BY SIZE
      	    " STATUS=" STUDSTATUS DELIMITED BY SIZE
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

      *> Every term keyed in must be on the term calendar, so a typo
      *> cannot start a new term. When found, the term's start,
      *> add/drop, enrollment window and grade deadline dates are
      *> kept in TERM-START-WS, TERM-ADD-DROP-WS, TERM-ENR-OPEN-WS,
      *> TERM-ENR-CLOSE-WS and TERM-GRADE-DL-WS.
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
      	  		MOVE TM-START TO TERM-START-WS
      	  		MOVE TM-ADD-DROP TO TERM-ADD-DROP-WS
      	  		MOVE TM-ENROLL-OPEN TO TERM-ENR-OPEN-WS
      	  		MOVE TM-ENROLL-CLOSE TO TERM-ENR-CLOSE-WS
      	  		MOVE TM-GRADE-DEADLINE TO TERM-GRADE-DL-WS
      	  END-READ
      	  CLOSE TERM-FILE
       ELSE
      	  DISPLAY "ERROR OPENING TERM CALENDAR " TM-STATUS
       END-IF.
       IF NOT TERM-FOUND
      	  DISPLAY "TERM NOT ON TERM CALENDAR: " X-TERM
       END-IF.
