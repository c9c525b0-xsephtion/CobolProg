       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-TRANSCRIPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MY-FILE ASSIGN TO "MYFILE.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS STUDNO
       	FILE STATUS IS F-STATUS.
       SELECT ARCH-MAST-FILE ASSIGN TO "ARCHMAST.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS AM-STUDNO
       	FILE STATUS IS AM-STATUS.
       SELECT ENR-FILE ASSIGN TO "ENROLL.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS ENR-KEY
       	FILE STATUS IS E-STATUS.
       SELECT PROG-FILE ASSIGN TO "PROGMAST.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS PM-CODE
       	FILE STATUS IS PM-STATUS.
       SELECT CRS-FILE ASSIGN TO "COURSE.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS CRS-CODE
       	FILE STATUS IS CR-STATUS.
       SELECT TERM-FILE ASSIGN TO "TERMS.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS TM-CODE
       	FILE STATUS IS TM-STATUS.
       SELECT TRANS-RPT-FILE ASSIGN TO "TRANSCR.RPT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MY-FILE.
       01 MY-REC.
       	02 STUDNO PIC 9(10).
       	02 STUDNAME PIC X(30).
       	02 STUDPROGRAM PIC X(10).
       	02 STUDSTATUS PIC X(10).
       	02 CHOICE PIC 9.
       FD ARCH-MAST-FILE.
       01 AM-REC.
       	02 AM-STUDNO PIC 9(10).
       	02 AM-STUDNAME PIC X(30).
       	02 AM-STUDPROGRAM PIC X(10).
       	02 AM-STUDSTATUS PIC X(10).
       	02 AM-CHOICE PIC 9.
       FD ENR-FILE.
       01 ENR-REC.
       	02 ENR-KEY.
       		03 ENR-STUDNO PIC 9(10).
       		03 ENR-COURSE PIC X(8).
       		03 ENR-TERM PIC X(6).
       	02 ENR-UNITS PIC 9.
       	02 ENR-GRADE PIC 9V99.
       	02 ENR-STATUS PIC X.
       FD PROG-FILE.
       COPY PROGMAST.
       FD CRS-FILE.
       COPY CRSMAST.
       FD TERM-FILE.
       COPY TERMMAST.
       FD TRANS-RPT-FILE.
       01 TRANS-RPT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 F-STATUS PIC XX.
       	88 F-SUCCESS VALUE'00'.

       77 AM-STATUS PIC XX.
       	88 AM-SUCCESS VALUE '00'.

       77 E-STATUS PIC XX.
       	88 E-SUCCESS VALUE'00'.

       77 PM-STATUS PIC XX.
       	88 PM-SUCCESS VALUE'00'.

       77 CR-STATUS PIC XX.
       	88 CR-SUCCESS VALUE'00'.

       77 TM-STATUS PIC XX.
       	88 TM-SUCCESS VALUE'00'.

       77 RP-STATUS PIC XX.
       	88 RP-SUCCESS VALUE '00'.

       77 MENU-PICK PIC 9.

       77 X-STUDNO PIC 9(10).
       77 X-FROM PIC 9(10).
       77 X-TO PIC 9(10).

       77 END-OF-FILE PIC X.
       	88 END-REACH VALUE'Y'.

       77 END-OF-ENR PIC X.
       	88 ENR-DONE VALUE'Y'.

       77 FILES-OPEN-FLAG PIC X VALUE 'N'.
       	88 FILES-OPEN VALUE 'Y'.

       77 ARCH-OPEN-FLAG PIC X VALUE 'N'.
       	88 ARCH-OPEN VALUE 'Y'.

       77 FROM-ARCHIVE-FLAG PIC X VALUE 'N'.
       	88 FROM-ARCHIVE VALUE 'Y'.

       77 PRINT-COUNT PIC 9(5) VALUE ZERO.
       77 PRINT-DATE PIC X(8).

      *> One student's enrollments, sorted into term order before
      *> printing. ENROLL.TXT is keyed student/course/term, so the
      *> rows come off the file in course order. Terms are ordered
      *> by their calendar start date, not by the term code.
       01 TR-ROW-TABLE.
       	02 TR-ROW OCCURS 100 TIMES.
       		03 TR-SORT-KEY.
       			04 TR-START PIC 9(8).
       			04 TR-TERM PIC X(6).
       			04 TR-COURSE PIC X(8).
       		03 TR-UNITS PIC 9.
       		03 TR-GRADE PIC 9V99.
       		03 TR-STATUS PIC X.
       77 TR-COUNT PIC 9(3) VALUE ZERO.
       77 TR-TABLE-MAX PIC 9(3) VALUE 100.
       77 TR-SUB PIC 9(3).
       77 TR-SUB2 PIC 9(3).
       77 TR-HOLD PIC X(27).

       77 BRK-TERM PIC X(6).
       77 TERM-POINTS PIC 9(5)V99 VALUE ZERO.
       77 TERM-UNITS PIC 9(3) VALUE ZERO.
       77 TERM-EARNED PIC 9(3) VALUE ZERO.
       77 CUM-POINTS PIC 9(6)V99 VALUE ZERO.
       77 CUM-UNITS PIC 9(4) VALUE ZERO.
       77 CUM-EARNED PIC 9(4) VALUE ZERO.
       77 TERM-GPA PIC 9V99.
       77 CUM-GWA PIC 9V99.
       77 FAIL-COUNT PIC 9(3) VALUE ZERO.

      *> Latin honors bands on the cumulative GWA (1.00 highest).
      *> A student with any failing grade on record does not qualify.
       77 SUMMA-MAX PIC 9V99 VALUE 1.20.
       77 MAGNA-MAX PIC 9V99 VALUE 1.45.
       77 CUM-LAUDE-MAX PIC 9V99 VALUE 1.75.
       77 PASS-MAX PIC 9V99 VALUE 3.00.
       77 HONORS-TEXT PIC X(20).

       77 PROG-TITLE PIC X(40).
       77 COURSE-TITLE PIC X(40).
       77 GRADE-TEXT PIC X(4).
       77 REMARK-TEXT PIC X(10).
       77 GRADE-ED PIC 9.99.
       77 GPA-ED PIC 9.99.
       77 UNITS-ED PIC ZZZ9.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] ONE STUDENT [2] STUDNO RANGE".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM ONE-TRANSCRIPT
       ELSE IF MENU-PICK = 2
       PERFORM RANGE-TRANSCRIPTS

       END-IF.

       STOP RUN.

       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR OR SO-REGISTRAR
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       ONE-TRANSCRIPT.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT X-STUDNO.
       MOVE X-STUDNO TO X-FROM.
       MOVE X-STUDNO TO X-TO.
       PERFORM RUN-TRANSCRIPTS.

       RANGE-TRANSCRIPTS.
       DISPLAY "ENTER FROM STUDENT NO: ".
       ACCEPT X-FROM.
       DISPLAY "ENTER TO STUDENT NO: ".
       ACCEPT X-TO.
       PERFORM RUN-TRANSCRIPTS.

       RUN-TRANSCRIPTS.
       MOVE ZERO TO PRINT-COUNT.
       MOVE FUNCTION CURRENT-DATE(1:8) TO PRINT-DATE.
       PERFORM OPEN-TRANSCRIPT-FILES.
       IF FILES-OPEN
      	  PERFORM PRINT-ACTIVE-RANGE
      	  IF ARCH-OPEN
      	  	PERFORM PRINT-ARCHIVE-RANGE
      	  END-IF
      	  CLOSE TRANS-RPT-FILE
      	  IF PRINT-COUNT = ZERO
      	  	DISPLAY "NO STUDENTS FOUND FROM " X-FROM " TO " X-TO
      	  ELSE
      	  	DISPLAY PRINT-COUNT
      	  		" TRANSCRIPT(S) WRITTEN TO TRANSCR.RPT"
      	  END-IF
       END-IF.
       CLOSE MY-FILE.
       CLOSE ENR-FILE.
       CLOSE PROG-FILE.
       CLOSE CRS-FILE.
       CLOSE TERM-FILE.
       IF ARCH-OPEN
      	  CLOSE ARCH-MAST-FILE
       END-IF.

       OPEN-TRANSCRIPT-FILES.
       MOVE 'N' TO FILES-OPEN-FLAG.
       MOVE 'N' TO ARCH-OPEN-FLAG.
       OPEN INPUT MY-FILE.
       OPEN INPUT ENR-FILE.
       OPEN INPUT PROG-FILE.
       OPEN INPUT CRS-FILE.
       OPEN INPUT TERM-FILE.
       OPEN INPUT ARCH-MAST-FILE.
       IF AM-SUCCESS
      	  MOVE 'Y' TO ARCH-OPEN-FLAG
       ELSE IF AM-STATUS NOT = '35'
      	  DISPLAY "ERROR OPENING ARCHIVE MASTER " AM-STATUS
       END-IF.
       IF NOT F-SUCCESS
      	  DISPLAY "ERROR OPENING MY-FILE " F-STATUS
       ELSE IF NOT E-SUCCESS
      	  DISPLAY "ERROR OPENING ENROLL FILE " E-STATUS
       ELSE IF NOT PM-SUCCESS
      	  DISPLAY "ERROR OPENING PROGRAM MASTER " PM-STATUS
       ELSE IF NOT CR-SUCCESS
      	  DISPLAY "ERROR OPENING COURSE MASTER " CR-STATUS
       ELSE IF NOT TM-SUCCESS
      	  DISPLAY "ERROR OPENING TERM CALENDAR " TM-STATUS
       ELSE
      	  OPEN OUTPUT TRANS-RPT-FILE
      	  IF RP-SUCCESS
      	  	MOVE 'Y' TO FILES-OPEN-FLAG
      	  ELSE
      	  	DISPLAY "ERROR OPENING TRANSCRIPT REPORT " RP-STATUS
      	  END-IF
       END-IF.

       PRINT-ACTIVE-RANGE.
       MOVE 'N' TO FROM-ARCHIVE-FLAG.
       MOVE 'N' TO END-OF-FILE.
       MOVE X-FROM TO STUDNO.
       START MY-FILE KEY IS >= STUDNO
      	  INVALID KEY
      	  	MOVE 'Y' TO END-OF-FILE
       END-START.
       PERFORM ACTIVE-NEXT-STUDENT
       	UNTIL END-REACH.

       ACTIVE-NEXT-STUDENT.
        READ MY-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF STUDNO > X-TO
        			MOVE 'Y' TO END-OF-FILE
        		ELSE
        			PERFORM PRINT-ONE-TRANSCRIPT
        		END-IF
        	END-READ.

      *> Alumni purged by FILE-ARCHIVE keep their ENROLL.TXT rows, so
      *> their transcripts print from the archive master record.
       PRINT-ARCHIVE-RANGE.
       MOVE 'Y' TO FROM-ARCHIVE-FLAG.
       MOVE 'N' TO END-OF-FILE.
       MOVE X-FROM TO AM-STUDNO.
       START ARCH-MAST-FILE KEY IS >= AM-STUDNO
      	  INVALID KEY
      	  	MOVE 'Y' TO END-OF-FILE
       END-START.
       PERFORM ARCHIVE-NEXT-STUDENT
       	UNTIL END-REACH.

       ARCHIVE-NEXT-STUDENT.
        READ ARCH-MAST-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF AM-STUDNO > X-TO
        			MOVE 'Y' TO END-OF-FILE
        		ELSE
        			MOVE AM-STUDNO TO STUDNO
        			MOVE AM-STUDNAME TO STUDNAME
        			MOVE AM-STUDPROGRAM TO STUDPROGRAM
        			MOVE AM-STUDSTATUS TO STUDSTATUS
        			MOVE AM-CHOICE TO CHOICE
        			PERFORM PRINT-ONE-TRANSCRIPT
        		END-IF
        	END-READ.

       PRINT-ONE-TRANSCRIPT.
       ADD 1 TO PRINT-COUNT.
       PERFORM LOAD-ENR-ROWS.
       PERFORM SORT-ENR-ROWS.
       PERFORM GET-PROGRAM-TITLE.
       PERFORM WRITE-STUDENT-HEADER.
       MOVE ZERO TO CUM-POINTS.
       MOVE ZERO TO CUM-UNITS.
       MOVE ZERO TO CUM-EARNED.
       MOVE ZERO TO FAIL-COUNT.
       MOVE SPACES TO BRK-TERM.
       PERFORM PRINT-ENR-ROW
       	VARYING TR-SUB FROM 1 BY 1
       	UNTIL TR-SUB > TR-COUNT.
       IF TR-COUNT = ZERO
      	  MOVE SPACES TO TRANS-RPT-REC
      	  MOVE "  (NO ENROLLMENTS ON FILE)" TO TRANS-RPT-REC
      	  WRITE TRANS-RPT-REC
       ELSE
      	  PERFORM WRITE-TERM-FOOTER
       END-IF.
       PERFORM WRITE-STUDENT-SUMMARY.

       LOAD-ENR-ROWS.
       MOVE ZERO TO TR-COUNT.
       MOVE 'N' TO END-OF-ENR.
       MOVE STUDNO TO ENR-STUDNO.
       MOVE SPACES TO ENR-COURSE.
       MOVE SPACES TO ENR-TERM.
       START ENR-FILE KEY IS >= ENR-KEY
      	  INVALID KEY
      	  	MOVE 'Y' TO END-OF-ENR
       END-START.
       PERFORM LOAD-ENR-NEXT
       	UNTIL ENR-DONE.

       LOAD-ENR-NEXT.
        READ ENR-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-ENR
        	NOT AT END
        		IF ENR-STUDNO NOT = STUDNO
        			MOVE 'Y' TO END-OF-ENR
        		ELSE
        			PERFORM ADD-ENR-ROW
        		END-IF
        	END-READ.

       ADD-ENR-ROW.
       IF TR-COUNT >= TR-TABLE-MAX
      	  DISPLAY "ENROLLMENT TABLE FULL, TRANSCRIPT INCOMPLETE "
      	  	STUDNO
       ELSE
      	  ADD 1 TO TR-COUNT
      	  MOVE ENR-TERM TO TR-TERM(TR-COUNT)
      	  PERFORM GET-ROW-TERM-START
      	  MOVE ENR-COURSE TO TR-COURSE(TR-COUNT)
      	  MOVE ENR-UNITS TO TR-UNITS(TR-COUNT)
      	  MOVE ENR-GRADE TO TR-GRADE(TR-COUNT)
      	  MOVE ENR-STATUS TO TR-STATUS(TR-COUNT)
       END-IF.

      *> A term missing from the calendar sorts ahead of the rest.
       GET-ROW-TERM-START.
       MOVE ENR-TERM TO TM-CODE.
       READ TERM-FILE KEY IS TM-CODE
      	  INVALID KEY
      	  	MOVE ZERO TO TM-START
       END-READ.
       MOVE TM-START TO TR-START(TR-COUNT).

       SORT-ENR-ROWS.
       PERFORM VARYING TR-SUB FROM 1 BY 1
      	  	UNTIL TR-SUB >= TR-COUNT
      	  PERFORM VARYING TR-SUB2 FROM 1 BY 1
      	  		UNTIL TR-SUB2 >= TR-COUNT
      	  	IF TR-SORT-KEY(TR-SUB2) > TR-SORT-KEY(TR-SUB2 + 1)
      	  		MOVE TR-ROW(TR-SUB2) TO TR-HOLD
      	  		MOVE TR-ROW(TR-SUB2 + 1) TO TR-ROW(TR-SUB2)
      	  		MOVE TR-HOLD TO TR-ROW(TR-SUB2 + 1)
      	  	END-IF
      	  END-PERFORM
       END-PERFORM.

       GET-PROGRAM-TITLE.
       MOVE STUDPROGRAM TO PM-CODE.
       READ PROG-FILE KEY IS PM-CODE
      	  INVALID KEY
      	  	MOVE "(NOT ON PROGRAM MASTER)" TO PROG-TITLE
      	  NOT INVALID KEY
      	  	MOVE PM-TITLE TO PROG-TITLE
       END-READ.

       GET-COURSE-TITLE.
       MOVE TR-COURSE(TR-SUB) TO CRS-CODE.
       READ CRS-FILE KEY IS CRS-CODE
      	  INVALID KEY
      	  	MOVE "(NOT ON COURSE MASTER)" TO COURSE-TITLE
      	  NOT INVALID KEY
      	  	MOVE CRS-TITLE TO COURSE-TITLE
       END-READ.

       WRITE-STUDENT-HEADER.
       MOVE SPACES TO TRANS-RPT-REC.
       STRING
      	    "OFFICIAL TRANSCRIPT OF RECORDS" DELIMITED BY SIZE
      	    "                    DATE PRINTED " DELIMITED BY SIZE
      	    PRINT-DATE DELIMITED BY SIZE
      	    INTO TRANS-RPT-REC
       END-STRING.
       WRITE TRANS-RPT-REC.
       MOVE SPACES TO TRANS-RPT-REC.
       STRING
      	    "STUDENT NO " STUDNO DELIMITED BY SIZE
      	    "  NAME " STUDNAME DELIMITED BY SIZE
      	    INTO TRANS-RPT-REC
       END-STRING.
       WRITE TRANS-RPT-REC.
       MOVE SPACES TO TRANS-RPT-REC.
       STRING
      	    "PROGRAM    " STUDPROGRAM DELIMITED BY SIZE
      	    " " PROG-TITLE DELIMITED BY SIZE
      	    INTO TRANS-RPT-REC
       END-STRING.
       WRITE TRANS-RPT-REC.
       MOVE SPACES TO TRANS-RPT-REC.
       STRING
      	    "STATUS     " STUDSTATUS DELIMITED BY SIZE
      	    INTO TRANS-RPT-REC
       END-STRING.
       IF FROM-ARCHIVE
      	  MOVE "(FROM ARCHIVE MASTER)" TO TRANS-RPT-REC(23:21)
       END-IF.
       WRITE TRANS-RPT-REC.

       PRINT-ENR-ROW.
       IF TR-TERM(TR-SUB) NOT = BRK-TERM
      	  IF BRK-TERM NOT = SPACES
      	  	PERFORM WRITE-TERM-FOOTER
      	  END-IF
      	  MOVE TR-TERM(TR-SUB) TO BRK-TERM
      	  PERFORM WRITE-TERM-HEADER
       END-IF.
       PERFORM GET-COURSE-TITLE.
       PERFORM SET-GRADE-REMARK.
       MOVE SPACES TO TRANS-RPT-REC.
       STRING
      	    "  " TR-COURSE(TR-SUB) DELIMITED BY SIZE
      	    "  " COURSE-TITLE DELIMITED BY SIZE
      	    "   " TR-UNITS(TR-SUB) DELIMITED BY SIZE
      	    "   " GRADE-TEXT DELIMITED BY SIZE
      	    "  " REMARK-TEXT DELIMITED BY SIZE
      	    INTO TRANS-RPT-REC
       END-STRING.
       WRITE TRANS-RPT-REC.

      *> Only active rows with a posted grade count toward GPA/GWA;
      *> 3.00 is the lowest passing grade and earns the units.
       SET-GRADE-REMARK.
       MOVE SPACES TO GRADE-TEXT.
       IF TR-STATUS(TR-SUB) = 'D'
      	  MOVE "DRP" TO GRADE-TEXT
      	  MOVE "DROPPED" TO REMARK-TEXT
       ELSE IF TR-STATUS(TR-SUB) = 'W'
      	  MOVE "W" TO GRADE-TEXT
      	  MOVE "WITHDRAWN" TO REMARK-TEXT
       ELSE IF TR-GRADE(TR-SUB) = ZERO
      	  MOVE "NO GRADE" TO REMARK-TEXT
       ELSE
      	  MOVE TR-GRADE(TR-SUB) TO GRADE-ED
      	  MOVE GRADE-ED TO GRADE-TEXT
      	  COMPUTE TERM-POINTS = TERM-POINTS
      	  	+ TR-GRADE(TR-SUB) * TR-UNITS(TR-SUB)
      	  ADD TR-UNITS(TR-SUB) TO TERM-UNITS
      	  IF TR-GRADE(TR-SUB) > PASS-MAX
      	  	MOVE "FAILED" TO REMARK-TEXT
      	  	ADD 1 TO FAIL-COUNT
      	  ELSE
      	  	MOVE "PASSED" TO REMARK-TEXT
      	  	ADD TR-UNITS(TR-SUB) TO TERM-EARNED
      	  END-IF
       END-IF.

       WRITE-TERM-HEADER.
       MOVE ZERO TO TERM-POINTS.
       MOVE ZERO TO TERM-UNITS.
       MOVE ZERO TO TERM-EARNED.
       MOVE SPACES TO TRANS-RPT-REC.
       WRITE TRANS-RPT-REC.
       MOVE SPACES TO TRANS-RPT-REC.
       STRING
      	    "TERM " BRK-TERM DELIMITED BY SIZE
      	    INTO TRANS-RPT-REC
       END-STRING.
       WRITE TRANS-RPT-REC.
       MOVE SPACES TO TRANS-RPT-REC.
       STRING
      	    "  COURSE    DESCRIPTIVE TITLE" DELIMITED BY SIZE
      	    "                        UNITS GRADE REMARKS"
      	    DELIMITED BY SIZE
      	    INTO TRANS-RPT-REC
       END-STRING.
       WRITE TRANS-RPT-REC.

       WRITE-TERM-FOOTER.
       MOVE SPACES TO TRANS-RPT-REC.
       MOVE TERM-EARNED TO UNITS-ED.
       IF TERM-UNITS > ZERO
      	  COMPUTE TERM-GPA ROUNDED = TERM-POINTS / TERM-UNITS
      	  MOVE TERM-GPA TO GPA-ED
      	  STRING
      	      "  TERM GPA " GPA-ED DELIMITED BY SIZE
      	      "   UNITS EARNED " UNITS-ED DELIMITED BY SIZE
      	      INTO TRANS-RPT-REC
      	  END-STRING
       ELSE
      	  STRING
      	      "  TERM GPA N/A " DELIMITED BY SIZE
      	      "   UNITS EARNED " UNITS-ED DELIMITED BY SIZE
      	      INTO TRANS-RPT-REC
      	  END-STRING
       END-IF.
       WRITE TRANS-RPT-REC.
       ADD TERM-POINTS TO CUM-POINTS.
       ADD TERM-UNITS TO CUM-UNITS.
       ADD TERM-EARNED TO CUM-EARNED.

       WRITE-STUDENT-SUMMARY.
       MOVE SPACES TO TRANS-RPT-REC.
       WRITE TRANS-RPT-REC.
       MOVE SPACES TO TRANS-RPT-REC.
       IF CUM-UNITS > ZERO
      	  COMPUTE CUM-GWA ROUNDED = CUM-POINTS / CUM-UNITS
      	  MOVE CUM-GWA TO GPA-ED
      	  STRING
      	      "CUMULATIVE GWA       " GPA-ED DELIMITED BY SIZE
      	      INTO TRANS-RPT-REC
      	  END-STRING
       ELSE
      	  MOVE "CUMULATIVE GWA       N/A" TO TRANS-RPT-REC
       END-IF.
       WRITE TRANS-RPT-REC.
       MOVE SPACES TO TRANS-RPT-REC.
       MOVE CUM-EARNED TO UNITS-ED.
       STRING
      	    "TOTAL UNITS EARNED   " UNITS-ED DELIMITED BY SIZE
      	    INTO TRANS-RPT-REC
       END-STRING.
       WRITE TRANS-RPT-REC.
       IF STUDSTATUS = 'GRADUATED'
      	  PERFORM SET-HONORS-TEXT
      	  MOVE SPACES TO TRANS-RPT-REC
      	  STRING
      	      "LATIN HONORS         " HONORS-TEXT DELIMITED BY SIZE
      	      INTO TRANS-RPT-REC
      	  END-STRING
      	  WRITE TRANS-RPT-REC
       END-IF.
       MOVE SPACES TO TRANS-RPT-REC.
       WRITE TRANS-RPT-REC.
       MOVE "*** END OF TRANSCRIPT ***" TO TRANS-RPT-REC.
       WRITE TRANS-RPT-REC.
       MOVE SPACES TO TRANS-RPT-REC.
       WRITE TRANS-RPT-REC.

       SET-HONORS-TEXT.
       MOVE "NONE" TO HONORS-TEXT.
       IF CUM-UNITS > ZERO AND FAIL-COUNT = ZERO
      	  IF CUM-GWA <= SUMMA-MAX
      	  	MOVE "SUMMA CUM LAUDE" TO HONORS-TEXT
      	  ELSE IF CUM-GWA <= MAGNA-MAX
      	  	MOVE "MAGNA CUM LAUDE" TO HONORS-TEXT
      	  ELSE IF CUM-GWA <= CUM-LAUDE-MAX
      	  	MOVE "CUM LAUDE" TO HONORS-TEXT
      	  END-IF
      	  END-IF
      	  END-IF
       END-IF.
