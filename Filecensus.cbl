       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-CENSUS.

      *> Term census for the dean's office and CHED reporting. For a
      *> term on the term calendar, and the term before it (the
      *> latest term starting earlier), counts per STUDPROGRAM the
      *> students enrolled by STUDSTATUS, new versus continuing
      *> students, units carried, average load, full versus part
      *> load, and fill against PM-CAP; then the seats taken in each
      *> course against CRS-CAP. A student is in a term with any
      *> ENROLL.TXT row for it that was not dropped in the add/drop
      *> period; late withdrawals still count, having been enrolled
      *> at census. A new student has no such row in an earlier
      *> term. Program and status are the student's current ones
      *> from MYFILE.TXT, or ARCHMAST.TXT for purged alumni.
      *> Writes CENSUS.RPT to print and CENSUS.CSV for spreadsheets.

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
       SELECT CENSUS-RPT-FILE ASSIGN TO "CENSUS.RPT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS RP-STATUS.
       SELECT CENSUS-CSV-FILE ASSIGN TO "CENSUS.CSV"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS CV-STATUS.

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
       		88 ENR-DROPPED VALUE 'D'.
       FD PROG-FILE.
       COPY PROGMAST.
       FD CRS-FILE.
       COPY CRSMAST.
       FD TERM-FILE.
       COPY TERMMAST.
       FD CENSUS-RPT-FILE.
       01 CENSUS-RPT-REC PIC X(100).
       FD CENSUS-CSV-FILE.
       01 CENSUS-CSV-REC PIC X(100).

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
       	88 TM-SUCCESS VALUE '00'.

       77 RP-STATUS PIC XX.
       	88 RP-SUCCESS VALUE '00'.

       77 CV-STATUS PIC XX.
       	88 CV-SUCCESS VALUE '00'.

       77 X-TERM PIC X(6).

       77 END-OF-FILE PIC X.
       	88 END-REACH VALUE'Y'.

       77 END-OF-ENR PIC X.
       	88 ENR-DONE VALUE'Y'.

       77 FILES-OPEN-FLAG PIC X VALUE 'N'.
       	88 FILES-OPEN VALUE 'Y'.

       77 ARCH-OPEN-FLAG PIC X VALUE 'N'.
       	88 ARCH-OPEN VALUE 'Y'.

       77 TERM-FOUND-FLAG PIC X VALUE 'N'.
       	88 TERM-FOUND VALUE 'Y'.

       77 PRIOR-FOUND-FLAG PIC X VALUE 'N'.
       	88 PRIOR-FOUND VALUE 'Y'.

       77 PRINT-DATE PIC X(8).

      *> A student carrying at least this many units in a term is on
      *> a full load.
       77 FULL-LOAD-UNITS PIC 9(3) VALUE 18.

      *> Term calendar, to put terms in order by start date. A term
      *> on ENROLL.TXT that is not on the calendar predates it and is
      *> taken as earlier than any calendar term.
       01 TERM-TABLE.
       	02 TT-ENTRY OCCURS 100 TIMES.
       		03 TT-CODE PIC X(6).
       		03 TT-START PIC 9(8).
       77 TT-COUNT PIC 9(3) VALUE ZERO.
       77 TT-TABLE-MAX PIC 9(3) VALUE 100.
       77 TT-SUB PIC 9(3).

      *> Period 1 is the census term, period 2 the prior term.
       77 CUR-TERM PIC X(6).
       77 CUR-START PIC 9(8).
       77 PRI-TERM PIC X(6).
       77 PRI-START PIC 9(8).
       77 ROW-START PIC 9(8).
       77 PD-SUB PIC 9.

       01 PROG-STAT-TABLE.
       	02 PS-ENTRY OCCURS 31 TIMES.
       		03 PS-CODE PIC X(10).
       		03 PS-TITLE PIC X(40).
       		03 PS-CAP PIC 9(5).
       		03 PS-PERIOD OCCURS 2 TIMES.
       			04 PS-ACTIVE PIC 9(5).
       			04 PS-LOA PIC 9(5).
       			04 PS-WITHDRAWN PIC 9(5).
       			04 PS-GRADUATED PIC 9(5).
       			04 PS-OTHER PIC 9(5).
       			04 PS-HEADCOUNT PIC 9(5).
       			04 PS-NEW PIC 9(5).
       			04 PS-CONTINUING PIC 9(5).
       			04 PS-UNITS PIC 9(7).
       			04 PS-FULL PIC 9(5).
       			04 PS-PART PIC 9(5).
       77 PS-COUNT PIC 9(2) VALUE ZERO.
       77 PS-TABLE-MAX PIC 9(2) VALUE 30.
       77 PS-SUB PIC 9(2).
       77 PS-HIT PIC 9(2).
       77 PS-TOTAL PIC 9(2).

       01 COURSE-SEAT-TABLE.
       	02 CS-ENTRY OCCURS 300 TIMES.
       		03 CS-CODE PIC X(8).
       		03 CS-TITLE PIC X(40).
       		03 CS-CAP PIC 9(3).
       		03 CS-SEATS PIC 9(5) OCCURS 2 TIMES.
       77 CS-COUNT PIC 9(3) VALUE ZERO.
       77 CS-TABLE-MAX PIC 9(3) VALUE 300.
       77 CS-SUB PIC 9(3).
       77 CS-HIT PIC 9(3).

      *> The student being gathered off ENROLL.TXT, which comes in
      *> STUDNO order.
       77 BRK-STUDNO PIC 9(10).
       01 STUDENT-TERMS.
       	02 STU-PERIOD OCCURS 2 TIMES.
       		03 STU-IN PIC X.
       		03 STU-EARLIER PIC X.
       		03 STU-UNITS PIC 9(3).
       77 CEN-PROGRAM PIC X(10).
       77 CEN-STATUS PIC X(10).

       01 RATE-WORK.
       	02 RT-PERIOD OCCURS 2 TIMES.
       		03 RT-AVG-LOAD PIC 9(3)V99.
       		03 RT-FILL PIC 9(5)V99.

      *> One figure, written as a report line and a CSV row.
       77 MS-NAME PIC X(24).
       77 MS-CUR PIC 9(7)V99.
       77 MS-PRI PIC 9(7)V99.
       77 MS-CHANGE PIC S9(7)V99.
       77 MS-DECIMAL-FLAG PIC X VALUE 'N'.
       	88 MS-DECIMAL VALUE 'Y'.
       77 MS-INT-ED PIC Z(9)9.
       77 MS-DEC-ED PIC Z(6)9.99.
       77 MS-CHG-INT-ED PIC +(9)9.
       77 MS-CHG-DEC-ED PIC +(6)9.99.
       77 CUR-TEXT PIC X(10).
       77 PRI-TEXT PIC X(10).
       77 CHG-TEXT PIC X(10).

       77 CSV-SECTION PIC X(8).
       77 CSV-CODE PIC X(10).
       77 TRIM-TEXT PIC X(10).
       77 TRIM-POS PIC 9(2).
       77 TRIM-OUT PIC X(10).
       77 CSV-CUR PIC X(10).
       77 CSV-PRI PIC X(10).
       77 CSV-CHG PIC X(10).

       77 CAP-ED PIC ZZZZ9.
       77 SEATS-ED PIC ZZZZ9.
       77 FILL-ED PIC ZZZZ9.99.
       77 SEATS2-ED PIC ZZZZ9.
       77 FILL2-ED PIC ZZZZ9.99.
       77 COURSE-LINE-COUNT PIC 9(3) VALUE ZERO.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "TERM CENSUS AND ENROLLMENT STATISTICS".
       DISPLAY "ENTER TERM: ".
       ACCEPT X-TERM.
       PERFORM LOAD-TERM-TABLE.
       PERFORM FIND-CENSUS-TERMS.
       IF TERM-FOUND
      	  PERFORM RUN-CENSUS
       END-IF.

       STOP RUN.

       LOAD-TERM-TABLE.
       MOVE ZERO TO TT-COUNT.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT TERM-FILE.
       IF TM-SUCCESS
      	  PERFORM READ-TERM-NEXT
      	  	UNTIL END-REACH
      	  CLOSE TERM-FILE
       ELSE
      	  DISPLAY "ERROR OPENING TERM CALENDAR " TM-STATUS
       END-IF.

       READ-TERM-NEXT.
        READ TERM-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		PERFORM STORE-TERM-ROW
        	END-READ.

       STORE-TERM-ROW.
       IF TT-COUNT >= TT-TABLE-MAX
      	  MOVE 'Y' TO END-OF-FILE
      	  DISPLAY "TERM TABLE FULL, REST IGNORED"
       ELSE
      	  ADD 1 TO TT-COUNT
      	  MOVE TM-CODE TO TT-CODE(TT-COUNT)
      	  MOVE TM-START TO TT-START(TT-COUNT)
       END-IF.

      *> The prior term is the one with the latest start date before
      *> the census term's.
       FIND-CENSUS-TERMS.
       MOVE 'N' TO TERM-FOUND-FLAG.
       MOVE 'N' TO PRIOR-FOUND-FLAG.
       MOVE X-TERM TO CUR-TERM.
       MOVE ZERO TO CUR-START.
       MOVE "NONE" TO PRI-TERM.
       MOVE ZERO TO PRI-START.
       PERFORM VARYING TT-SUB FROM 1 BY 1
      	  	UNTIL TT-SUB > TT-COUNT
      	  IF TT-CODE(TT-SUB) = X-TERM
      	  	MOVE 'Y' TO TERM-FOUND-FLAG
      	  	MOVE TT-START(TT-SUB) TO CUR-START
      	  END-IF
       END-PERFORM.
       IF NOT TERM-FOUND
      	  DISPLAY "TERM NOT ON TERM CALENDAR: " X-TERM
       ELSE
      	  PERFORM VARYING TT-SUB FROM 1 BY 1
      	  		UNTIL TT-SUB > TT-COUNT
      	  	IF TT-START(TT-SUB) < CUR-START
      	  			AND TT-START(TT-SUB) > PRI-START
      	  		MOVE 'Y' TO PRIOR-FOUND-FLAG
      	  		MOVE TT-CODE(TT-SUB) TO PRI-TERM
      	  		MOVE TT-START(TT-SUB) TO PRI-START
      	  	END-IF
      	  END-PERFORM
       END-IF.

       RUN-CENSUS.
       MOVE FUNCTION CURRENT-DATE(1:8) TO PRINT-DATE.
       PERFORM OPEN-CENSUS-FILES.
       IF FILES-OPEN
      	  PERFORM LOAD-PROGRAM-TABLE
      	  PERFORM LOAD-COURSE-TABLE
      	  PERFORM SCAN-ENROLLMENTS
      	  PERFORM ADD-PROGRAM-TOTALS
      	  PERFORM WRITE-CENSUS-HEADER
      	  PERFORM WRITE-PROGRAM-BLOCK
      	  	VARYING PS-SUB FROM 1 BY 1
      	  	UNTIL PS-SUB > PS-TOTAL
      	  PERFORM WRITE-COURSE-SECTION
      	  CLOSE CENSUS-RPT-FILE
      	  CLOSE CENSUS-CSV-FILE
      	  DISPLAY "CENSUS FOR " CUR-TERM " (PRIOR TERM " PRI-TERM
      	  	") WRITTEN TO CENSUS.RPT AND CENSUS.CSV"
       END-IF.
       CLOSE MY-FILE.
       CLOSE ENR-FILE.
       CLOSE PROG-FILE.
       CLOSE CRS-FILE.
       IF ARCH-OPEN
      	  CLOSE ARCH-MAST-FILE
       END-IF.

       OPEN-CENSUS-FILES.
       MOVE 'N' TO FILES-OPEN-FLAG.
       MOVE 'N' TO ARCH-OPEN-FLAG.
       OPEN INPUT MY-FILE.
       OPEN INPUT ENR-FILE.
       OPEN INPUT PROG-FILE.
       OPEN INPUT CRS-FILE.
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
       ELSE
      	  OPEN OUTPUT CENSUS-RPT-FILE
      	  OPEN OUTPUT CENSUS-CSV-FILE
      	  IF NOT RP-SUCCESS
      	  	DISPLAY "ERROR OPENING CENSUS REPORT " RP-STATUS
      	  ELSE IF NOT CV-SUCCESS
      	  	DISPLAY "ERROR OPENING CENSUS CSV " CV-STATUS
      	  	CLOSE CENSUS-RPT-FILE
      	  ELSE
      	  	MOVE 'Y' TO FILES-OPEN-FLAG
      	  END-IF
       END-IF.

      *> Programs print in PROGMAST.TXT order. A STUDPROGRAM not on
      *> the program master is added as found, with no cap.
       LOAD-PROGRAM-TABLE.
       MOVE ZERO TO PS-COUNT.
       MOVE 'N' TO END-OF-FILE.
       PERFORM READ-PROGRAM-NEXT
       	UNTIL END-REACH.

       READ-PROGRAM-NEXT.
        READ PROG-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		PERFORM STORE-PROGRAM-ROW
        	END-READ.

       STORE-PROGRAM-ROW.
       IF PS-COUNT >= PS-TABLE-MAX
      	  MOVE 'Y' TO END-OF-FILE
      	  DISPLAY "PROGRAM TABLE FULL, REST IGNORED"
       ELSE
      	  ADD 1 TO PS-COUNT
      	  MOVE PM-CODE TO PS-CODE(PS-COUNT)
      	  MOVE PM-TITLE TO PS-TITLE(PS-COUNT)
      	  MOVE PM-CAP TO PS-CAP(PS-COUNT)
      	  MOVE ZEROS TO PS-PERIOD(PS-COUNT, 1)
      	  MOVE ZEROS TO PS-PERIOD(PS-COUNT, 2)
       END-IF.

       LOAD-COURSE-TABLE.
       MOVE ZERO TO CS-COUNT.
       MOVE 'N' TO END-OF-FILE.
       PERFORM READ-COURSE-NEXT
       	UNTIL END-REACH.

       READ-COURSE-NEXT.
        READ CRS-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		PERFORM STORE-COURSE-ROW
        	END-READ.

       STORE-COURSE-ROW.
       IF CS-COUNT >= CS-TABLE-MAX
      	  MOVE 'Y' TO END-OF-FILE
      	  DISPLAY "COURSE TABLE FULL, REST IGNORED"
       ELSE
      	  ADD 1 TO CS-COUNT
      	  MOVE CRS-CODE TO CS-CODE(CS-COUNT)
      	  MOVE CRS-TITLE TO CS-TITLE(CS-COUNT)
      	  MOVE CRS-CAP TO CS-CAP(CS-COUNT)
      	  MOVE ZERO TO CS-SEATS(CS-COUNT, 1)
      	  MOVE ZERO TO CS-SEATS(CS-COUNT, 2)
       END-IF.

       SCAN-ENROLLMENTS.
       MOVE 'N' TO END-OF-ENR.
       MOVE ZERO TO BRK-STUDNO.
       PERFORM CLEAR-STUDENT.
       PERFORM SCAN-ENR-NEXT
       	UNTIL ENR-DONE.
       IF BRK-STUDNO NOT = ZERO
      	  PERFORM FINISH-STUDENT
       END-IF.

       SCAN-ENR-NEXT.
        READ ENR-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-ENR
        	NOT AT END
        		PERFORM TAKE-ENR-ROW
        	END-READ.

       TAKE-ENR-ROW.
       IF ENR-STUDNO NOT = BRK-STUDNO
      	  IF BRK-STUDNO NOT = ZERO
      	  	PERFORM FINISH-STUDENT
      	  END-IF
      	  MOVE ENR-STUDNO TO BRK-STUDNO
      	  PERFORM CLEAR-STUDENT
       END-IF.
       IF NOT ENR-DROPPED
      	  PERFORM TALLY-ENR-ROW
       END-IF.

       CLEAR-STUDENT.
       MOVE 'N' TO STU-IN(1).
       MOVE 'N' TO STU-IN(2).
       MOVE 'N' TO STU-EARLIER(1).
       MOVE 'N' TO STU-EARLIER(2).
       MOVE ZERO TO STU-UNITS(1).
       MOVE ZERO TO STU-UNITS(2).

       TALLY-ENR-ROW.
       MOVE ZERO TO ROW-START.
       PERFORM VARYING TT-SUB FROM 1 BY 1
      	  	UNTIL TT-SUB > TT-COUNT
      	  IF TT-CODE(TT-SUB) = ENR-TERM
      	  	MOVE TT-START(TT-SUB) TO ROW-START
      	  END-IF
       END-PERFORM.
       IF ENR-TERM = CUR-TERM
      	  MOVE 1 TO PD-SUB
      	  PERFORM TALLY-TERM-ROW
       ELSE IF PRIOR-FOUND AND ENR-TERM = PRI-TERM
      	  MOVE 2 TO PD-SUB
      	  PERFORM TALLY-TERM-ROW
       END-IF.
       IF ROW-START < CUR-START
      	  MOVE 'Y' TO STU-EARLIER(1)
       END-IF.
       IF PRIOR-FOUND AND ROW-START < PRI-START
      	  MOVE 'Y' TO STU-EARLIER(2)
       END-IF.

       TALLY-TERM-ROW.
       MOVE 'Y' TO STU-IN(PD-SUB).
       ADD ENR-UNITS TO STU-UNITS(PD-SUB).
       MOVE ZERO TO CS-HIT.
       PERFORM VARYING CS-SUB FROM 1 BY 1
      	  	UNTIL CS-SUB > CS-COUNT OR CS-HIT > ZERO
      	  IF CS-CODE(CS-SUB) = ENR-COURSE
      	  	MOVE CS-SUB TO CS-HIT
      	  END-IF
       END-PERFORM.
       IF CS-HIT = ZERO AND CS-COUNT < CS-TABLE-MAX
      	  ADD 1 TO CS-COUNT
      	  MOVE CS-COUNT TO CS-HIT
      	  MOVE ENR-COURSE TO CS-CODE(CS-HIT)
      	  MOVE "(NOT ON COURSE MASTER)" TO CS-TITLE(CS-HIT)
      	  MOVE ZERO TO CS-CAP(CS-HIT)
      	  MOVE ZERO TO CS-SEATS(CS-HIT, 1)
      	  MOVE ZERO TO CS-SEATS(CS-HIT, 2)
       END-IF.
       IF CS-HIT > ZERO
      	  ADD 1 TO CS-SEATS(CS-HIT, PD-SUB)
       END-IF.

       FINISH-STUDENT.
       IF STU-IN(1) = 'Y' OR STU-IN(2) = 'Y'
      	  PERFORM GET-STUDENT-PROGRAM
      	  PERFORM FIND-PROGRAM-ENTRY
      	  IF PS-HIT > ZERO
      	  	PERFORM COUNT-STUDENT-PERIOD
      	  		VARYING PD-SUB FROM 1 BY 1
      	  		UNTIL PD-SUB > 2
      	  END-IF
       END-IF.

       GET-STUDENT-PROGRAM.
       MOVE BRK-STUDNO TO STUDNO.
       READ MY-FILE KEY IS STUDNO
      	  INVALID KEY
      	  	PERFORM GET-ARCHIVED-PROGRAM
      	  NOT INVALID KEY
      	  	MOVE STUDPROGRAM TO CEN-PROGRAM
      	  	MOVE STUDSTATUS TO CEN-STATUS
       END-READ.

       GET-ARCHIVED-PROGRAM.
       MOVE "UNKNOWN" TO CEN-PROGRAM.
       MOVE SPACES TO CEN-STATUS.
       IF ARCH-OPEN
      	  MOVE BRK-STUDNO TO AM-STUDNO
      	  READ ARCH-MAST-FILE KEY IS AM-STUDNO
      	  	INVALID KEY
      	  		CONTINUE
      	  	NOT INVALID KEY
      	  		MOVE AM-STUDPROGRAM TO CEN-PROGRAM
      	  		MOVE AM-STUDSTATUS TO CEN-STATUS
      	  END-READ
       END-IF.

       FIND-PROGRAM-ENTRY.
       MOVE ZERO TO PS-HIT.
       PERFORM VARYING PS-SUB FROM 1 BY 1
      	  	UNTIL PS-SUB > PS-COUNT OR PS-HIT > ZERO
      	  IF PS-CODE(PS-SUB) = CEN-PROGRAM
      	  	MOVE PS-SUB TO PS-HIT
      	  END-IF
       END-PERFORM.
       IF PS-HIT = ZERO
      	  IF PS-COUNT >= PS-TABLE-MAX
      	  	DISPLAY "PROGRAM TABLE FULL, NOT COUNTED: " BRK-STUDNO
      	  ELSE
      	  	ADD 1 TO PS-COUNT
      	  	MOVE PS-COUNT TO PS-HIT
      	  	MOVE CEN-PROGRAM TO PS-CODE(PS-HIT)
      	  	MOVE "(NOT ON PROGRAM MASTER)" TO PS-TITLE(PS-HIT)
      	  	MOVE ZERO TO PS-CAP(PS-HIT)
      	  	MOVE ZEROS TO PS-PERIOD(PS-HIT, 1)
      	  	MOVE ZEROS TO PS-PERIOD(PS-HIT, 2)
      	  END-IF
       END-IF.

       COUNT-STUDENT-PERIOD.
       IF STU-IN(PD-SUB) = 'Y'
      	  ADD 1 TO PS-HEADCOUNT(PS-HIT, PD-SUB)
      	  EVALUATE CEN-STATUS
      	  	WHEN 'ACTIVE'
      	  		ADD 1 TO PS-ACTIVE(PS-HIT, PD-SUB)
      	  	WHEN 'LOA'
      	  		ADD 1 TO PS-LOA(PS-HIT, PD-SUB)
      	  	WHEN 'WITHDRAWN'
      	  		ADD 1 TO PS-WITHDRAWN(PS-HIT, PD-SUB)
      	  	WHEN 'GRADUATED'
      	  		ADD 1 TO PS-GRADUATED(PS-HIT, PD-SUB)
      	  	WHEN OTHER
      	  		ADD 1 TO PS-OTHER(PS-HIT, PD-SUB)
      	  END-EVALUATE
      	  IF STU-EARLIER(PD-SUB) = 'Y'
      	  	ADD 1 TO PS-CONTINUING(PS-HIT, PD-SUB)
      	  ELSE
      	  	ADD 1 TO PS-NEW(PS-HIT, PD-SUB)
      	  END-IF
      	  ADD STU-UNITS(PD-SUB) TO PS-UNITS(PS-HIT, PD-SUB)
      	  IF STU-UNITS(PD-SUB) >= FULL-LOAD-UNITS
      	  	ADD 1 TO PS-FULL(PS-HIT, PD-SUB)
      	  ELSE
      	  	ADD 1 TO PS-PART(PS-HIT, PD-SUB)
      	  END-IF
       END-IF.

      *> The all-programs line goes in the entry after the last
      *> program, with the caps added together.
       ADD-PROGRAM-TOTALS.
       COMPUTE PS-TOTAL = PS-COUNT + 1.
       MOVE "ALL" TO PS-CODE(PS-TOTAL).
       MOVE "ALL PROGRAMS" TO PS-TITLE(PS-TOTAL).
       MOVE ZERO TO PS-CAP(PS-TOTAL).
       MOVE ZEROS TO PS-PERIOD(PS-TOTAL, 1).
       MOVE ZEROS TO PS-PERIOD(PS-TOTAL, 2).
       PERFORM VARYING PS-SUB FROM 1 BY 1
      	  	UNTIL PS-SUB > PS-COUNT
      	  ADD PS-CAP(PS-SUB) TO PS-CAP(PS-TOTAL)
      	  PERFORM ADD-ONE-PERIOD-TOTAL
      	  	VARYING PD-SUB FROM 1 BY 1
      	  	UNTIL PD-SUB > 2
       END-PERFORM.

       ADD-ONE-PERIOD-TOTAL.
       ADD PS-ACTIVE(PS-SUB, PD-SUB) TO PS-ACTIVE(PS-TOTAL, PD-SUB).
       ADD PS-LOA(PS-SUB, PD-SUB) TO PS-LOA(PS-TOTAL, PD-SUB).
       ADD PS-WITHDRAWN(PS-SUB, PD-SUB)
       	TO PS-WITHDRAWN(PS-TOTAL, PD-SUB).
       ADD PS-GRADUATED(PS-SUB, PD-SUB)
       	TO PS-GRADUATED(PS-TOTAL, PD-SUB).
       ADD PS-OTHER(PS-SUB, PD-SUB) TO PS-OTHER(PS-TOTAL, PD-SUB).
       ADD PS-HEADCOUNT(PS-SUB, PD-SUB)
       	TO PS-HEADCOUNT(PS-TOTAL, PD-SUB).
       ADD PS-NEW(PS-SUB, PD-SUB) TO PS-NEW(PS-TOTAL, PD-SUB).
       ADD PS-CONTINUING(PS-SUB, PD-SUB)
       	TO PS-CONTINUING(PS-TOTAL, PD-SUB).
       ADD PS-UNITS(PS-SUB, PD-SUB) TO PS-UNITS(PS-TOTAL, PD-SUB).
       ADD PS-FULL(PS-SUB, PD-SUB) TO PS-FULL(PS-TOTAL, PD-SUB).
       ADD PS-PART(PS-SUB, PD-SUB) TO PS-PART(PS-TOTAL, PD-SUB).

       WRITE-CENSUS-HEADER.
       MOVE SPACES TO CENSUS-RPT-REC.
       STRING
      	    "TERM CENSUS AND ENROLLMENT STATISTICS" DELIMITED BY SIZE
      	    "             DATE PRINTED " DELIMITED BY SIZE
      	    PRINT-DATE DELIMITED BY SIZE
      	    INTO CENSUS-RPT-REC
       END-STRING.
       WRITE CENSUS-RPT-REC.
       MOVE SPACES TO CENSUS-RPT-REC.
       STRING
      	    "CENSUS TERM " CUR-TERM DELIMITED BY SIZE
      	    "   PRIOR TERM " PRI-TERM DELIMITED BY SIZE
      	    INTO CENSUS-RPT-REC
       END-STRING.
       WRITE CENSUS-RPT-REC.
       MOVE SPACES TO CENSUS-CSV-REC.
       STRING
      	    "SECTION,CODE,MEASURE," DELIMITED BY SIZE
      	    CUR-TERM DELIMITED BY SPACE
      	    "," DELIMITED BY SIZE
      	    PRI-TERM DELIMITED BY SPACE
      	    ",CHANGE" DELIMITED BY SIZE
      	    INTO CENSUS-CSV-REC
       END-STRING.
       WRITE CENSUS-CSV-REC.

       WRITE-PROGRAM-BLOCK.
       PERFORM COMPUTE-PROGRAM-RATES
       	VARYING PD-SUB FROM 1 BY 1
       	UNTIL PD-SUB > 2.
       MOVE SPACES TO CENSUS-RPT-REC.
       WRITE CENSUS-RPT-REC.
       MOVE PS-CAP(PS-SUB) TO CAP-ED.
       MOVE SPACES TO CENSUS-RPT-REC.
       STRING
      	    "PROGRAM " PS-CODE(PS-SUB) DELIMITED BY SIZE
      	    " " PS-TITLE(PS-SUB) DELIMITED BY SIZE
      	    "  CAP " CAP-ED DELIMITED BY SIZE
      	    INTO CENSUS-RPT-REC
       END-STRING.
       WRITE CENSUS-RPT-REC.
       MOVE SPACES TO CENSUS-RPT-REC.
       STRING
      	    "                              " DELIMITED BY SIZE
      	    "  " CUR-TERM DELIMITED BY SIZE
      	    "      " PRI-TERM DELIMITED BY SIZE
      	    "      CHANGE" DELIMITED BY SIZE
      	    INTO CENSUS-RPT-REC
       END-STRING.
       WRITE CENSUS-RPT-REC.
       MOVE "PROGRAM" TO CSV-SECTION.
       MOVE PS-CODE(PS-SUB) TO CSV-CODE.
       MOVE 'N' TO MS-DECIMAL-FLAG.
       MOVE "ACTIVE" TO MS-NAME.
       MOVE PS-ACTIVE(PS-SUB, 1) TO MS-CUR.
       MOVE PS-ACTIVE(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "LOA" TO MS-NAME.
       MOVE PS-LOA(PS-SUB, 1) TO MS-CUR.
       MOVE PS-LOA(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "WITHDRAWN" TO MS-NAME.
       MOVE PS-WITHDRAWN(PS-SUB, 1) TO MS-CUR.
       MOVE PS-WITHDRAWN(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "GRADUATED" TO MS-NAME.
       MOVE PS-GRADUATED(PS-SUB, 1) TO MS-CUR.
       MOVE PS-GRADUATED(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "OTHER STATUS" TO MS-NAME.
       MOVE PS-OTHER(PS-SUB, 1) TO MS-CUR.
       MOVE PS-OTHER(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "TOTAL HEADCOUNT" TO MS-NAME.
       MOVE PS-HEADCOUNT(PS-SUB, 1) TO MS-CUR.
       MOVE PS-HEADCOUNT(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "NEW STUDENTS" TO MS-NAME.
       MOVE PS-NEW(PS-SUB, 1) TO MS-CUR.
       MOVE PS-NEW(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "CONTINUING STUDENTS" TO MS-NAME.
       MOVE PS-CONTINUING(PS-SUB, 1) TO MS-CUR.
       MOVE PS-CONTINUING(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "ENROLLED UNITS" TO MS-NAME.
       MOVE PS-UNITS(PS-SUB, 1) TO MS-CUR.
       MOVE PS-UNITS(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "FULL LOAD" TO MS-NAME.
       MOVE PS-FULL(PS-SUB, 1) TO MS-CUR.
       MOVE PS-FULL(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "PART LOAD" TO MS-NAME.
       MOVE PS-PART(PS-SUB, 1) TO MS-CUR.
       MOVE PS-PART(PS-SUB, 2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE 'Y' TO MS-DECIMAL-FLAG.
       MOVE "AVERAGE UNIT LOAD" TO MS-NAME.
       MOVE RT-AVG-LOAD(1) TO MS-CUR.
       MOVE RT-AVG-LOAD(2) TO MS-PRI.
       PERFORM WRITE-MEASURE.
       MOVE "FILL RATE PCT" TO MS-NAME.
       MOVE RT-FILL(1) TO MS-CUR.
       MOVE RT-FILL(2) TO MS-PRI.
       PERFORM WRITE-MEASURE.

      *> Fill rate is headcount against PM-CAP; a program with no cap
      *> on file shows zero.
       COMPUTE-PROGRAM-RATES.
       MOVE ZERO TO RT-AVG-LOAD(PD-SUB).
       MOVE ZERO TO RT-FILL(PD-SUB).
       IF PS-HEADCOUNT(PS-SUB, PD-SUB) > ZERO
      	  COMPUTE RT-AVG-LOAD(PD-SUB) ROUNDED =
      	  	PS-UNITS(PS-SUB, PD-SUB) / PS-HEADCOUNT(PS-SUB, PD-SUB)
       END-IF.
       IF PS-CAP(PS-SUB) > ZERO
      	  COMPUTE RT-FILL(PD-SUB) ROUNDED =
      	  	PS-HEADCOUNT(PS-SUB, PD-SUB) * 100 / PS-CAP(PS-SUB)
       END-IF.

       WRITE-MEASURE.
       PERFORM EDIT-MEASURE.
       MOVE SPACES TO CENSUS-RPT-REC.
       STRING
      	    "  " MS-NAME DELIMITED BY SIZE
      	    "  " CUR-TEXT DELIMITED BY SIZE
      	    "  " PRI-TEXT DELIMITED BY SIZE
      	    "  " CHG-TEXT DELIMITED BY SIZE
      	    INTO CENSUS-RPT-REC
       END-STRING.
       WRITE CENSUS-RPT-REC.
       PERFORM WRITE-CSV-ROW.

       EDIT-MEASURE.
       COMPUTE MS-CHANGE = MS-CUR - MS-PRI.
       IF MS-DECIMAL
      	  MOVE MS-CUR TO MS-DEC-ED
      	  MOVE MS-DEC-ED TO CUR-TEXT
      	  MOVE MS-PRI TO MS-DEC-ED
      	  MOVE MS-DEC-ED TO PRI-TEXT
      	  MOVE MS-CHANGE TO MS-CHG-DEC-ED
      	  MOVE MS-CHG-DEC-ED TO CHG-TEXT
       ELSE
      	  MOVE MS-CUR TO MS-INT-ED
      	  MOVE MS-INT-ED TO CUR-TEXT
      	  MOVE MS-PRI TO MS-INT-ED
      	  MOVE MS-INT-ED TO PRI-TEXT
      	  MOVE MS-CHANGE TO MS-CHG-INT-ED
      	  MOVE MS-CHG-INT-ED TO CHG-TEXT
       END-IF.

       WRITE-CSV-ROW.
       MOVE CUR-TEXT TO TRIM-TEXT.
       PERFORM TRIM-LEADING-SPACES.
       MOVE TRIM-OUT TO CSV-CUR.
       MOVE PRI-TEXT TO TRIM-TEXT.
       PERFORM TRIM-LEADING-SPACES.
       MOVE TRIM-OUT TO CSV-PRI.
       MOVE CHG-TEXT TO TRIM-TEXT.
       PERFORM TRIM-LEADING-SPACES.
       MOVE TRIM-OUT TO CSV-CHG.
       MOVE SPACES TO CENSUS-CSV-REC.
       STRING
      	    CSV-SECTION DELIMITED BY SPACE
      	    "," DELIMITED BY SIZE
      	    CSV-CODE DELIMITED BY SPACE
      	    "," DELIMITED BY SIZE
      	    MS-NAME DELIMITED BY "  "
      	    "," DELIMITED BY SIZE
      	    CSV-CUR DELIMITED BY SPACE
      	    "," DELIMITED BY SIZE
      	    CSV-PRI DELIMITED BY SPACE
      	    "," DELIMITED BY SIZE
      	    CSV-CHG DELIMITED BY SPACE
      	    INTO CENSUS-CSV-REC
       END-STRING.
       WRITE CENSUS-CSV-REC.

       TRIM-LEADING-SPACES.
       MOVE 1 TO TRIM-POS.
       PERFORM UNTIL TRIM-POS = 10
      	  	OR TRIM-TEXT(TRIM-POS:1) NOT = SPACE
      	  ADD 1 TO TRIM-POS
       END-PERFORM.
       MOVE TRIM-TEXT(TRIM-POS:) TO TRIM-OUT.

      *> Seats taken per course in each term against the per-term
      *> CRS-CAP. Courses with no seats in either term are left out.
       WRITE-COURSE-SECTION.
       MOVE SPACES TO CENSUS-RPT-REC.
       WRITE CENSUS-RPT-REC.
       MOVE SPACES TO CENSUS-RPT-REC.
       STRING
      	    "COURSE FILL AGAINST CAPACITY" DELIMITED BY SIZE
      	    INTO CENSUS-RPT-REC
       END-STRING.
       WRITE CENSUS-RPT-REC.
       MOVE SPACES TO CENSUS-RPT-REC.
       STRING
      	    "COURSE   TITLE" DELIMITED BY SIZE
      	    "                             CAP" DELIMITED BY SIZE
      	    " " CUR-TERM "    FILL%" DELIMITED BY SIZE
      	    " " PRI-TERM "    FILL%     CHANGE" DELIMITED BY SIZE
      	    INTO CENSUS-RPT-REC
       END-STRING.
       WRITE CENSUS-RPT-REC.
       MOVE ZERO TO COURSE-LINE-COUNT.
       PERFORM WRITE-COURSE-LINE
       	VARYING CS-SUB FROM 1 BY 1
       	UNTIL CS-SUB > CS-COUNT.
       IF COURSE-LINE-COUNT = ZERO
      	  MOVE "  (NO COURSE SEATS TAKEN IN EITHER TERM)"
      	  	TO CENSUS-RPT-REC
      	  WRITE CENSUS-RPT-REC
       END-IF.

       WRITE-COURSE-LINE.
       IF CS-SEATS(CS-SUB, 1) > ZERO OR CS-SEATS(CS-SUB, 2) > ZERO
      	  ADD 1 TO COURSE-LINE-COUNT
      	  PERFORM WRITE-COURSE-FIGURES
       END-IF.

       WRITE-COURSE-FIGURES.
       MOVE ZERO TO RT-FILL(1).
       MOVE ZERO TO RT-FILL(2).
       IF CS-CAP(CS-SUB) > ZERO
      	  COMPUTE RT-FILL(1) ROUNDED =
      	  	CS-SEATS(CS-SUB, 1) * 100 / CS-CAP(CS-SUB)
      	  COMPUTE RT-FILL(2) ROUNDED =
      	  	CS-SEATS(CS-SUB, 2) * 100 / CS-CAP(CS-SUB)
       END-IF.
       MOVE CS-CAP(CS-SUB) TO CAP-ED.
       MOVE CS-SEATS(CS-SUB, 1) TO SEATS-ED.
       MOVE RT-FILL(1) TO FILL-ED.
       MOVE CS-SEATS(CS-SUB, 2) TO SEATS2-ED.
       MOVE RT-FILL(2) TO FILL2-ED.
       COMPUTE MS-CHANGE = CS-SEATS(CS-SUB, 1) - CS-SEATS(CS-SUB, 2).
       MOVE MS-CHANGE TO MS-CHG-INT-ED.
       MOVE SPACES TO CENSUS-RPT-REC.
       STRING
      	    CS-CODE(CS-SUB) " " DELIMITED BY SIZE
      	    CS-TITLE(CS-SUB)(1:30) DELIMITED BY SIZE
      	    "  " CAP-ED DELIMITED BY SIZE
      	    "  " SEATS-ED " " FILL-ED DELIMITED BY SIZE
      	    "  " SEATS2-ED " " FILL2-ED DELIMITED BY SIZE
      	    " " MS-CHG-INT-ED DELIMITED BY SIZE
      	    INTO CENSUS-RPT-REC
       END-STRING.
       WRITE CENSUS-RPT-REC.
       MOVE "COURSE" TO CSV-SECTION.
       MOVE CS-CODE(CS-SUB) TO CSV-CODE.
       MOVE 'N' TO MS-DECIMAL-FLAG.
       MOVE "SEATS" TO MS-NAME.
       MOVE CS-SEATS(CS-SUB, 1) TO MS-CUR.
       MOVE CS-SEATS(CS-SUB, 2) TO MS-PRI.
       PERFORM EDIT-MEASURE.
       PERFORM WRITE-CSV-ROW.
       MOVE 'Y' TO MS-DECIMAL-FLAG.
       MOVE "FILL RATE PCT" TO MS-NAME.
       MOVE RT-FILL(1) TO MS-CUR.
       MOVE RT-FILL(2) TO MS-PRI.
       PERFORM EDIT-MEASURE.
       PERFORM WRITE-CSV-ROW.
