       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(260).

       WORKING-STORAGE SECTION.
       77 A-STATUS PIC XX.
      *> lines with fixed-size fields, so every value sits at a fixed
      *> column. Lines written before the STATUS fields were added are
      *> shorter; the AFTER group then starts at column 117 instead.
      *> Lines that record a transaction rather than a change to the
      *> student record carry " DETAIL=" and free text at column 135
      *> in place of the AFTER group. Lines written since operators
      *> sign on end with " OPER=" and the operator ID at column 240.
       77 AL-DATE PIC X(8).
       77 AL-TIME PIC X(6).
       77 AL-OP PIC X(6).
       77 AL-A-NAME PIC X(30).
       77 AL-A-PROG PIC X(10).
       77 AL-A-STAT PIC X(10).
       77 AL-DETAIL PIC X(97).
       77 AL-OPER PIC X(8).

       77 HIT-COUNT PIC 9(5) VALUE ZERO.

       01 OP-TALLY-TABLE.
       	02 OP-ENTRY OCCURS 20 TIMES.
       		03 OPT-NAME PIC X(6).
       		03 OPT-COUNT PIC 9(5).
       77 OP-COUNT PIC 9(2) VALUE ZERO.
       77 OP-TABLE-MAX PIC 9(2) VALUE 20.
       77 OP-SUB PIC 9(2).
       77 OP-HIT PIC 9(2).

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] STUDENT HISTORY [2] DATE RANGE [3] DAILY SUMMARY".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM STUDENT-HISTORY
       ELSE IF MENU-PICK = 2
       PERFORM DATE-RANGE-HISTORY

       STOP RUN.

       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR OR SO-REGISTRAR
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       STUDENT-HISTORY.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT Q-STUDNO.
       MOVE AUDIT-REC(107:10) TO AL-B-PROG.
       IF AUDIT-REC(117:8) = " STATUS="
      	  MOVE AUDIT-REC(125:10) TO AL-B-STAT
      	  IF AUDIT-REC(135:8) = " DETAIL="
      	  	MOVE AUDIT-REC(143:97) TO AL-DETAIL
      	  	MOVE SPACES TO AL-A-STUDNO
      	  	MOVE SPACES TO AL-A-NAME
      	  	MOVE SPACES TO AL-A-PROG
      	  	MOVE SPACES TO AL-A-STAT
      	  ELSE
      	  	MOVE SPACES TO AL-DETAIL
      	  	MOVE AUDIT-REC(149:10) TO AL-A-STUDNO
      	  	MOVE AUDIT-REC(169:30) TO AL-A-NAME
      	  	MOVE AUDIT-REC(212:10) TO AL-A-PROG
      	  	MOVE AUDIT-REC(230:10) TO AL-A-STAT
      	  END-IF
       ELSE
      	  MOVE SPACES TO AL-DETAIL
      	  MOVE SPACES TO AL-B-STAT
      	  MOVE AUDIT-REC(131:10) TO AL-A-STUDNO
      	  MOVE AUDIT-REC(151:30) TO AL-A-NAME
      	  MOVE AUDIT-REC(194:10) TO AL-A-PROG
      	  MOVE SPACES TO AL-A-STAT
       END-IF.
       IF AUDIT-REC(240:6) = " OPER="
      	  MOVE AUDIT-REC(246:8) TO AL-OPER
       ELSE
      	  MOVE SPACES TO AL-OPER
       END-IF.

       SELECT-AUDIT-LINE.
       EVALUATE MENU-PICK

       PRINT-AUDIT-LINE.
       ADD 1 TO HIT-COUNT.
       DISPLAY AL-DATE " " AL-TIME " " AL-OP " OPER " AL-OPER.
       DISPLAY "  BEFORE: " AL-B-STUDNO " " AL-B-NAME
       	" " AL-B-PROG " " AL-B-STAT.
       IF AL-DETAIL = SPACES
      	  DISPLAY "  AFTER : " AL-A-STUDNO " " AL-A-NAME
      	  	" " AL-A-PROG " " AL-A-STAT
       ELSE
      	  DISPLAY "  DETAIL: " AL-DETAIL
       END-IF.

       TALLY-OP.
       MOVE ZERO TO OP-HIT.
