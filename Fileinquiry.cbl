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
       FD ARCH-MAST-FILE.
       01 AM-REC.
       	02 AM-STUDNO PIC 9(10).
       77 TOT-ASSESSED PIC 9(9)V99 VALUE ZERO.
       77 TOT-PAID PIC 9(9)V99 VALUE ZERO.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] SEARCH BY NAME [2] INQUIRY BY STUDNO".
       ACCEPT MENU-PICK.
       IF MENU-PICK = 1
        			MOVE ENR-GRADE TO GRADE-ED
        			DISPLAY ENR-COURSE "  " ENR-TERM
        				"  " ENR-UNITS "      " GRADE-ED
        				" " ENR-STATUS
        		END-IF
        	END-READ.

       MOVE BILL-PAID TO PAID-ED.
       MOVE BAL-AMT TO BAL-ED.
       DISPLAY BILL-TERM " " AMT-ED " " PAID-ED " " BAL-ED.
       IF BILL-DISCOUNT > ZERO
      	  MOVE BILL-GROSS TO AMT-ED
      	  MOVE BILL-DISCOUNT TO PAID-ED
      	  DISPLAY "       GROSS " AMT-ED " LESS GRANTS " PAID-ED
       END-IF.
       ADD BILL-ASSESSED TO TOT-ASSESSED.
       ADD BILL-PAID TO TOT-PAID.
