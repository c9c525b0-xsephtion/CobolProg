       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-GL-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BILL-FILE ASSIGN TO "BILLING.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS BILL-KEY
       	FILE STATUS IS B-STATUS.
       SELECT PAY-LEDGER-FILE ASSIGN TO "PAYLEDG.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS OR-NO
       	FILE STATUS IS PL-STATUS.
       SELECT REFUND-LEDGER-FILE ASSIGN TO "REFLEDG.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS RF-NO
       	FILE STATUS IS RL-STATUS.
       SELECT DROP-CREDIT-FILE ASSIGN TO "CRLEDG.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS DC-STATUS.
       SELECT CONV-LOG-FILE ASSIGN TO "CONVLOG.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS CL-STATUS.
       SELECT GL-MAP-FILE ASSIGN TO "GLMAP.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS GM-STATUS.
       SELECT GL-CTL-FILE ASSIGN TO "GLCTL.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS GC-STATUS.
       SELECT GL-JRNL-FILE ASSIGN TO GLJ-NAME
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS GJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BILL-FILE.
       01 BILL-REC.
       	02 BILL-KEY.
       		03 BILL-STUDNO PIC 9(10).
       		03 BILL-TERM PIC X(6).
       	02 BILL-PROGRAM PIC X(10).
       	02 BILL-ASSESSED PIC 9(7)V99.
       	02 BILL-PAID PIC 9(9)V99.
       	02 BILL-CREDIT PIC 9(7)V99.
       	02 BILL-GROSS PIC 9(7)V99.
       	02 BILL-DISCOUNT PIC 9(7)V99.
       	02 BILL-ASSESS-DATE PIC 9(8).
       FD PAY-LEDGER-FILE.
       01 OR-REC.
       	02 OR-NO PIC 9(8).
       	02 OR-DATE PIC 9(8).
       	02 OR-TIME PIC 9(6).
       	02 OR-STUDNO PIC 9(10).
       	02 OR-TERM PIC X(6).
       	02 OR-CURRENCY PIC XXX.
       	02 OR-TENDERED PIC 9(9)V99.
       	02 OR-APPLIED PIC 9(9)V99.
       	02 OR-VOID-FLAG PIC X.
       		88 OR-VOIDED VALUE 'V'.
       	02 OR-VOID-DATE PIC 9(8).
       	02 OR-VOID-REASON PIC X(30).
       	02 OR-OPERATOR PIC X(8).
       FD REFUND-LEDGER-FILE.
       01 RF-REC.
       	02 RF-NO PIC 9(8).
       	02 RF-DATE PIC 9(8).
       	02 RF-TIME PIC 9(6).
       	02 RF-STUDNO PIC 9(10).
       	02 RF-TERM PIC X(6).
       	02 RF-AMOUNT PIC 9(9)V99.
       	02 RF-REASON PIC X(30).
       	02 RF-OPERATOR PIC X(8).
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
       FD CONV-LOG-FILE.
       01 CONV-LOG-REC PIC X(100).
      *> Account map. GM-KIND AR, DISC and FXGL name the single
      *> receivable, grant discount and exchange gain/loss accounts
      *> (GM-CODE blank); REV maps a program code to its tuition
      *> revenue account and CASH a currency to its cash account.
       FD GL-MAP-FILE.
       01 GL-MAP-REC.
       	02 GM-KIND PIC X(4).
       	02 GM-CODE PIC X(10).
       	02 GM-ACCOUNT PIC X(10).
       FD GL-CTL-FILE.
       01 GL-CTL-REC.
       	02 GC-DATE PIC 9(8).
       	02 FILLER PIC X.
       	02 GC-RUN-STAMP PIC X(14).
       FD GL-JRNL-FILE.
       01 GJ-REC.
       	02 GJ-DATE PIC 9(8).
       	02 GJ-ACCOUNT PIC X(10).
       	02 GJ-SIDE PIC X.
       	02 GJ-AMOUNT PIC 9(11)V99.
       	02 GJ-SOURCE PIC X(4).
       	02 GJ-CODE PIC X(10).
       	02 GJ-COUNT PIC 9(5).
       01 GJ-TRL-REC.
       	02 GJT-TAG PIC XXX.
       	02 GJT-LINES PIC 9(5).
       	02 GJT-DEBITS PIC 9(11)V99.
       	02 GJT-CREDITS PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 B-STATUS PIC XX.
       	88 B-SUCCESS VALUE'00'.
       77 PL-STATUS PIC XX.
       	88 PL-SUCCESS VALUE '00'.
       77 RL-STATUS PIC XX.
       	88 RL-SUCCESS VALUE '00'.
       77 DC-STATUS PIC XX.
       	88 DC-SUCCESS VALUE '00'.
       77 CL-STATUS PIC XX.
       	88 CL-SUCCESS VALUE '00'.
       77 GM-STATUS PIC XX.
       	88 GM-SUCCESS VALUE '00'.
       77 GC-STATUS PIC XX.
       	88 GC-SUCCESS VALUE '00'.
       77 GJ-STATUS PIC XX.
       	88 GJ-SUCCESS VALUE '00'.

       77 Q-DATE PIC 9(8).
       77 RUN-TIMESTAMP PIC X(21).
       77 GLJ-NAME PIC X(30).

       77 END-OF-FILE PIC X.
       	88 END-REACH VALUE'Y'.

       77 DATE-DONE-FLAG PIC X VALUE 'N'.
       	88 DATE-DONE VALUE 'Y'.

       77 JOURNAL-OK-FLAG PIC X VALUE 'N'.
       	88 JOURNAL-OK VALUE 'Y'.

       01 GL-MAP-TABLE.
       	02 GL-MAP-ENTRY OCCURS 50 TIMES.
       		03 GMT-KIND PIC X(4).
       		03 GMT-CODE PIC X(10).
       		03 GMT-ACCOUNT PIC X(10).
       77 GMT-COUNT PIC 9(3) VALUE ZERO.
       77 GMT-TABLE-MAX PIC 9(3) VALUE 50.
       77 GMT-SUB PIC 9(3).
       77 GMT-HIT PIC 9(3).

       77 MAP-KIND PIC X(4).
       77 MAP-CODE PIC X(10).

       01 JRNL-TABLE.
       	02 JRNL-ENTRY OCCURS 100 TIMES.
       		03 JT-ACCOUNT PIC X(10).
       		03 JT-SIDE PIC X.
       		03 JT-SOURCE PIC X(4).
       		03 JT-CODE PIC X(10).
       		03 JT-COUNT PIC 9(5).
       		03 JT-AMOUNT PIC 9(11)V99.
       77 JT-COUNT-USED PIC 9(3) VALUE ZERO.
       77 JT-TABLE-MAX PIC 9(3) VALUE 100.
       77 JT-SUB PIC 9(3).
       77 JT-HIT PIC 9(3).

       77 JP-SIDE PIC X.
       77 JP-SOURCE PIC X(4).
       77 JP-CODE PIC X(10).
       77 JP-AMOUNT PIC 9(11)V99.

      *> Closing rate per currency for the journal date: the last
      *> conversion to PHP logged on CONVLOG.TXT that day.
       01 DAY-RATE-TABLE.
       	02 DAY-RATE-ENTRY OCCURS 20 TIMES.
       		03 FXR-CURRENCY PIC XXX.
       		03 FXR-RATE PIC 9(3)V9(6).
       77 FXR-COUNT PIC 9(2) VALUE ZERO.
       77 FXR-TABLE-MAX PIC 9(2) VALUE 20.
       77 FXR-SUB PIC 9(2).
       77 FXR-HIT PIC 9(2).

       77 CL-SOURCE PIC XXX.
       01 CL-AMOUNT-X PIC X(11).
       01 CL-AMOUNT REDEFINES CL-AMOUNT-X PIC 9(9)V99.
       01 CL-CONV-X PIC X(11).
       01 CL-CONV REDEFINES CL-CONV-X PIC 9(9)V99.

       77 CASH-PHP PIC 9(11)V99.
       77 FX-DIFF PIC S9(11)V99.

       77 UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
       77 NORATE-COUNT PIC 9(5) VALUE ZERO.
       77 ERROR-COUNT PIC 9(5) VALUE ZERO.
       77 BILL-COUNT PIC 9(5) VALUE ZERO.
       77 CREDIT-COUNT PIC 9(5) VALUE ZERO.
       77 OR-COUNT PIC 9(5) VALUE ZERO.
       77 VOID-COUNT PIC 9(5) VALUE ZERO.
       77 REFUND-COUNT PIC 9(5) VALUE ZERO.

       77 TOTAL-DEBIT PIC 9(11)V99 VALUE ZERO.
       77 TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 AMT-ED PIC Z(10)9.99.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       IF NOT SO-OPS AND NOT SO-SUPERVISOR
      	  DISPLAY "THIS RUN IS FOR OPS OR A SUPERVISOR"
      	  STOP RUN
       END-IF.
       DISPLAY "GENERAL LEDGER JOURNAL EXTRACT".
       DISPLAY "ENTER JOURNAL DATE (YYYYMMDD, 0 FOR TODAY): ".
       ACCEPT Q-DATE.
       MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
       IF Q-DATE = ZERO
      	  MOVE RUN-TIMESTAMP(1:8) TO Q-DATE
       END-IF.
       PERFORM CHECK-ALREADY-EXTRACTED.
       IF DATE-DONE
      	  DISPLAY "JOURNAL FOR " Q-DATE " ALREADY EXTRACTED, NOT RUN"
       ELSE
      	  PERFORM LOAD-GL-MAP
      	  IF GMT-COUNT = ZERO
      	  	DISPLAY "NO ACCOUNT MAP ON GLMAP.TXT, NOT RUN"
      	  ELSE
      	  	PERFORM LOAD-DAY-RATES
      	  	PERFORM EXTRACT-ASSESSMENTS
      	  	PERFORM EXTRACT-DROP-CREDITS
      	  	PERFORM EXTRACT-RECEIPTS
      	  	PERFORM EXTRACT-REFUNDS
      	  	PERFORM CHECK-JOURNAL
      	  	IF JOURNAL-OK
      	  		PERFORM WRITE-JOURNAL
      	  	END-IF
      	  END-IF
       END-IF.

       STOP RUN.

       CHECK-ALREADY-EXTRACTED.
       MOVE 'N' TO DATE-DONE-FLAG.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT GL-CTL-FILE.
       IF GC-SUCCESS
      	  PERFORM READ-CTL-NEXT
      	  	UNTIL END-REACH
      	  CLOSE GL-CTL-FILE
       END-IF.

       READ-CTL-NEXT.
        READ GL-CTL-FILE
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF GC-DATE = Q-DATE
        			MOVE 'Y' TO DATE-DONE-FLAG
        		END-IF
        	END-READ.

       LOAD-GL-MAP.
       MOVE ZERO TO GMT-COUNT.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT GL-MAP-FILE.
       IF GM-SUCCESS
      	  PERFORM READ-MAP-NEXT
      	  	UNTIL END-REACH
      	  CLOSE GL-MAP-FILE
       ELSE
      	  DISPLAY "ERROR OPENING ACCOUNT MAP " GM-STATUS
       END-IF.

       READ-MAP-NEXT.
        READ GL-MAP-FILE
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		PERFORM STORE-MAP-ROW
        	END-READ.

       STORE-MAP-ROW.
       IF GMT-COUNT >= GMT-TABLE-MAX
      	  MOVE 'Y' TO END-OF-FILE
      	  DISPLAY "ACCOUNT MAP TABLE FULL, REST IGNORED"
       ELSE
      	  ADD 1 TO GMT-COUNT
      	  MOVE GM-KIND TO GMT-KIND(GMT-COUNT)
      	  MOVE GM-CODE TO GMT-CODE(GMT-COUNT)
      	  MOVE GM-ACCOUNT TO GMT-ACCOUNT(GMT-COUNT)
       END-IF.

       LOAD-DAY-RATES.
       MOVE ZERO TO FXR-COUNT.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT CONV-LOG-FILE.
       IF CL-SUCCESS
      	  PERFORM READ-CONV-NEXT
      	  	UNTIL END-REACH
      	  CLOSE CONV-LOG-FILE
       ELSE
      	  IF CL-STATUS NOT = '35'
      	  	DISPLAY "ERROR OPENING CONVERSION LOG " CL-STATUS
      	  	ADD 1 TO ERROR-COUNT
      	  END-IF
       END-IF.

       READ-CONV-NEXT.
        READ CONV-LOG-FILE
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF CONV-LOG-REC(1:8) = Q-DATE
        				AND CONV-LOG-REC(30:3) = 'PHP'
        			PERFORM STORE-DAY-RATE
        		END-IF
        	END-READ.

       STORE-DAY-RATE.
       MOVE CONV-LOG-REC(23:3) TO CL-SOURCE.
       MOVE CONV-LOG-REC(41:11) TO CL-AMOUNT-X.
       MOVE CONV-LOG-REC(63:11) TO CL-CONV-X.
       PERFORM FIND-DAY-RATE.
       IF FXR-HIT = ZERO AND FXR-COUNT < FXR-TABLE-MAX
      	  ADD 1 TO FXR-COUNT
      	  MOVE FXR-COUNT TO FXR-HIT
      	  MOVE CL-SOURCE TO FXR-CURRENCY(FXR-HIT)
       END-IF.
       IF FXR-HIT > ZERO AND CL-AMOUNT > ZERO
      	  COMPUTE FXR-RATE(FXR-HIT) ROUNDED = CL-CONV / CL-AMOUNT
       END-IF.

       FIND-DAY-RATE.
       MOVE ZERO TO FXR-HIT.
       PERFORM VARYING FXR-SUB FROM 1 BY 1
      	  	UNTIL FXR-SUB > FXR-COUNT
      	  IF CL-SOURCE = FXR-CURRENCY(FXR-SUB)
      	  	MOVE FXR-SUB TO FXR-HIT
      	  END-IF
       END-PERFORM.

      *> Assessment: receivable for the net, grant discount for
      *> what scholarships took off, tuition revenue for the gross.
       EXTRACT-ASSESSMENTS.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT BILL-FILE.
       IF B-SUCCESS
      	  PERFORM READ-BILL-NEXT
      	  	UNTIL END-REACH
      	  CLOSE BILL-FILE
       ELSE
      	  IF B-STATUS NOT = '35'
      	  	DISPLAY "ERROR OPENING BILLING FILE " B-STATUS
      	  	ADD 1 TO ERROR-COUNT
      	  END-IF
       END-IF.

       READ-BILL-NEXT.
        READ BILL-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF BILL-ASSESS-DATE = Q-DATE
        			PERFORM JOURNAL-ASSESSMENT
        		END-IF
        	END-READ.

       JOURNAL-ASSESSMENT.
       ADD 1 TO BILL-COUNT.
       MOVE "BILL" TO JP-SOURCE.
       MOVE BILL-PROGRAM TO JP-CODE.
       MOVE "AR" TO MAP-KIND.
       MOVE SPACES TO MAP-CODE.
       MOVE 'D' TO JP-SIDE.
       COMPUTE JP-AMOUNT = BILL-GROSS - BILL-DISCOUNT.
       PERFORM POST-JOURNAL.
       MOVE "DISC" TO MAP-KIND.
       MOVE BILL-DISCOUNT TO JP-AMOUNT.
       PERFORM POST-JOURNAL.
       MOVE "REV" TO MAP-KIND.
       MOVE BILL-PROGRAM TO MAP-CODE.
       MOVE 'C' TO JP-SIDE.
       MOVE BILL-GROSS TO JP-AMOUNT.
       PERFORM POST-JOURNAL.

       EXTRACT-DROP-CREDITS.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT DROP-CREDIT-FILE.
       IF DC-SUCCESS
      	  PERFORM READ-CREDIT-NEXT
      	  	UNTIL END-REACH
      	  CLOSE DROP-CREDIT-FILE
       ELSE
      	  IF DC-STATUS NOT = '35'
      	  	DISPLAY "ERROR OPENING CREDIT LEDGER " DC-STATUS
      	  	ADD 1 TO ERROR-COUNT
      	  END-IF
       END-IF.

       READ-CREDIT-NEXT.
        READ DROP-CREDIT-FILE
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF DC-DATE = Q-DATE
        			PERFORM JOURNAL-DROP-CREDIT
        		END-IF
        	END-READ.

      *> Drop or withdrawal credit: the fee taken off the assessment
      *> comes back out of tuition revenue and off the receivable.
       JOURNAL-DROP-CREDIT.
       ADD 1 TO CREDIT-COUNT.
       MOVE "DROP" TO JP-SOURCE.
       MOVE DC-PROGRAM TO JP-CODE.
       MOVE "REV" TO MAP-KIND.
       MOVE DC-PROGRAM TO MAP-CODE.
       MOVE 'D' TO JP-SIDE.
       MOVE DC-AMOUNT TO JP-AMOUNT.
       PERFORM POST-JOURNAL.
       MOVE "AR" TO MAP-KIND.
       MOVE SPACES TO MAP-CODE.
       MOVE 'C' TO JP-SIDE.
       PERFORM POST-JOURNAL.

       EXTRACT-RECEIPTS.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT PAY-LEDGER-FILE.
       IF PL-SUCCESS
      	  PERFORM READ-LEDGER-NEXT
      	  	UNTIL END-REACH
      	  CLOSE PAY-LEDGER-FILE
       ELSE
      	  IF PL-STATUS NOT = '35'
      	  	DISPLAY "ERROR OPENING PAYMENT LEDGER " PL-STATUS
      	  	ADD 1 TO ERROR-COUNT
      	  END-IF
       END-IF.

       READ-LEDGER-NEXT.
        READ PAY-LEDGER-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF OR-DATE = Q-DATE
        			PERFORM JOURNAL-RECEIPT
        		END-IF
        		IF OR-VOIDED AND OR-VOID-DATE = Q-DATE
        			PERFORM JOURNAL-VOID
        		END-IF
        	END-READ.

      *> Receipt: cash at the day's closing rate, receivable for
      *> the PHP applied, the difference to exchange gain/loss.
       JOURNAL-RECEIPT.
       ADD 1 TO OR-COUNT.
       IF OR-CURRENCY = 'PHP'
      	  MOVE OR-APPLIED TO CASH-PHP
       ELSE
      	  MOVE OR-CURRENCY TO CL-SOURCE
      	  PERFORM FIND-DAY-RATE
      	  IF FXR-HIT = ZERO
      	  	ADD 1 TO NORATE-COUNT
      	  	DISPLAY "NO CONVLOG RATE FOR " OR-CURRENCY " OR " OR-NO
      	  	MOVE OR-APPLIED TO CASH-PHP
      	  ELSE
      	  	COMPUTE CASH-PHP ROUNDED =
      	  		OR-TENDERED * FXR-RATE(FXR-HIT)
      	  END-IF
       END-IF.
       MOVE "OR" TO JP-SOURCE.
       MOVE OR-CURRENCY TO JP-CODE.
       MOVE "CASH" TO MAP-KIND.
       MOVE OR-CURRENCY TO MAP-CODE.
       MOVE 'D' TO JP-SIDE.
       MOVE CASH-PHP TO JP-AMOUNT.
       PERFORM POST-JOURNAL.
       MOVE "AR" TO MAP-KIND.
       MOVE SPACES TO MAP-CODE.
       MOVE 'C' TO JP-SIDE.
       MOVE OR-APPLIED TO JP-AMOUNT.
       PERFORM POST-JOURNAL.
       COMPUTE FX-DIFF = CASH-PHP - OR-APPLIED.
       MOVE "FX" TO JP-SOURCE.
       MOVE "FXGL" TO MAP-KIND.
       IF FX-DIFF > ZERO
      	  MOVE 'C' TO JP-SIDE
      	  MOVE FX-DIFF TO JP-AMOUNT
      	  PERFORM POST-JOURNAL
       END-IF.
       IF FX-DIFF < ZERO
      	  MOVE 'D' TO JP-SIDE
      	  COMPUTE JP-AMOUNT = ZERO - FX-DIFF
      	  PERFORM POST-JOURNAL
       END-IF.

      *> Void: the exact reverse of the receipt. Cash at the day's
      *> closing rate comes out of the currency's cash account, the
      *> PHP applied goes back to receivable, and the exchange
      *> difference is taken back off gain/loss.
       JOURNAL-VOID.
       ADD 1 TO VOID-COUNT.
       IF OR-CURRENCY = 'PHP'
      	  MOVE OR-APPLIED TO CASH-PHP
       ELSE
      	  MOVE OR-CURRENCY TO CL-SOURCE
      	  PERFORM FIND-DAY-RATE
      	  IF FXR-HIT = ZERO
      	  	ADD 1 TO NORATE-COUNT
      	  	DISPLAY "NO CONVLOG RATE FOR " OR-CURRENCY " VOID "
      	  		OR-NO
      	  	MOVE OR-APPLIED TO CASH-PHP
      	  ELSE
      	  	COMPUTE CASH-PHP ROUNDED =
      	  		OR-TENDERED * FXR-RATE(FXR-HIT)
      	  END-IF
       END-IF.
       MOVE "VOID" TO JP-SOURCE.
       MOVE OR-CURRENCY TO JP-CODE.
       MOVE "AR" TO MAP-KIND.
       MOVE SPACES TO MAP-CODE.
       MOVE 'D' TO JP-SIDE.
       MOVE OR-APPLIED TO JP-AMOUNT.
       PERFORM POST-JOURNAL.
       MOVE "CASH" TO MAP-KIND.
       MOVE OR-CURRENCY TO MAP-CODE.
       MOVE 'C' TO JP-SIDE.
       MOVE CASH-PHP TO JP-AMOUNT.
       PERFORM POST-JOURNAL.
       COMPUTE FX-DIFF = CASH-PHP - OR-APPLIED.
       MOVE "FX" TO JP-SOURCE.
       MOVE "FXGL" TO MAP-KIND.
       MOVE SPACES TO MAP-CODE.
       IF FX-DIFF > ZERO
      	  MOVE 'D' TO JP-SIDE
      	  MOVE FX-DIFF TO JP-AMOUNT
      	  PERFORM POST-JOURNAL
       END-IF.
       IF FX-DIFF < ZERO
      	  MOVE 'C' TO JP-SIDE
      	  COMPUTE JP-AMOUNT = ZERO - FX-DIFF
      	  PERFORM POST-JOURNAL
       END-IF.

       EXTRACT-REFUNDS.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT REFUND-LEDGER-FILE.
       IF RL-SUCCESS
      	  PERFORM READ-REFUND-NEXT
      	  	UNTIL END-REACH
      	  CLOSE REFUND-LEDGER-FILE
       ELSE
      	  IF RL-STATUS NOT = '35'
      	  	DISPLAY "ERROR OPENING REFUND LEDGER " RL-STATUS
      	  	ADD 1 TO ERROR-COUNT
      	  END-IF
       END-IF.

       READ-REFUND-NEXT.
        READ REFUND-LEDGER-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF RF-DATE = Q-DATE
        			PERFORM JOURNAL-REFUND
        		END-IF
        	END-READ.

       JOURNAL-REFUND.
       ADD 1 TO REFUND-COUNT.
       MOVE "RFND" TO JP-SOURCE.
       MOVE "PHP" TO JP-CODE.
       MOVE "AR" TO MAP-KIND.
       MOVE SPACES TO MAP-CODE.
       MOVE 'D' TO JP-SIDE.
       MOVE RF-AMOUNT TO JP-AMOUNT.
       PERFORM POST-JOURNAL.
       MOVE "CASH" TO MAP-KIND.
       MOVE "PHP" TO MAP-CODE.
       MOVE 'C' TO JP-SIDE.
       PERFORM POST-JOURNAL.

      *> Adds JP-AMOUNT to the journal line for the mapped account,
      *> side, source and code, opening a new line when needed.
       POST-JOURNAL.
       IF JP-AMOUNT > ZERO
      	  PERFORM FIND-GL-ACCOUNT
      	  IF GMT-HIT = ZERO
      	  	ADD 1 TO UNMAPPED-COUNT
      	  	DISPLAY "NO GL ACCOUNT MAPPED FOR " MAP-KIND
      	  		" " MAP-CODE
      	  ELSE
      	  	PERFORM ADD-JOURNAL-LINE
      	  END-IF
       END-IF.

       FIND-GL-ACCOUNT.
       MOVE ZERO TO GMT-HIT.
       PERFORM VARYING GMT-SUB FROM 1 BY 1
      	  	UNTIL GMT-SUB > GMT-COUNT OR GMT-HIT > ZERO
      	  IF MAP-KIND = GMT-KIND(GMT-SUB)
      	  		AND MAP-CODE = GMT-CODE(GMT-SUB)
      	  	MOVE GMT-SUB TO GMT-HIT
      	  END-IF
       END-PERFORM.

       ADD-JOURNAL-LINE.
       MOVE ZERO TO JT-HIT.
       PERFORM VARYING JT-SUB FROM 1 BY 1
      	  	UNTIL JT-SUB > JT-COUNT-USED OR JT-HIT > ZERO
      	  IF GMT-ACCOUNT(GMT-HIT) = JT-ACCOUNT(JT-SUB)
      	  		AND JP-SIDE = JT-SIDE(JT-SUB)
      	  		AND JP-SOURCE = JT-SOURCE(JT-SUB)
      	  		AND JP-CODE = JT-CODE(JT-SUB)
      	  	MOVE JT-SUB TO JT-HIT
      	  END-IF
       END-PERFORM.
       IF JT-HIT = ZERO
      	  IF JT-COUNT-USED < JT-TABLE-MAX
      	  	ADD 1 TO JT-COUNT-USED
      	  	MOVE JT-COUNT-USED TO JT-HIT
      	  	MOVE GMT-ACCOUNT(GMT-HIT) TO JT-ACCOUNT(JT-HIT)
      	  	MOVE JP-SIDE TO JT-SIDE(JT-HIT)
      	  	MOVE JP-SOURCE TO JT-SOURCE(JT-HIT)
      	  	MOVE JP-CODE TO JT-CODE(JT-HIT)
      	  	MOVE ZERO TO JT-COUNT(JT-HIT)
      	  	MOVE ZERO TO JT-AMOUNT(JT-HIT)
      	  ELSE
      	  	ADD 1 TO ERROR-COUNT
      	  	DISPLAY "JOURNAL TABLE FULL"
      	  END-IF
       END-IF.
       IF JT-HIT > ZERO
      	  ADD 1 TO JT-COUNT(JT-HIT)
      	  ADD JP-AMOUNT TO JT-AMOUNT(JT-HIT)
       END-IF.

       CHECK-JOURNAL.
       MOVE ZERO TO TOTAL-DEBIT.
       MOVE ZERO TO TOTAL-CREDIT.
       PERFORM VARYING JT-SUB FROM 1 BY 1
      	  	UNTIL JT-SUB > JT-COUNT-USED
      	  IF JT-SIDE(JT-SUB) = 'D'
      	  	ADD JT-AMOUNT(JT-SUB) TO TOTAL-DEBIT
      	  ELSE
      	  	ADD JT-AMOUNT(JT-SUB) TO TOTAL-CREDIT
      	  END-IF
       END-PERFORM.
       DISPLAY "ASSESSMENTS " BILL-COUNT " CREDITS " CREDIT-COUNT
       	" RECEIPTS " OR-COUNT " VOIDS " VOID-COUNT
       	" REFUNDS " REFUND-COUNT.
       MOVE TOTAL-DEBIT TO AMT-ED.
       DISPLAY "TOTAL DEBITS  " AMT-ED.
       MOVE TOTAL-CREDIT TO AMT-ED.
       DISPLAY "TOTAL CREDITS " AMT-ED.
       MOVE 'Y' TO JOURNAL-OK-FLAG.
       IF UNMAPPED-COUNT > ZERO
      	  DISPLAY "UNMAPPED ACCOUNTS: " UNMAPPED-COUNT
      	  MOVE 'N' TO JOURNAL-OK-FLAG
       END-IF.
       IF NORATE-COUNT > ZERO
      	  DISPLAY "FOREIGN RECEIPTS WITH NO RATE: " NORATE-COUNT
      	  MOVE 'N' TO JOURNAL-OK-FLAG
       END-IF.
       IF ERROR-COUNT > ZERO
      	  DISPLAY "FILE ERRORS: " ERROR-COUNT
      	  MOVE 'N' TO JOURNAL-OK-FLAG
       END-IF.
       IF TOTAL-DEBIT NOT = TOTAL-CREDIT
      	  DISPLAY "DEBITS DO NOT EQUAL CREDITS"
      	  MOVE 'N' TO JOURNAL-OK-FLAG
       END-IF.
       IF NOT JOURNAL-OK
      	  DISPLAY "JOURNAL NOT WRITTEN FOR " Q-DATE
       END-IF.

       WRITE-JOURNAL.
       MOVE SPACES TO GLJ-NAME.
       STRING
      	    "GLJ" DELIMITED BY SIZE
      	    Q-DATE DELIMITED BY SIZE
      	    ".TXT" DELIMITED BY SIZE
      	    INTO GLJ-NAME
       END-STRING.
       OPEN OUTPUT GL-JRNL-FILE.
       IF NOT GJ-SUCCESS
      	  DISPLAY "ERROR OPENING JOURNAL " GLJ-NAME " " GJ-STATUS
       ELSE
      	  PERFORM WRITE-JOURNAL-LINE
      	  	VARYING JT-SUB FROM 1 BY 1
      	  	UNTIL JT-SUB > JT-COUNT-USED
      	  MOVE SPACES TO GJ-TRL-REC
      	  MOVE "TRL" TO GJT-TAG
      	  MOVE JT-COUNT-USED TO GJT-LINES
      	  MOVE TOTAL-DEBIT TO GJT-DEBITS
      	  MOVE TOTAL-CREDIT TO GJT-CREDITS
      	  WRITE GJ-TRL-REC
      	  CLOSE GL-JRNL-FILE
      	  PERFORM MARK-DATE-EXTRACTED
      	  DISPLAY "JOURNAL WRITTEN TO " GLJ-NAME ", "
      	  	JT-COUNT-USED " LINE(S)"
       END-IF.

       WRITE-JOURNAL-LINE.
       MOVE Q-DATE TO GJ-DATE.
       MOVE JT-ACCOUNT(JT-SUB) TO GJ-ACCOUNT.
       MOVE JT-SIDE(JT-SUB) TO GJ-SIDE.
       MOVE JT-AMOUNT(JT-SUB) TO GJ-AMOUNT.
       MOVE JT-SOURCE(JT-SUB) TO GJ-SOURCE.
       MOVE JT-CODE(JT-SUB) TO GJ-CODE.
       MOVE JT-COUNT(JT-SUB) TO GJ-COUNT.
       WRITE GJ-REC.

       MARK-DATE-EXTRACTED.
       OPEN EXTEND GL-CTL-FILE.
       IF NOT GC-SUCCESS
      	  OPEN OUTPUT GL-CTL-FILE
       END-IF.
       IF GC-SUCCESS
      	  MOVE SPACES TO GL-CTL-REC
      	  MOVE Q-DATE TO GC-DATE
      	  MOVE RUN-TIMESTAMP(1:14) TO GC-RUN-STAMP
      	  WRITE GL-CTL-REC
      	  CLOSE GL-CTL-FILE
       ELSE
      	  DISPLAY "WARNING: EXTRACT CONTROL NOT SAVED " GC-STATUS
       END-IF.
