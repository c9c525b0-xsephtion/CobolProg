       SELECT OR-CTL-FILE ASSIGN TO "ORCTL.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS OC-STATUS.
       SELECT SCH-FILE ASSIGN TO "SCHOLAR.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS SCH-KEY
       	FILE STATUS IS SH-STATUS.
       SELECT SPONS-RPT-FILE ASSIGN TO "SPONSBIL.RPT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS SR-STATUS.
       SELECT SPONS-WORK ASSIGN TO "SPONWORK.TMP".
       SELECT REFUND-LEDGER-FILE ASSIGN TO "REFLEDG.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS RF-NO
       	FILE STATUS IS RL-STATUS.
       SELECT RF-CTL-FILE ASSIGN TO "RFCTL.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS RC-STATUS.
       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS A-STATUS.
       SELECT TERM-FILE ASSIGN TO "TERMS.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS TM-CODE
       	FILE STATUS IS TM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMMAST.
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
       FD MY-FILE.
       01 MY-REC.
       	02 STUDNO PIC 9(10).
       	02 OR-CURRENCY PIC XXX.
       	02 OR-TENDERED PIC 9(9)V99.
       	02 OR-APPLIED PIC 9(9)V99.
       	02 OR-VOID-FLAG PIC X.
       		88 OR-VOIDED VALUE 'V'.
       	02 OR-VOID-DATE PIC 9(8).
       	02 OR-VOID-REASON PIC X(30).
       	02 OR-OPERATOR PIC X(8).
       FD OR-CTL-FILE.
       01 OR-CTL-REC PIC 9(8).
       FD SCH-FILE.
       COPY SCHMAST.
      *> Refund documents, one per refund issued against an
      *> overpaid term, numbered from RFCTL.TXT the way receipts
      *> are numbered from ORCTL.TXT.
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
       FD RF-CTL-FILE.
       01 RF-CTL-REC PIC 9(8).
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(260).
       FD SPONS-RPT-FILE.
       01 SPONS-RPT-REC PIC X(100).

       SD SPONS-WORK.
       01 SPONS-SORT-REC.
       	02 SS-SPONSOR PIC X(20).
       	02 SS-STUDNO PIC 9(10).
       	02 SS-STUDNAME PIC X(30).
       	02 SS-TYPE PIC X(10).
       	02 SS-APPLIED PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77 B-STATUS PIC XX.
       77 PROOF-DIFF PIC S9(11)V99 VALUE ZERO.
       77 PROOF-ED PIC -(10)9.99.

       77 SH-STATUS PIC XX.
       	88 SH-SUCCESS VALUE '00'.
       77 SR-STATUS PIC XX.
       	88 SR-SUCCESS VALUE '00'.

       77 END-OF-GRANT PIC X.
       	88 GRANT-DONE VALUE'Y'.

       77 GRANT-POST-FLAG PIC X VALUE 'N'.
       	88 GRANT-POST VALUE 'Y'.

       77 GRANT-AMT PIC 9(7)V99 VALUE ZERO.
       77 GRANT-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 GRANT-COUNT PIC 9(2) VALUE ZERO.

       77 RL-STATUS PIC XX.
       	88 RL-SUCCESS VALUE '00'.
       77 RC-STATUS PIC XX.
       	88 RC-SUCCESS VALUE '00'.
       77 A-STATUS PIC XX.
       	88 A-SUCCESS VALUE '00'.

       77 NEXT-RF-NO PIC 9(8) VALUE ZERO.
       77 X-REASON PIC X(30).
       77 X-REFUND-AMT PIC 9(9)V99.
       77 OVERPAID-AMT PIC 9(9)V99 VALUE ZERO.
       77 VOID-OK-FLAG PIC X VALUE 'N'.
       	88 VOID-OK VALUE 'Y'.
       77 RF-WRITTEN-FLAG PIC X VALUE 'N'.
       	88 RF-WRITTEN VALUE 'Y'.

       77 END-OF-REFUND PIC X.
       	88 REFUND-DONE VALUE'Y'.

       77 DAY-VOID-COUNT PIC 9(5) VALUE ZERO.
       77 DAY-VOIDED PIC 9(11)V99 VALUE ZERO.
       77 DAY-REFUND-COUNT PIC 9(5) VALUE ZERO.
       77 DAY-REFUNDED PIC 9(11)V99 VALUE ZERO.
       77 DAY-NET PIC S9(11)V99 VALUE ZERO.
       77 LEDGER-VOIDED PIC 9(11)V99 VALUE ZERO.
       77 LEDGER-REFUNDED PIC 9(11)V99 VALUE ZERO.
       77 LEDGER-NET PIC S9(11)V99 VALUE ZERO.

       77 AUD-TIMESTAMP PIC X(21).
       77 AUD-OP PIC X(6).
       77 AUD-DETAIL PIC X(97).

       77 MY-OPEN-FLAG PIC X VALUE 'N'.
       	88 MY-OPEN VALUE 'Y'.

       77 SPONSOR-BREAK PIC X(20) VALUE SPACES.
       77 SPONSOR-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 SPONSOR-COUNT PIC 9(5) VALUE ZERO.
       77 SPONS-GRAND-TOTAL PIC 9(11)V99 VALUE ZERO.

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
       PERFORM LOAD-RATES.
       DISPLAY "[1] ASSESS [2] POST PAYMENT [3] STUDENT BALANCE";
       DISPLAY "[4] PROGRAM BALANCE REPORT [5] REPRINT RECEIPT";
       DISPLAY "[6] CASHIER COLLECTION REPORT [7] SPONSOR BILLING";
       DISPLAY "[8] VOID RECEIPT [9] ISSUE REFUND";
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM ASSESS-TUITION
       ELSE IF MENU-PICK = 2
       PERFORM POST-PAYMENT
       PERFORM REPRINT-RECEIPT
       ELSE IF MENU-PICK = 6
       PERFORM CASHIER-REPORT
       ELSE IF MENU-PICK = 7
       PERFORM SPONSOR-BILLING
       ELSE IF MENU-PICK = 8
       PERFORM VOID-RECEIPT
       ELSE IF MENU-PICK = 9
       PERFORM ISSUE-REFUND

       END-IF.

       STOP RUN.

      *> Assessment and payment posting are cashier work, voids and
      *> refunds are for supervisors only, and the inquiries and
      *> reports are open to every operator.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF MENU-PICK = 1 OR MENU-PICK = 2
      	  IF SO-CASHIER
      	  	MOVE 'Y' TO SO-ROLE-OK
      	  END-IF
       ELSE IF MENU-PICK < 8
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       ASSESS-TUITION.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT X-STUDNO.
      	  ELSE
      	  	DISPLAY "ENTER TERM: "
      	  	ACCEPT X-TERM
      	  	PERFORM CHECK-TERM-EXISTS
      	  	IF TERM-FOUND
      	  		PERFORM WRITE-ASSESSMENT
      	  	END-IF
      	  END-IF
       END-IF.

       IF F-SUCCESS
      	  READ MY-FILE KEY IS STUDNO
      	  	INVALID KEY
      	  		MOVE SPACES TO STUDNAME STUDPROGRAM STUDSTATUS
      	  	NOT INVALID KEY
      	  		MOVE 'Y' TO STUD-FOUND-FLAG
      	  		MOVE STUDPROGRAM TO X-PROGRAM
       END-IF.

       WRITE-ASSESSMENT.
       MOVE 'N' TO GRANT-POST-FLAG.
       PERFORM APPLY-GRANTS.
       OPEN I-O BILL-FILE.
       IF NOT B-SUCCESS
      	  OPEN OUTPUT BILL-FILE
      	  MOVE X-STUDNO TO BILL-STUDNO
      	  MOVE X-TERM TO BILL-TERM
      	  MOVE X-PROGRAM TO BILL-PROGRAM
      	  MOVE PM-FEE-WS TO BILL-GROSS
      	  MOVE GRANT-TOTAL TO BILL-DISCOUNT
      	  COMPUTE BILL-ASSESSED = PM-FEE-WS - GRANT-TOTAL
      	  MOVE ZERO TO BILL-PAID
      	  MOVE ZERO TO BILL-CREDIT
      	  MOVE FUNCTION CURRENT-DATE TO CONV-TIMESTAMP
      	  MOVE CONV-TIMESTAMP(1:8) TO BILL-ASSESS-DATE
      	  WRITE BILL-REC
      	  	INVALID KEY
      	  		DISPLAY "ALREADY ASSESSED FOR TERM " X-TERM
      	  	NOT INVALID KEY
      	  		PERFORM SHOW-ASSESSMENT
      	  		MOVE 'Y' TO GRANT-POST-FLAG
      	  		PERFORM APPLY-GRANTS
      	  END-WRITE
      	  CLOSE BILL-FILE
       ELSE
      	  DISPLAY "ERROR" B-STATUS
       END-IF.

       SHOW-ASSESSMENT.
       IF BILL-DISCOUNT > ZERO
      	  MOVE BILL-GROSS TO AMT-ED
      	  DISPLAY "GROSS TERM FEE " AMT-ED " PHP"
      	  MOVE BILL-DISCOUNT TO AMT-ED
      	  DISPLAY "LESS GRANTS    " AMT-ED " PHP (" GRANT-COUNT ")"
       END-IF.
       MOVE BILL-ASSESSED TO AMT-ED.
       DISPLAY "ASSESSED " AMT-ED " PHP FOR TERM " X-TERM.

      *> Grants on SCHOLAR.TXT for the student and term are netted
      *> off the gross fee in SCH-SEQ order, never below zero. The
      *> first pass only totals them; once the billing row is on
      *> file a second pass stamps SCH-APPLIED on each grant.
       APPLY-GRANTS.
       MOVE ZERO TO GRANT-TOTAL.
       MOVE ZERO TO GRANT-COUNT.
       IF GRANT-POST
      	  OPEN I-O SCH-FILE
       ELSE
      	  OPEN INPUT SCH-FILE
       END-IF.
       IF SH-SUCCESS
      	  MOVE 'N' TO END-OF-GRANT
      	  MOVE X-STUDNO TO SCH-STUDNO
      	  MOVE X-TERM TO SCH-TERM
      	  MOVE ZERO TO SCH-SEQ
      	  START SCH-FILE KEY IS >= SCH-KEY
      	  	INVALID KEY
      	  		MOVE 'Y' TO END-OF-GRANT
      	  END-START
      	  PERFORM APPLY-GRANT-NEXT
      	  	UNTIL GRANT-DONE
      	  CLOSE SCH-FILE
       ELSE
      	  IF SH-STATUS NOT = '35'
      	  	DISPLAY "ERROR OPENING SCHOLARSHIP FILE " SH-STATUS
      	  END-IF
       END-IF.

       APPLY-GRANT-NEXT.
        READ SCH-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-GRANT
        	NOT AT END
        		IF SCH-STUDNO NOT = X-STUDNO
        				OR SCH-TERM NOT = X-TERM
        			MOVE 'Y' TO END-OF-GRANT
        		ELSE
        			PERFORM APPLY-ONE-GRANT
        		END-IF
        	END-READ.

       APPLY-ONE-GRANT.
       IF SCH-BY-PCT
      	  COMPUTE GRANT-AMT ROUNDED = PM-FEE-WS * SCH-PCT / 100
       ELSE
      	  MOVE SCH-AMOUNT TO GRANT-AMT
       END-IF.
       IF GRANT-AMT > PM-FEE-WS - GRANT-TOTAL
      	  COMPUTE GRANT-AMT = PM-FEE-WS - GRANT-TOTAL
       END-IF.
       ADD GRANT-AMT TO GRANT-TOTAL.
       ADD 1 TO GRANT-COUNT.
       IF GRANT-POST
      	  MOVE GRANT-AMT TO SCH-APPLIED
      	  REWRITE SCH-REC
      	  	INVALID KEY
      	  		DISPLAY "GRANT NOT MARKED APPLIED: " SCH-KEY
      	  END-REWRITE
       ELSE
      	  MOVE GRANT-AMT TO AMT-ED
      	  DISPLAY "GRANT " SCH-SEQ " " SCH-TYPE " " AMT-ED
      	  	" " SCH-SPONSOR
       END-IF.

       POST-PAYMENT.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT X-STUDNO.
       DISPLAY "ENTER TERM: ".
       ACCEPT X-TERM.
       PERFORM CHECK-TERM-EXISTS.
       IF TERM-FOUND
      	  PERFORM POST-TERM-PAYMENT
       END-IF.

       POST-TERM-PAYMENT.
       MOVE X-STUDNO TO BILL-STUDNO.
       MOVE X-TERM TO BILL-TERM.
       OPEN I-O BILL-FILE.
      	  MOVE SCURRENCY TO OR-CURRENCY
      	  MOVE X-PAY-AMT TO OR-TENDERED
      	  MOVE PAY-PHP TO OR-APPLIED
      	  MOVE SPACE TO OR-VOID-FLAG
      	  MOVE ZERO TO OR-VOID-DATE
      	  MOVE SPACES TO OR-VOID-REASON
      	  MOVE SO-OPER-ID TO OR-OPERATOR
      	  WRITE OR-REC
      	  	INVALID KEY
      	  		DISPLAY "DUPLICATE RECEIPT NO, LEDGER NOT"
       DISPLAY "STUDNO " OR-STUDNO " TERM " OR-TERM.
       DISPLAY "TENDERED " TEND-ED " " OR-CURRENCY.
       DISPLAY "APPLIED  " PAID-ED " PHP".
       DISPLAY "CASHIER  " OR-OPERATOR.
       IF OR-VOIDED
      	  DISPLAY "*** VOIDED " OR-VOID-DATE " " OR-VOID-REASON
       END-IF.
       DISPLAY "--------------------------------------".

       REPRINT-RECEIPT.
       MOVE ZERO TO CT-COUNT-USED.
       MOVE ZERO TO DAY-APPLIED.
       MOVE ZERO TO LEDGER-APPLIED.
       MOVE ZERO TO DAY-VOID-COUNT.
       MOVE ZERO TO DAY-VOIDED.
       MOVE ZERO TO LEDGER-VOIDED.
       MOVE 'N' TO END-OF-LEDGER.
       OPEN INPUT PAY-LEDGER-FILE.
       IF PL-SUCCESS
      	  PERFORM READ-LEDGER-NEXT
      	  	UNTIL LEDGER-DONE
      	  CLOSE PAY-LEDGER-FILE
      	  PERFORM TALLY-REFUNDS
      	  DISPLAY " "
      	  DISPLAY "CASHIER COLLECTION REPORT FOR " Q-DATE
      	  DISPLAY "CUR  COUNT  TENDERED       APPLIED PHP"
      	  MOVE DAY-APPLIED TO CUR-ED
      	  DISPLAY "TOTAL APPLIED TO BILL-PAID THIS DATE: "
      	  	CUR-ED " PHP"
      	  PERFORM SHOW-VOID-REFUND-LINES
      	  PERFORM PROVE-LEDGER-TO-BILLING
       ELSE
      	  DISPLAY "ERROR OPENING PAYMENT LEDGER " PL-STATUS
        		IF OR-DATE = Q-DATE
        			PERFORM TALLY-RECEIPT
        		END-IF
        		IF OR-VOIDED
        			PERFORM TALLY-VOID
        		END-IF
        	END-READ.

      *> A voided receipt stays in the collection of the day it was
      *> taken; the reversal shows on the day it was voided.
       TALLY-VOID.
       ADD OR-APPLIED TO LEDGER-VOIDED.
       IF OR-VOID-DATE = Q-DATE
      	  ADD 1 TO DAY-VOID-COUNT
      	  ADD OR-APPLIED TO DAY-VOIDED
       END-IF.

       TALLY-REFUNDS.
       MOVE ZERO TO DAY-REFUND-COUNT.
       MOVE ZERO TO DAY-REFUNDED.
       MOVE ZERO TO LEDGER-REFUNDED.
       MOVE 'N' TO END-OF-REFUND.
       OPEN INPUT REFUND-LEDGER-FILE.
       IF RL-SUCCESS
      	  PERFORM READ-REFUND-NEXT
      	  	UNTIL REFUND-DONE
      	  CLOSE REFUND-LEDGER-FILE
       ELSE
      	  IF RL-STATUS NOT = '35'
      	  	DISPLAY "ERROR OPENING REFUND LEDGER " RL-STATUS
      	  END-IF
       END-IF.

       READ-REFUND-NEXT.
        READ REFUND-LEDGER-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-REFUND
        	NOT AT END
        		ADD RF-AMOUNT TO LEDGER-REFUNDED
        		IF RF-DATE = Q-DATE
        			ADD 1 TO DAY-REFUND-COUNT
        			ADD RF-AMOUNT TO DAY-REFUNDED
        		END-IF
        	END-READ.

       SHOW-VOID-REFUND-LINES.
       MOVE DAY-VOIDED TO CUR-ED.
       DISPLAY "LESS RECEIPTS VOIDED THIS DATE  " DAY-VOID-COUNT
       	" " CUR-ED " PHP".
       MOVE DAY-REFUNDED TO CUR-ED.
       DISPLAY "LESS REFUNDS ISSUED THIS DATE   " DAY-REFUND-COUNT
       	" " CUR-ED " PHP".
       COMPUTE DAY-NET = DAY-APPLIED - DAY-VOIDED - DAY-REFUNDED.
       MOVE DAY-NET TO PROOF-ED.
       DISPLAY "NET CHANGE TO BILL-PAID THIS DATE: " PROOF-ED " PHP".

       TALLY-RECEIPT.
       MOVE ZERO TO CT-HIT.
       PERFORM VARYING CT-SUB FROM 1 BY 1
      	  PERFORM READ-BILL-PAID-NEXT
      	  	UNTIL END-REACH
      	  CLOSE BILL-FILE
      	  COMPUTE LEDGER-NET = LEDGER-APPLIED - LEDGER-VOIDED
      	  	- LEDGER-REFUNDED
      	  COMPUTE PROOF-DIFF = FILE-PAID - LEDGER-NET
      	  MOVE LEDGER-APPLIED TO CUR-ED
      	  DISPLAY "LEDGER APPLIED, ALL DATES: " CUR-ED " PHP"
      	  MOVE LEDGER-VOIDED TO CUR-ED
      	  DISPLAY "LESS VOIDED RECEIPTS:       " CUR-ED " PHP"
      	  MOVE LEDGER-REFUNDED TO CUR-ED
      	  DISPLAY "LESS REFUNDS ISSUED:        " CUR-ED " PHP"
      	  MOVE FILE-PAID TO CUR-ED
      	  DISPLAY "BILL-PAID ON BILLING FILE:  " CUR-ED " PHP"
      	  IF PROOF-DIFF = ZERO
        		ADD BILL-PAID TO FILE-PAID
        	END-READ.

      *> Supervisor-only: a receipt keyed in error is marked void
      *> with a reason and its PHP comes back off BILL-PAID. The
      *> OR number is kept so the receipt series has no gaps.
       VOID-RECEIPT.
       DISPLAY "ENTER RECEIPT NO TO VOID: ".
       ACCEPT X-OR-NO.
       MOVE X-OR-NO TO OR-NO.
       OPEN I-O PAY-LEDGER-FILE.
       IF PL-SUCCESS
      	  READ PAY-LEDGER-FILE KEY IS OR-NO
      	  	INVALID KEY
      	  		DISPLAY "RECEIPT NOT FOUND: " X-OR-NO
      	  	NOT INVALID KEY
      	  		PERFORM VOID-ONE-RECEIPT
      	  END-READ
      	  CLOSE PAY-LEDGER-FILE
       ELSE
      	  DISPLAY "ERROR OPENING PAYMENT LEDGER " PL-STATUS
       END-IF.

       VOID-ONE-RECEIPT.
       PERFORM PRINT-RECEIPT.
       IF OR-VOIDED
      	  DISPLAY "RECEIPT ALREADY VOIDED"
       ELSE
      	  DISPLAY "ENTER VOID REASON: "
      	  MOVE SPACES TO X-REASON
      	  ACCEPT X-REASON
      	  IF X-REASON = SPACES
      	  	DISPLAY "A REASON IS REQUIRED, NOT VOIDED"
      	  ELSE
      	  	DISPLAY "CONFIRM VOID OF THIS RECEIPT? Y/N"
      	  	ACCEPT OVERRIDE-YN
      	  	IF OVERRIDE-YN = 'Y' OR OVERRIDE-YN = 'y'
      	  		PERFORM REVERSE-RECEIPT
      	  	ELSE
      	  		DISPLAY "RECEIPT NOT VOIDED"
      	  	END-IF
      	  END-IF
       END-IF.

       REVERSE-RECEIPT.
       MOVE 'N' TO VOID-OK-FLAG.
       MOVE OR-STUDNO TO BILL-STUDNO.
       MOVE OR-TERM TO BILL-TERM.
       OPEN I-O BILL-FILE.
       IF B-SUCCESS
      	  READ BILL-FILE KEY IS BILL-KEY
      	  	INVALID KEY
      	  		DISPLAY "NO BILLING ROW FOR RECEIPT, NOT VOIDED"
      	  	NOT INVALID KEY
      	  		PERFORM BACK-OUT-PAYMENT
      	  END-READ
      	  CLOSE BILL-FILE
       ELSE
      	  DISPLAY "ERROR" B-STATUS
       END-IF.
       IF VOID-OK
      	  PERFORM MARK-RECEIPT-VOID
       END-IF.

       BACK-OUT-PAYMENT.
       IF BILL-PAID < OR-APPLIED
      	  DISPLAY "BILL-PAID BELOW RECEIPT AMOUNT, NOT VOIDED"
       ELSE
      	  SUBTRACT OR-APPLIED FROM BILL-PAID
      	  REWRITE BILL-REC
      	  	INVALID KEY
      	  		DISPLAY "BILLING UPDATE FAILED, NOT VOIDED"
      	  	NOT INVALID KEY
      	  		MOVE 'Y' TO VOID-OK-FLAG
      	  END-REWRITE
       END-IF.

       MARK-RECEIPT-VOID.
       MOVE FUNCTION CURRENT-DATE TO CONV-TIMESTAMP.
       MOVE 'V' TO OR-VOID-FLAG.
       MOVE CONV-TIMESTAMP(1:8) TO OR-VOID-DATE.
       MOVE X-REASON TO OR-VOID-REASON.
       REWRITE OR-REC
      	  INVALID KEY
      	  	DISPLAY "LEDGER NOT MARKED, NOT VOIDED " OR-NO
      	  	PERFORM RESTORE-BILL-PAID
      	  NOT INVALID KEY
      	  	DISPLAY "RECEIPT " OR-NO " VOIDED"
      	  	PERFORM AUDIT-VOID
       END-REWRITE.

      *> The receipt could not be marked void, so the payment taken
      *> off BILL-PAID by BACK-OUT-PAYMENT is put back.
       RESTORE-BILL-PAID.
       MOVE OR-STUDNO TO BILL-STUDNO.
       MOVE OR-TERM TO BILL-TERM.
       OPEN I-O BILL-FILE.
       IF B-SUCCESS
      	  READ BILL-FILE KEY IS BILL-KEY
      	  	INVALID KEY
      	  		DISPLAY "BILL-PAID NOT RESTORED FOR RECEIPT "
      	  			OR-NO
      	  	NOT INVALID KEY
      	  		PERFORM PUT-BACK-PAYMENT
      	  END-READ
      	  CLOSE BILL-FILE
       ELSE
      	  DISPLAY "BILL-PAID NOT RESTORED FOR RECEIPT " OR-NO
      	  	" " B-STATUS
       END-IF.

       PUT-BACK-PAYMENT.
       ADD OR-APPLIED TO BILL-PAID.
       REWRITE BILL-REC
      	  INVALID KEY
      	  	DISPLAY "BILL-PAID NOT RESTORED FOR RECEIPT " OR-NO
       END-REWRITE.

       AUDIT-VOID.
       MOVE OR-APPLIED TO PAID-ED.
       MOVE SPACES TO AUD-DETAIL.
       STRING
      	    "OR=" OR-NO DELIMITED BY SIZE
      	    " TERM=" OR-TERM DELIMITED BY SIZE
      	    " PHP=" PAID-ED DELIMITED BY SIZE
      	    " REASON=" X-REASON DELIMITED BY SIZE
      	    INTO AUD-DETAIL
       END-STRING.
       MOVE "VOID" TO AUD-OP.
       MOVE OR-STUDNO TO X-STUDNO.
       PERFORM WRITE-BILLING-AUDIT.

      *> A refund pays back what a term is overpaid by; it comes
      *> off BILL-PAID and is documented on REFLEDG.TXT.
       ISSUE-REFUND.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT X-STUDNO.
       DISPLAY "ENTER TERM: ".
       ACCEPT X-TERM.
       PERFORM CHECK-TERM-EXISTS.
       IF TERM-FOUND
      	  PERFORM REFUND-TERM
       END-IF.

       REFUND-TERM.
       MOVE X-STUDNO TO BILL-STUDNO.
       MOVE X-TERM TO BILL-TERM.
       OPEN I-O BILL-FILE.
       IF B-SUCCESS
      	  READ BILL-FILE KEY IS BILL-KEY
      	  	INVALID KEY
      	  		DISPLAY "NO ASSESSMENT FOR STUDNO " X-STUDNO
      	  			" TERM " X-TERM
      	  	NOT INVALID KEY
      	  		PERFORM REFUND-OVERPAYMENT
      	  END-READ
      	  CLOSE BILL-FILE
       ELSE
      	  DISPLAY "ERROR" B-STATUS
       END-IF.

       REFUND-OVERPAYMENT.
       IF BILL-PAID NOT > BILL-ASSESSED
      	  DISPLAY "TERM IS NOT OVERPAID, NO REFUND DUE"
       ELSE
      	  COMPUTE OVERPAID-AMT = BILL-PAID - BILL-ASSESSED
      	  MOVE OVERPAID-AMT TO AMT-ED
      	  DISPLAY "OVERPAID BY " AMT-ED " PHP"
      	  DISPLAY "ENTER REFUND AMOUNT (0 FOR FULL): "
      	  ACCEPT X-REFUND-AMT
      	  IF X-REFUND-AMT = ZERO
      	  	MOVE OVERPAID-AMT TO X-REFUND-AMT
      	  END-IF
      	  IF X-REFUND-AMT > OVERPAID-AMT
      	  	DISPLAY "REFUND EXCEEDS OVERPAYMENT, NOT ISSUED"
      	  ELSE
      	  	PERFORM CONFIRM-REFUND
      	  END-IF
       END-IF.

       CONFIRM-REFUND.
       DISPLAY "ENTER REFUND REASON: ".
       MOVE SPACES TO X-REASON.
       ACCEPT X-REASON.
       IF X-REASON = SPACES
      	  DISPLAY "A REASON IS REQUIRED, NOT REFUNDED"
       ELSE
      	  DISPLAY "CONFIRM REFUND? Y/N"
      	  ACCEPT OVERRIDE-YN
      	  IF OVERRIDE-YN = 'Y' OR OVERRIDE-YN = 'y'
      	  	PERFORM POST-REFUND
      	  ELSE
      	  	DISPLAY "REFUND NOT ISSUED"
      	  END-IF
       END-IF.

      *> The refund document goes on file before BILL-PAID comes
      *> down, so money never leaves the term without a document;
      *> if the billing row cannot be updated the document is taken
      *> back off the ledger.
       POST-REFUND.
       MOVE 'N' TO RF-WRITTEN-FLAG.
       PERFORM GET-NEXT-RF-NO.
       OPEN I-O REFUND-LEDGER-FILE.
       IF RL-STATUS = '35'
      	  OPEN OUTPUT REFUND-LEDGER-FILE
      	  CLOSE REFUND-LEDGER-FILE
      	  OPEN I-O REFUND-LEDGER-FILE
       END-IF.
       IF RL-SUCCESS
      	  PERFORM WRITE-REFUND-DOC
      	  IF RF-WRITTEN
      	  	PERFORM APPLY-REFUND
      	  END-IF
      	  CLOSE REFUND-LEDGER-FILE
       ELSE
      	  DISPLAY "ERROR OPENING REFUND LEDGER " RL-STATUS
      	  DISPLAY "REFUND NOT ISSUED"
       END-IF.

       WRITE-REFUND-DOC.
       MOVE FUNCTION CURRENT-DATE TO CONV-TIMESTAMP.
       MOVE NEXT-RF-NO TO RF-NO.
       MOVE CONV-TIMESTAMP(1:8) TO RF-DATE.
       MOVE CONV-TIMESTAMP(9:6) TO RF-TIME.
       MOVE X-STUDNO TO RF-STUDNO.
       MOVE X-TERM TO RF-TERM.
       MOVE X-REFUND-AMT TO RF-AMOUNT.
       MOVE X-REASON TO RF-REASON.
       MOVE SO-OPER-ID TO RF-OPERATOR.
       WRITE RF-REC
      	  INVALID KEY
      	  	DISPLAY "DUPLICATE REFUND NO, NOT REFUNDED: " RF-NO
      	  NOT INVALID KEY
      	  	MOVE 'Y' TO RF-WRITTEN-FLAG
       END-WRITE.

       APPLY-REFUND.
       SUBTRACT X-REFUND-AMT FROM BILL-PAID.
       REWRITE BILL-REC
      	  INVALID KEY
      	  	PERFORM BACK-OUT-REFUND-DOC
      	  NOT INVALID KEY
      	  	PERFORM PRINT-REFUND-DOC
      	  	PERFORM AUDIT-REFUND
       END-REWRITE.

       BACK-OUT-REFUND-DOC.
       ADD X-REFUND-AMT TO BILL-PAID.
       DISPLAY "BILLING UPDATE FAILED, NOT REFUNDED".
       DELETE REFUND-LEDGER-FILE RECORD
      	  INVALID KEY
      	  	DISPLAY "REFUND " RF-NO " NOT TAKEN OFF LEDGER "
      	  		RL-STATUS
       END-DELETE.

       AUDIT-REFUND.
       MOVE X-REFUND-AMT TO PAID-ED.
       MOVE SPACES TO AUD-DETAIL.
       STRING
      	    "RF=" RF-NO DELIMITED BY SIZE
      	    " TERM=" X-TERM DELIMITED BY SIZE
      	    " PHP=" PAID-ED DELIMITED BY SIZE
      	    " REASON=" X-REASON DELIMITED BY SIZE
      	    INTO AUD-DETAIL
       END-STRING.
       MOVE "REFUND" TO AUD-OP.
       PERFORM WRITE-BILLING-AUDIT.

       GET-NEXT-RF-NO.
       MOVE ZERO TO NEXT-RF-NO.
       OPEN INPUT RF-CTL-FILE.
       IF RC-SUCCESS
      	  READ RF-CTL-FILE
      	  	AT END
      	  		CONTINUE
      	  	NOT AT END
      	  		MOVE RF-CTL-REC TO NEXT-RF-NO
      	  END-READ
      	  CLOSE RF-CTL-FILE
       END-IF.
       ADD 1 TO NEXT-RF-NO.
       OPEN OUTPUT RF-CTL-FILE.
       IF RC-SUCCESS
      	  MOVE NEXT-RF-NO TO RF-CTL-REC
      	  WRITE RF-CTL-REC
      	  CLOSE RF-CTL-FILE
       ELSE
      	  DISPLAY "WARNING: REFUND COUNTER NOT SAVED " RC-STATUS
       END-IF.

       PRINT-REFUND-DOC.
       MOVE RF-AMOUNT TO PAID-ED.
       DISPLAY "----- REFUND DOCUMENT " RF-NO " -----".
       DISPLAY "DATE " RF-DATE " TIME " RF-TIME.
       DISPLAY "STUDNO " RF-STUDNO " TERM " RF-TERM.
       DISPLAY "REFUNDED " PAID-ED " PHP".
       DISPLAY "REASON   " RF-REASON.
       DISPLAY "ISSUED BY " RF-OPERATOR.
       DISPLAY "--------------------------------------".

      *> AUDITLOG.TXT detail line for a receipt void or refund,
      *> stamped with the student's master fields.
       WRITE-BILLING-AUDIT.
       MOVE SPACES TO STUDNAME STUDPROGRAM STUDSTATUS.
       PERFORM CHECK-STUDENT-EXISTS.
       MOVE X-STUDNO TO STUDNO.
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

       STUDENT-BALANCE.
       DISPLAY "ENTER STUDENT NO: ".
       ACCEPT X-STUDNO.
       MOVE BAL-AMT TO BAL-ED.
       DISPLAY BILL-TERM " " AMT-ED " " PAID-ED
       	" " BAL-ED.
       IF BILL-DISCOUNT > ZERO
      	  MOVE BILL-GROSS TO AMT-ED
      	  MOVE BILL-DISCOUNT TO PAID-ED
      	  DISPLAY "       GROSS " AMT-ED " LESS GRANTS " PAID-ED
       END-IF.
       IF BILL-CREDIT > ZERO
      	  MOVE BILL-CREDIT TO AMT-ED
      	  DISPLAY "       DROP CREDIT " AMT-ED
       END-IF.
       ADD BILL-ASSESSED TO TOT-ASSESSED.
       ADD BILL-PAID TO TOT-PAID.

       DISPLAY PGT-PROGRAM(PGT-SUB) " " AMT-ED
       	" " PAID-ED " " BAL-ED.

      *> What each sponsor owes for the term: every grant with a
      *> sponsor that assessment applied, by sponsor and STUDNO.
       SPONSOR-BILLING.
       DISPLAY "ENTER TERM: ".
       ACCEPT X-TERM.
       PERFORM CHECK-TERM-EXISTS.
       IF TERM-FOUND
      	  PERFORM RUN-SPONSOR-BILLING
       END-IF.

       RUN-SPONSOR-BILLING.
       OPEN OUTPUT SPONS-RPT-FILE.
       IF NOT SR-SUCCESS
      	  DISPLAY "ERROR OPENING SPONSOR REPORT " SR-STATUS
       ELSE
      	  SORT SPONS-WORK
      	  	ON ASCENDING KEY SS-SPONSOR SS-STUDNO
      	  	INPUT PROCEDURE IS LOAD-SPONSOR-SORT
      	  	OUTPUT PROCEDURE IS PRINT-SPONSOR-BILLING
      	  CLOSE SPONS-RPT-FILE
      	  DISPLAY "SEE SPONSBIL.RPT FOR THE DETAIL"
       END-IF.

       LOAD-SPONSOR-SORT.
       OPEN INPUT SCH-FILE.
       IF SH-SUCCESS
      	  MOVE 'N' TO MY-OPEN-FLAG
      	  OPEN INPUT MY-FILE
      	  IF F-SUCCESS
      	  	MOVE 'Y' TO MY-OPEN-FLAG
      	  END-IF
      	  MOVE 'N' TO END-OF-GRANT
      	  PERFORM RELEASE-GRANT-NEXT
      	  	UNTIL GRANT-DONE
      	  IF MY-OPEN
      	  	CLOSE MY-FILE
      	  END-IF
      	  CLOSE SCH-FILE
       ELSE
      	  DISPLAY "ERROR OPENING SCHOLARSHIP FILE " SH-STATUS
       END-IF.

       RELEASE-GRANT-NEXT.
        READ SCH-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-GRANT
        	NOT AT END
        		IF SCH-TERM = X-TERM
        				AND SCH-SPONSOR NOT = SPACES
        				AND SCH-APPLIED > ZERO
        			PERFORM RELEASE-ONE-GRANT
        		END-IF
        	END-READ.

       RELEASE-ONE-GRANT.
       MOVE SCH-STUDNO TO STUDNO.
       MOVE SPACES TO STUDNAME.
       IF MY-OPEN
      	  READ MY-FILE KEY IS STUDNO
      	  	INVALID KEY
      	  		MOVE "(NOT ON STUDENT FILE)" TO STUDNAME
      	  END-READ
       END-IF.
       MOVE SCH-SPONSOR TO SS-SPONSOR.
       MOVE SCH-STUDNO TO SS-STUDNO.
       MOVE STUDNAME TO SS-STUDNAME.
       MOVE SCH-TYPE TO SS-TYPE.
       MOVE SCH-APPLIED TO SS-APPLIED.
       RELEASE SPONS-SORT-REC.

       PRINT-SPONSOR-BILLING.
       MOVE SPACES TO SPONS-RPT-REC.
       STRING
      	    "SPONSOR BILLING REPORT, TERM " DELIMITED BY SIZE
      	    X-TERM DELIMITED BY SIZE
      	    INTO SPONS-RPT-REC
       END-STRING.
       WRITE SPONS-RPT-REC.
       MOVE SPACES TO SPONSOR-BREAK.
       MOVE ZERO TO SPONSOR-TOTAL.
       MOVE ZERO TO SPONSOR-COUNT.
       MOVE ZERO TO SPONS-GRAND-TOTAL.
       MOVE 'N' TO END-OF-FILE.
       PERFORM RETURN-SPONSOR-NEXT
       	UNTIL END-REACH.
       IF SPONSOR-COUNT > ZERO
      	  PERFORM WRITE-SPONSOR-TOTAL
       END-IF.
       MOVE SPONS-GRAND-TOTAL TO CUR-ED.
       MOVE SPACES TO SPONS-RPT-REC.
       STRING
      	    "TOTAL DUE FROM ALL SPONSORS " DELIMITED BY SIZE
      	    CUR-ED " PHP" DELIMITED BY SIZE
      	    INTO SPONS-RPT-REC
       END-STRING.
       WRITE SPONS-RPT-REC.

       RETURN-SPONSOR-NEXT.
       RETURN SPONS-WORK
      	  AT END
      	  	MOVE 'Y' TO END-OF-FILE
      	  NOT AT END
      	  	PERFORM PRINT-SPONSOR-LINE
       END-RETURN.

       PRINT-SPONSOR-LINE.
       IF SS-SPONSOR NOT = SPONSOR-BREAK
      	  IF SPONSOR-COUNT > ZERO
      	  	PERFORM WRITE-SPONSOR-TOTAL
      	  END-IF
      	  MOVE SS-SPONSOR TO SPONSOR-BREAK
      	  MOVE ZERO TO SPONSOR-TOTAL
      	  MOVE ZERO TO SPONSOR-COUNT
      	  MOVE SPACES TO SPONS-RPT-REC
      	  WRITE SPONS-RPT-REC
      	  MOVE SPACES TO SPONS-RPT-REC
      	  STRING
      	      "SPONSOR " SS-SPONSOR DELIMITED BY SIZE
      	      INTO SPONS-RPT-REC
      	  END-STRING
      	  WRITE SPONS-RPT-REC
       END-IF.
       MOVE SS-APPLIED TO AMT-ED.
       MOVE SPACES TO SPONS-RPT-REC.
       STRING
      	    "  " SS-STUDNO DELIMITED BY SIZE
      	    " " SS-STUDNAME DELIMITED BY SIZE
      	    " " SS-TYPE DELIMITED BY SIZE
      	    " " AMT-ED DELIMITED BY SIZE
      	    INTO SPONS-RPT-REC
       END-STRING.
       WRITE SPONS-RPT-REC.
       ADD SS-APPLIED TO SPONSOR-TOTAL.
       ADD SS-APPLIED TO SPONS-GRAND-TOTAL.
       ADD 1 TO SPONSOR-COUNT.

       WRITE-SPONSOR-TOTAL.
       MOVE SPONSOR-TOTAL TO CUR-ED.
       MOVE SPACES TO SPONS-RPT-REC.
       STRING
      	    "  DUE FROM " SPONSOR-BREAK DELIMITED BY SIZE
      	    " " SPONSOR-COUNT " GRANT(S) " DELIMITED BY SIZE
      	    CUR-ED " PHP" DELIMITED BY SIZE
      	    INTO SPONS-RPT-REC
       END-STRING.
       WRITE SPONS-RPT-REC.

       LOAD-RATES.
       OPEN INPUT RATE-FILE.
       IF RT-SUCCESS
      	  WRITE CONV-LOG-REC
       END-IF.
       CLOSE CONV-LOG-FILE.

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
