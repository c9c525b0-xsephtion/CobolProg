       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-PAY-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OLD-FILE ASSIGN TO "PAYLEDG.OLD"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS SEQUENTIAL
       	RECORD KEY IS OLD-OR-NO
       	FILE STATUS IS OLD-STATUS.
       SELECT PAY-LEDGER-FILE ASSIGN TO "PAYLEDG.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS OR-NO
       	FILE STATUS IS PL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Payment ledger layout before receipts could be voided.
      *> Rename the live PAYLEDG.TXT to PAYLEDG.OLD before running;
      *> every receipt comes across as not voided, with no cashier
      *> recorded.
       FD OLD-FILE.
       01 OLD-OR-REC.
       	02 OLD-OR-NO PIC 9(8).
       	02 OLD-OR-DATE PIC 9(8).
       	02 OLD-OR-TIME PIC 9(6).
       	02 OLD-OR-STUDNO PIC 9(10).
       	02 OLD-OR-TERM PIC X(6).
       	02 OLD-OR-CURRENCY PIC XXX.
       	02 OLD-OR-TENDERED PIC 9(9)V99.
       	02 OLD-OR-APPLIED PIC 9(9)V99.
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
       	02 OR-VOID-DATE PIC 9(8).
       	02 OR-VOID-REASON PIC X(30).
       	02 OR-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
       77 OLD-STATUS PIC XX.
       	88 OLD-SUCCESS VALUE '00'.

       77 PL-STATUS PIC XX.
       	88 PL-SUCCESS VALUE'00'.

       77 END-OF-OLD PIC X VALUE 'N'.
       	88 OLD-DONE VALUE 'Y'.

       77 MOVE-COUNT PIC 9(5) VALUE ZERO.
       77 SKIP-COUNT PIC 9(5) VALUE ZERO.

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
       OPEN INPUT OLD-FILE.
       IF NOT OLD-SUCCESS
       	  DISPLAY "ERROR OPENING PAYLEDG.OLD " OLD-STATUS
       ELSE
       	  OPEN I-O PAY-LEDGER-FILE
       	  IF NOT PL-SUCCESS
       	  	OPEN OUTPUT PAY-LEDGER-FILE
       	  END-IF

       	  IF NOT PL-SUCCESS
       	  	DISPLAY "ERROR OPENING PAYLEDG.TXT " PL-STATUS
       	  ELSE
       	  	PERFORM MIGRATE-NEXT-RECORD
       	  		UNTIL OLD-DONE
       	  	CLOSE PAY-LEDGER-FILE
       	  	DISPLAY "MIGRATION COMPLETE: " MOVE-COUNT
       	  		" MOVED, " SKIP-COUNT " SKIPPED"
       	  END-IF
       	  CLOSE OLD-FILE
       END-IF.

       STOP RUN.

       MIGRATE-NEXT-RECORD.
        READ OLD-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-OLD
        	NOT AT END
        		PERFORM MIGRATE-ONE-RECORD
        	END-READ.

       MIGRATE-ONE-RECORD.
       MOVE OLD-OR-NO TO OR-NO.
       MOVE OLD-OR-DATE TO OR-DATE.
       MOVE OLD-OR-TIME TO OR-TIME.
       MOVE OLD-OR-STUDNO TO OR-STUDNO.
       MOVE OLD-OR-TERM TO OR-TERM.
       MOVE OLD-OR-CURRENCY TO OR-CURRENCY.
       MOVE OLD-OR-TENDERED TO OR-TENDERED.
       MOVE OLD-OR-APPLIED TO OR-APPLIED.
       MOVE SPACE TO OR-VOID-FLAG.
       MOVE ZERO TO OR-VOID-DATE.
       MOVE SPACES TO OR-VOID-REASON.
       MOVE SPACES TO OR-OPERATOR.
       WRITE OR-REC
      	  INVALID KEY
      	  	DISPLAY "DUPLICATE KEY, SKIPPED: " OLD-OR-NO
      	  	ADD 1 TO SKIP-COUNT
      	  NOT INVALID KEY
      	  	ADD 1 TO MOVE-COUNT
       END-WRITE.
