       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-BILL-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OLD-FILE ASSIGN TO "BILLING.OLD"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS SEQUENTIAL
       	RECORD KEY IS OLD-BILL-KEY
       	FILE STATUS IS OLD-STATUS.
       SELECT BILL-FILE ASSIGN TO "BILLING.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS BILL-KEY
       	FILE STATUS IS B-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Billing layout before drop credits and scholarship grants
      *> were carried on the record. Rename the live BILLING.TXT to
      *> BILLING.OLD before running; every row comes across with no
      *> credit or discount posted, its assessment taken as gross,
      *> and no assessment date.
       FD OLD-FILE.
       01 OLD-BILL-REC.
       	02 OLD-BILL-KEY.
       		03 OLD-BILL-STUDNO PIC 9(10).
       		03 OLD-BILL-TERM PIC X(6).
       	02 OLD-BILL-PROGRAM PIC X(10).
       	02 OLD-BILL-ASSESSED PIC 9(7)V99.
       	02 OLD-BILL-PAID PIC 9(9)V99.
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

       WORKING-STORAGE SECTION.
       77 OLD-STATUS PIC XX.
       	88 OLD-SUCCESS VALUE '00'.

       77 B-STATUS PIC XX.
       	88 B-SUCCESS VALUE'00'.

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
       	  DISPLAY "ERROR OPENING BILLING.OLD " OLD-STATUS
       ELSE
       	  OPEN I-O BILL-FILE
       	  IF NOT B-SUCCESS
       	  	OPEN OUTPUT BILL-FILE
       	  END-IF

       	  IF NOT B-SUCCESS
       	  	DISPLAY "ERROR OPENING BILLING.TXT " B-STATUS
       	  ELSE
       	  	PERFORM MIGRATE-NEXT-RECORD
       	  		UNTIL OLD-DONE
       	  	CLOSE BILL-FILE
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
       MOVE OLD-BILL-STUDNO TO BILL-STUDNO.
       MOVE OLD-BILL-TERM TO BILL-TERM.
       MOVE OLD-BILL-PROGRAM TO BILL-PROGRAM.
       MOVE OLD-BILL-ASSESSED TO BILL-ASSESSED.
       MOVE OLD-BILL-PAID TO BILL-PAID.
       MOVE ZERO TO BILL-CREDIT.
       MOVE OLD-BILL-ASSESSED TO BILL-GROSS.
       MOVE ZERO TO BILL-DISCOUNT.
       MOVE ZERO TO BILL-ASSESS-DATE.
       WRITE BILL-REC
      	  INVALID KEY
      	  	DISPLAY "DUPLICATE KEY, SKIPPED: " OLD-BILL-KEY
      	  	ADD 1 TO SKIP-COUNT
      	  NOT INVALID KEY
      	  	ADD 1 TO MOVE-COUNT
       END-WRITE.
