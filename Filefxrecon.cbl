       	02 OR-CURRENCY PIC XXX.
       	02 OR-TENDERED PIC 9(9)V99.
       	02 OR-APPLIED PIC 9(9)V99.
       	02 OR-VOID-FLAG PIC X.
       	02 OR-VOID-DATE PIC 9(8).
       	02 OR-VOID-REASON PIC X(30).
       	02 OR-OPERATOR PIC X(8).
       FD RECON-RPT-FILE.
       01 RECON-RPT-REC PIC X(120).

       77 SET-ED PIC Z(10)9.99.
       77 LED-ED PIC Z(10)9.99.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       IF NOT SO-OPS AND NOT SO-SUPERVISOR
      	  DISPLAY "THIS RUN IS FOR OPS OR A SUPERVISOR"
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       DISPLAY "FOREIGN CURRENCY RECONCILIATION".
       DISPLAY "ENTER DATE (YYYYMMDD, 0 FOR TODAY): ".
       ACCEPT Q-DATE.
       OPEN OUTPUT RECON-RPT-FILE.
       IF NOT RR-SUCCESS
      	  DISPLAY "ERROR OPENING RECON REPORT " RR-STATUS
      	  MOVE 8 TO RETURN-CODE
       ELSE
      	  PERFORM WRITE-RPT-HEADER
      	  PERFORM LOAD-SETTLE-ROWS
      	  	"  MATCHED: " MATCH-COUNT
      	  	"  EXCEPTIONS: " EXCEPT-COUNT
      	  DISPLAY "SEE FXRECON.RPT FOR THE DETAIL"
      	  IF EXCEPT-COUNT > ZERO
      	  	MOVE 4 TO RETURN-CODE
      	  END-IF
       END-IF.

       STOP RUN.
