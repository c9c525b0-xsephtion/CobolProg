       	02 TRANS-STUDNAME PIC X(30).
       	02 TRANS-STUDPROGRAM PIC X(10).
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(260).
       FD CKPT-FILE.
       01 CKPT-REC PIC 9(7).
       FD REJECT-FILE.
       	88 PROG-VALID VALUE 'Y'.
       77 VP-SUB PIC 9(2).

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
       OPEN INPUT TRANS-FILE.
       IF NOT TR-SUCCESS
       	  DISPLAY "ERROR OPENING TRANSACTION FILE " TR-STATUS
       	  MOVE 8 TO RETURN-CODE
       ELSE
       	  OPEN I-O MY-FILE
       	  IF NOT F-SUCCESS
       	  	DISPLAY "ERROR OPENING MY-FILE " F-STATUS
       	  	MOVE 8 TO RETURN-CODE
       	  ELSE
       	  	PERFORM READ-CHECKPOINT
       	  	PERFORM OPEN-REJECT-FILE
      	    " STUDNAME=" STUDNAME DELIMITED BY SIZE
      	    " STUDPROGRAM=" STUDPROGRAM DELIMITED BY SIZE
      	    " STATUS=" STUDSTATUS DELIMITED BY SIZE
      	    " OPER=" SO-OPER-ID DELIMITED BY SIZE
      	    INTO AUDIT-REC
       END-STRING.
       OPEN EXTEND AUDIT-FILE.
