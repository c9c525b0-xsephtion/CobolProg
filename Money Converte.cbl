       01 SCURRENCY PIC XXX.
       01 TCURRENCY PIC XXX.
       01 CONTINUE-YN PIC X VALUE 'Y'.

       COPY SIGNON.
       SCREEN SECTION.
       01 MAIN-SCREEN
       	BLANK SCREEN, AUTO, REQUIRED.
       	
       	
       PROCEDURE DIVISION.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       PERFORM LOAD-RATES.
       IF NOT RATES-LIVE
      	  DISPLAY "RATES NOT LIVE, CONVERTER NOT STARTED"
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       DISPLAY "[1] INTERACTIVE [2] BATCH REMITTANCE".
       ACCEPT RUN-MODE.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
      	  DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
      	  MOVE 8 TO RETURN-CODE
      	  STOP RUN
       END-IF.
       IF RUN-MODE = 2
      	  PERFORM BATCH-REMITTANCE
       ELSE

       STOP RUN.

      *> The counter converter is for cashiers; batch remittance is
      *> an OPS run.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF RUN-MODE = 2
      	  IF SO-OPS
      	  	MOVE 'Y' TO SO-ROLE-OK
      	  END-IF
       ELSE IF SO-CASHIER
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       BATCH-REMITTANCE.
       OPEN INPUT REMIT-FILE.
       IF NOT RM-SUCCESS
      	  DISPLAY "ERROR OPENING REMITTANCE FILE " RM-STATUS
      	  MOVE 8 TO RETURN-CODE
       ELSE
      	  OPEN OUTPUT SETTLE-FILE
      	  IF NOT ST-SUCCESS
      	  	DISPLAY "ERROR OPENING SETTLEMENT FILE " ST-STATUS
      	  	MOVE 8 TO RETURN-CODE
      	  ELSE
      	  	PERFORM PROCESS-NEXT-REMIT
      	  		UNTIL REMIT-DONE
