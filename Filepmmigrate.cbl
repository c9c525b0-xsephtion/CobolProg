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
       	  DISPLAY "ERROR OPENING PROGMAST.OLD " OLD-STATUS
