       77 PROGRAM-COUNT PIC 9(5) VALUE ZERO.
       77 GRAND-TOTAL PIC 9(5) VALUE ZERO.

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       SORT SORT-WORK
       	ON ASCENDING KEY SRT-STUDPROGRAM SRT-STUDNO
       	INPUT PROCEDURE IS LOAD-SORT-FILE
