       	88 PROG-VALID VALUE 'Y'.
       77 VP-SUB PIC 9(2).

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] ALL STUDENTS [2] ONE PROGRAM [3] STUDNO RANGE".
       ACCEPT FILTER-PICK.
       IF FILTER-PICK = 2
