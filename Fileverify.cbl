       	02 STUDSTATUS PIC X(10).
       	02 CHOICE PIC 9.
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(260).

       WORKING-STORAGE SECTION.
       77 F-STATUS PIC XX.
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
       DISPLAY "STUDENT MASTER FILE VERIFICATION".
       DISPLAY "================================".
       PERFORM VERIFY-MASTER.
       ELSE
      	  DISPLAY "VERIFICATION RESULT: FAIL (" ERROR-COUNT
      	  	" PROBLEM(S))"
      	  MOVE 4 TO RETURN-CODE
       END-IF.
