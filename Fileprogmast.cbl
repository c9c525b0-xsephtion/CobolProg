       	88 PROG-VALID VALUE 'Y'.
       77 VP-SUB PIC 9(2).

       COPY SIGNON.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
       CALL "FILE-SIGNON" USING SIGNON-AREA.
       IF NOT SO-SIGNED-ON
      	  STOP RUN
       END-IF.
       DISPLAY "[1] CREATE [2]APPEND [3]READ [4] UPDATE [5] DELETE".
       DISPLAY "[6] REBUILD HEADCOUNT".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM PROGCREATE
       ELSE IF MENU-PICK = 2
       PERFORM PROGCREATE

       STOP RUN.

      *> Listings are open to every operator; changes need the
      *> registrar or a supervisor.
       CHECK-MENU-ROLE.
       MOVE 'N' TO SO-ROLE-OK.
       IF SO-SUPERVISOR OR MENU-PICK = 3 OR MENU-PICK = 6
      	  MOVE 'Y' TO SO-ROLE-OK
       ELSE IF SO-REGISTRAR
      	  MOVE 'Y' TO SO-ROLE-OK
       END-IF.

       PROGCREATE.
       PERFORM PROMPT-PROG-CODE.
       IF PROG-VALID
