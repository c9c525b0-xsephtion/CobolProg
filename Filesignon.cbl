       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-SIGNON.

      *> Operator sign-on, CALLed first by every program. Asks for an
      *> operator ID and password and checks them against
      *> OPERMAST.TXT. On a good sign-on SIGNON-AREA comes back with
      *> the operator's ID, name and role and SO-SIGNED-ON set. Each
      *> bad password is counted on the operator's record; at
      *> SIGNON-MAX-FAILS in a row the ID is locked until a
      *> supervisor resets it in FILE-OPERMAST.
      *> A step started by FILE-EOD-RUN finds EOD_OPER and EOD_TOKEN
      *> in its environment and is signed on as the OPS operator or
      *> supervisor who started the run, without a prompt, when the
      *> token matches the secret the run left on EODCKPT.TXT. A token
      *> that does not match counts as a bad password against that
      *> operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPER-FILE ASSIGN TO "OPERMAST.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS OP-ID
       	FILE STATUS IS OP-STATUS.
       SELECT CKPT-FILE ASSIGN TO "EODCKPT.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS CK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE.
       COPY OPERMAST.
       FD CKPT-FILE.
       COPY EODCKPT.

       WORKING-STORAGE SECTION.
       77 OP-STATUS PIC XX.
       	88 OP-SUCCESS VALUE'00'.
       	88 OP-NOT-FOUND VALUE'35'.
       77 CK-STATUS PIC XX.
       	88 CK-SUCCESS VALUE'00'.

       77 SIGNON-TRIES PIC 9 VALUE ZERO.
       77 SIGNON-MAX-TRIES PIC 9 VALUE 3.
       77 SIGNON-MAX-FAILS PIC 9 VALUE 3.

       01 PW-INPUT.
       	02 PW-ID PIC X(8).
       	02 PW-PASSWORD PIC X(20).
       77 PW-HASH PIC 9(10).

       77 EOD-OPER PIC X(8).
       77 EOD-TOKEN-X PIC X(10).
       77 EOD-SECRET-OPER PIC X(8).
       77 EOD-SECRET PIC 9(10).

       LINKAGE SECTION.
       COPY SIGNON.

       PROCEDURE DIVISION USING SIGNON-AREA.

       MAIN-LOGIC.
       MOVE 'N' TO SO-RESULT.
       MOVE 'N' TO SO-ROLE-OK.
       MOVE SPACES TO SO-OPER-ID.
       MOVE SPACES TO SO-OPER-NAME.
       MOVE SPACES TO SO-ROLE.
       OPEN I-O OPER-FILE.
       IF OP-SUCCESS
      	  MOVE SPACES TO EOD-OPER
      	  ACCEPT EOD-OPER FROM ENVIRONMENT "EOD_OPER"
      	  IF EOD-OPER NOT = SPACES
      	  	PERFORM EOD-SIGNON
      	  ELSE
      	  	MOVE ZERO TO SIGNON-TRIES
      	  	PERFORM SIGNON-TRY
      	  		UNTIL SO-SIGNED-ON
      	  		OR SIGNON-TRIES NOT < SIGNON-MAX-TRIES
      	  END-IF
      	  CLOSE OPER-FILE
      	  IF NOT SO-SIGNED-ON
      	  	DISPLAY "SIGN-ON REFUSED"
      	  END-IF
       ELSE IF OP-NOT-FOUND
      	  DISPLAY "NO OPERATOR FILE, RUN FILE-OPERMAST TO SET UP"
       ELSE
      	  DISPLAY "ERROR OPENING OPERATOR FILE " OP-STATUS
       END-IF.
       GOBACK.

       EOD-SIGNON.
       MOVE SPACES TO EOD-TOKEN-X.
       ACCEPT EOD-TOKEN-X FROM ENVIRONMENT "EOD_TOKEN".
       PERFORM READ-EOD-SECRET.
       MOVE EOD-OPER TO OP-ID.
       READ OPER-FILE KEY IS OP-ID
      	  INVALID KEY
      	  	DISPLAY "END-OF-DAY SIGN-ON FAILED"
      	  NOT INVALID KEY
      	  	PERFORM CHECK-EOD-TOKEN
       END-READ.

      *> No run going (secret zero or no checkpoint) leaves nothing
      *> for a token to match.
       READ-EOD-SECRET.
       MOVE SPACES TO EOD-SECRET-OPER.
       MOVE ZERO TO EOD-SECRET.
       OPEN INPUT CKPT-FILE.
       IF CK-SUCCESS
      	  READ CKPT-FILE
      	  	AT END
      	  		CONTINUE
      	  	NOT AT END
      	  		IF CKPT-SECRET NUMERIC
      	  			MOVE CKPT-OPER TO EOD-SECRET-OPER
      	  			MOVE CKPT-SECRET TO EOD-SECRET
      	  		END-IF
      	  END-READ
      	  CLOSE CKPT-FILE
       END-IF.

       CHECK-EOD-TOKEN.
       IF OP-IS-LOCKED
      	  DISPLAY "OPERATOR ID " OP-ID " IS LOCKED, SEE A SUPERVISOR"
       ELSE IF NOT OP-OPS AND NOT OP-SUPERVISOR
      	  DISPLAY "END-OF-DAY SIGN-ON IS FOR OPS OR A SUPERVISOR"
       ELSE IF EOD-SECRET = ZERO OR OP-ID NOT = EOD-SECRET-OPER
      	  	OR EOD-TOKEN-X NOT = EOD-SECRET
      	  PERFORM COUNT-FAILED-SIGNON
       ELSE
      	  PERFORM ACCEPT-SIGNON
       END-IF.

       SIGNON-TRY.
       ADD 1 TO SIGNON-TRIES.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
       ACCEPT PW-ID.
       DISPLAY "PASSWORD: " WITH NO ADVANCING.
       ACCEPT PW-PASSWORD.
       MOVE PW-ID TO OP-ID.
       READ OPER-FILE KEY IS OP-ID
      	  INVALID KEY
      	  	DISPLAY "SIGN-ON FAILED"
      	  NOT INVALID KEY
      	  	PERFORM CHECK-PASSWORD
       END-READ.

       CHECK-PASSWORD.
       IF OP-IS-LOCKED
      	  DISPLAY "OPERATOR ID " OP-ID " IS LOCKED, SEE A SUPERVISOR"
       ELSE
      	  CALL "FILE-PWHASH" USING PW-INPUT PW-HASH
      	  IF PW-HASH = OP-PW-HASH
      	  	PERFORM ACCEPT-SIGNON
      	  ELSE
      	  	PERFORM COUNT-FAILED-SIGNON
      	  END-IF
       END-IF.

       ACCEPT-SIGNON.
       MOVE ZERO TO OP-FAIL-COUNT.
       REWRITE OP-REC
      	  INVALID KEY
      	  	DISPLAY "ERROR UPDATING OPERATOR " OP-STATUS
       END-REWRITE.
       MOVE OP-ID TO SO-OPER-ID.
       MOVE OP-NAME TO SO-OPER-NAME.
       MOVE OP-ROLE TO SO-ROLE.
       MOVE 'Y' TO SO-RESULT.
       DISPLAY "SIGNED ON " OP-NAME " (" OP-ROLE ")".

       COUNT-FAILED-SIGNON.
       DISPLAY "SIGN-ON FAILED".
       ADD 1 TO OP-FAIL-COUNT.
       IF OP-FAIL-COUNT NOT < SIGNON-MAX-FAILS
      	  MOVE 'Y' TO OP-LOCKED
      	  DISPLAY "TOO MANY FAILED SIGN-ONS, OPERATOR ID " OP-ID
      	  	" LOCKED"
       END-IF.
       REWRITE OP-REC
      	  INVALID KEY
      	  	DISPLAY "ERROR UPDATING OPERATOR " OP-STATUS
       END-REWRITE.
