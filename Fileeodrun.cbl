       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-EOD-RUN.

      *> End-of-day batch sequencer. Runs the steps listed on
      *> JOBSTEPS.TXT in order, each as an operating system command,
      *> and writes one line per step to EODLOG.TXT with its start
      *> and end time, return code and status. A step ending with
      *> return code 4 (report shows exceptions) or 8 and over
      *> (failed) stops the chain. EODCKPT.TXT holds the run and the
      *> last step finished, so the next start resumes at the step
      *> that stopped instead of rerunning the ones already done.
      *> The steps sign on as the OPS operator or supervisor who
      *> started the run, through the EOD_OPER and EOD_TOKEN
      *> environment variables that FILE-SIGNON checks before
      *> prompting; the steps' own input is piped, so they cannot ask
      *> for a sign-on. The token is a secret drawn fresh for each
      *> start and kept on EODCKPT.TXT only while the run is going.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEPS.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS JS-STATUS.
       SELECT EOD-LOG-FILE ASSIGN TO "EODLOG.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS EL-STATUS.
       SELECT CKPT-FILE ASSIGN TO "EODCKPT.TXT"
       	ORGANIZATION IS LINE SEQUENTIAL
       	FILE STATUS IS CK-STATUS.
       SELECT OPER-FILE ASSIGN TO "OPERMAST.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS OP-ID
       	FILE STATUS IS OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-STEP-FILE.
       01 JS-REC.
       	02 JS-SEQ PIC 9(3).
       	02 FILLER PIC X.
       	02 JS-NAME PIC X(16).
       	02 JS-COMMAND PIC X(100).
       FD EOD-LOG-FILE.
       01 EL-REC.
       	02 EL-RUN-ID PIC 9(14).
       	02 FILLER PIC X.
       	02 EL-SEQ PIC 9(3).
       	02 FILLER PIC X.
       	02 EL-NAME PIC X(16).
       	02 FILLER PIC X.
       	02 EL-START PIC X(14).
       	02 FILLER PIC X.
       	02 EL-END PIC X(14).
       	02 FILLER PIC X.
       	02 EL-RC PIC 9(3).
       	02 FILLER PIC X.
       	02 EL-RESULT PIC X(10).
       	02 FILLER PIC X.
       	02 EL-OPER PIC X(8).
       FD CKPT-FILE.
       COPY EODCKPT.
       FD OPER-FILE.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       77 JS-STATUS PIC XX.
       	88 JS-SUCCESS VALUE '00'.
       77 EL-STATUS PIC XX.
       	88 EL-SUCCESS VALUE '00'.
       77 CK-STATUS PIC XX.
       	88 CK-SUCCESS VALUE '00'.
       77 OP-STATUS PIC XX.
       	88 OP-SUCCESS VALUE '00'.

       77 END-OF-FILE PIC X.
       	88 END-REACH VALUE 'Y'.

       01 JOB-STEP-TABLE.
       	02 JOB-STEP-ENTRY OCCURS 30 TIMES.
       		03 JST-SEQ PIC 9(3).
       		03 JST-NAME PIC X(16).
       		03 JST-COMMAND PIC X(100).
       77 JST-COUNT PIC 9(2) VALUE ZERO.
       77 JST-TABLE-MAX PIC 9(2) VALUE 30.
       77 JST-SUB PIC 9(2).
       77 JST-HIT PIC 9(2).
       77 JST-BAD-FLAG PIC X VALUE 'N'.
       	88 JST-BAD VALUE 'Y'.

       77 RUN-TIMESTAMP PIC X(21).
       77 RUN-ID PIC 9(14).
       77 RESUME-FLAG PIC X VALUE 'N'.
       	88 RESUMING VALUE 'Y'.
       77 CKPT-DONE-SEQ PIC 9(3) VALUE ZERO.

       77 TOKEN-SET-FLAG PIC X VALUE 'N'.
       	88 TOKEN-SET VALUE 'Y'.
       77 EOD-SECRET PIC 9(10) VALUE ZERO.
       77 SECRET-SEED PIC 9(10).
       77 SECRET-CLOCK PIC 9(8).
       77 SECRET-WORK PIC 9(13).
       77 SECRET-QUOT PIC 9(13).

       77 STEP-TIMESTAMP PIC X(21).
       77 STEP-START PIC X(14).
       77 STEP-END PIC X(14).
       77 STEP-COMMAND PIC X(100).
       77 STEP-RC-RAW PIC S9(9).
       77 STEP-RC PIC 9(3).
       77 STEP-RESULT PIC X(10).
       77 HIGH-RC PIC 9(3) VALUE ZERO.

       77 CHAIN-STOP-FLAG PIC X VALUE 'N'.
       	88 CHAIN-STOPPED VALUE 'Y'.
       77 SKIP-YN PIC X.

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
       DISPLAY "END-OF-DAY BATCH RUN".
       MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
       PERFORM LOAD-JOB-STEPS.
       IF JST-COUNT = ZERO OR JST-BAD
      	  DISPLAY "NO USABLE JOB STEPS ON JOBSTEPS.TXT, NOT RUN"
      	  MOVE 8 TO HIGH-RC
       ELSE
      	  PERFORM SET-EOD-SIGNON
      	  IF NOT TOKEN-SET
      	  	MOVE 8 TO HIGH-RC
      	  ELSE
      	  	PERFORM OPEN-EOD-LOG
      	  	IF NOT EL-SUCCESS
      	  		DISPLAY "ERROR OPENING RUN LOG " EL-STATUS
      	  		MOVE 8 TO HIGH-RC
      	  	ELSE
      	  		PERFORM READ-CHECKPOINT
      	  		PERFORM RUN-JOB-STEPS
      	  		CLOSE EOD-LOG-FILE
      	  	END-IF
      	  END-IF
       END-IF.
       MOVE HIGH-RC TO RETURN-CODE.

       STOP RUN.

       LOAD-JOB-STEPS.
       MOVE ZERO TO JST-COUNT.
       MOVE 'N' TO END-OF-FILE.
       OPEN INPUT JOB-STEP-FILE.
       IF JS-SUCCESS
      	  PERFORM READ-STEP-NEXT
      	  	UNTIL END-REACH
      	  CLOSE JOB-STEP-FILE
       ELSE
      	  DISPLAY "ERROR OPENING JOB STEP FILE " JS-STATUS
       END-IF.

       READ-STEP-NEXT.
        READ JOB-STEP-FILE
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		PERFORM STORE-STEP-ROW
        	END-READ.

      *> Steps must be numbered in ascending order; the checkpoint
      *> keeps the number of the last step finished, so a step out of
      *> order would be skipped or rerun on a restart.
       STORE-STEP-ROW.
       IF JST-COUNT >= JST-TABLE-MAX
      	  MOVE 'Y' TO END-OF-FILE
      	  MOVE 'Y' TO JST-BAD-FLAG
      	  DISPLAY "JOB STEP TABLE FULL"
       ELSE IF JS-SEQ NOT NUMERIC OR JS-SEQ = ZERO
      	  MOVE 'Y' TO JST-BAD-FLAG
      	  DISPLAY "BAD STEP NUMBER ON JOBSTEPS.TXT: " JS-REC(1:20)
       ELSE IF JST-COUNT > ZERO AND JS-SEQ NOT > JST-SEQ(JST-COUNT)
      	  MOVE 'Y' TO JST-BAD-FLAG
      	  DISPLAY "JOB STEP " JS-SEQ " OUT OF SEQUENCE"
       ELSE
      	  ADD 1 TO JST-COUNT
      	  MOVE JS-SEQ TO JST-SEQ(JST-COUNT)
      	  MOVE JS-NAME TO JST-NAME(JST-COUNT)
      	  MOVE JS-COMMAND TO JST-COMMAND(JST-COUNT)
       END-IF.

      *> Only OPS operators and supervisors get this far, and either
      *> may start or restart a run.
       SET-EOD-SIGNON.
       MOVE 'N' TO TOKEN-SET-FLAG.
       MOVE ZERO TO EOD-SECRET.
       OPEN INPUT OPER-FILE.
       IF NOT OP-SUCCESS
      	  DISPLAY "ERROR OPENING OPERATOR FILE " OP-STATUS
       ELSE
      	  MOVE SO-OPER-ID TO OP-ID
      	  READ OPER-FILE KEY IS OP-ID
      	  	INVALID KEY
      	  		DISPLAY "OPERATOR " SO-OPER-ID " NOT ON FILE"
      	  	NOT INVALID KEY
      	  		PERFORM EXPORT-EOD-SIGNON
      	  END-READ
      	  CLOSE OPER-FILE
       END-IF.

      *> The secret is saved on the checkpoint with the run, so a
      *> step can match its token against it; nothing on the operator
      *> record is enough to make it up.
       EXPORT-EOD-SIGNON.
       PERFORM DRAW-EOD-SECRET.
       DISPLAY "EOD_OPER" UPON ENVIRONMENT-NAME.
       DISPLAY SO-OPER-ID UPON ENVIRONMENT-VALUE.
       DISPLAY "EOD_TOKEN" UPON ENVIRONMENT-NAME.
       DISPLAY EOD-SECRET UPON ENVIRONMENT-VALUE.
       MOVE 'Y' TO TOKEN-SET-FLAG.

       DRAW-EOD-SECRET.
       MOVE FUNCTION CURRENT-DATE(9:8) TO SECRET-CLOCK.
       COMPUTE SECRET-WORK = SECRET-CLOCK * 7919 + OP-PW-HASH.
       DIVIDE SECRET-WORK BY 2147483647 GIVING SECRET-QUOT
      	  REMAINDER SECRET-SEED.
       COMPUTE EOD-SECRET = FUNCTION RANDOM(SECRET-SEED)
      	  * 9999999999.
       IF EOD-SECRET = ZERO
      	  MOVE 1 TO EOD-SECRET
       END-IF.

       OPEN-EOD-LOG.
       OPEN EXTEND EOD-LOG-FILE.
       IF EL-STATUS = '35'
      	  OPEN OUTPUT EOD-LOG-FILE
       END-IF.

       READ-CHECKPOINT.
       MOVE 'N' TO RESUME-FLAG.
       MOVE ZERO TO CKPT-DONE-SEQ.
       OPEN INPUT CKPT-FILE.
       IF CK-SUCCESS
      	  READ CKPT-FILE
      	  	AT END
      	  		CONTINUE
      	  	NOT AT END
      	  		IF CKPT-RUN-ID NUMERIC AND CKPT-RUN-ID > ZERO
      	  			MOVE 'Y' TO RESUME-FLAG
      	  			MOVE CKPT-RUN-ID TO RUN-ID
      	  			MOVE CKPT-LAST-SEQ TO CKPT-DONE-SEQ
      	  		END-IF
      	  END-READ
      	  CLOSE CKPT-FILE
       END-IF.

       SAVE-CHECKPOINT.
       OPEN OUTPUT CKPT-FILE.
       IF CK-SUCCESS
      	  MOVE RUN-ID TO CKPT-RUN-ID
      	  MOVE CKPT-DONE-SEQ TO CKPT-LAST-SEQ
      	  MOVE SO-OPER-ID TO CKPT-OPER
      	  MOVE EOD-SECRET TO CKPT-SECRET
      	  WRITE CKPT-REC
      	  CLOSE CKPT-FILE
       ELSE
      	  DISPLAY "WARNING: CHECKPOINT NOT SAVED " CK-STATUS
       END-IF.

       CLEAR-CHECKPOINT.
       OPEN OUTPUT CKPT-FILE.
       IF CK-SUCCESS
      	  MOVE ZERO TO CKPT-RUN-ID
      	  MOVE ZERO TO CKPT-LAST-SEQ
      	  MOVE SPACES TO CKPT-OPER
      	  MOVE ZERO TO CKPT-SECRET
      	  WRITE CKPT-REC
      	  CLOSE CKPT-FILE
       ELSE
      	  DISPLAY "WARNING: CHECKPOINT NOT CLEARED " CK-STATUS
       END-IF.

       RUN-JOB-STEPS.
       IF RESUMING
      	  DISPLAY "RESTART: RESUMING RUN " RUN-ID
      	  	" AFTER STEP " CKPT-DONE-SEQ
      	  MOVE "RESUMED" TO STEP-RESULT
      	  PERFORM WRITE-RUN-LOG
      	  PERFORM SAVE-CHECKPOINT
      	  PERFORM CHECK-SKIP-STOPPED
       ELSE
      	  MOVE RUN-TIMESTAMP(1:14) TO RUN-ID
      	  MOVE ZERO TO CKPT-DONE-SEQ
      	  PERFORM SAVE-CHECKPOINT
      	  MOVE "STARTED" TO STEP-RESULT
      	  PERFORM WRITE-RUN-LOG
       END-IF.
       MOVE 'N' TO CHAIN-STOP-FLAG.
       PERFORM RUN-ONE-STEP
      	  VARYING JST-SUB FROM 1 BY 1
      	  UNTIL JST-SUB > JST-COUNT OR CHAIN-STOPPED.
       IF CHAIN-STOPPED
      	  MOVE ZERO TO EOD-SECRET
      	  PERFORM SAVE-CHECKPOINT
      	  MOVE "STOPPED" TO STEP-RESULT
      	  PERFORM WRITE-RUN-LOG
      	  DISPLAY "RUN STOPPED, FIX THE PROBLEM AND START AGAIN"
      	  	" TO RESUME"
       ELSE
      	  PERFORM CLEAR-CHECKPOINT
      	  MOVE "ENDED" TO STEP-RESULT
      	  PERFORM WRITE-RUN-LOG
      	  DISPLAY "END-OF-DAY RUN COMPLETE"
       END-IF.
       DISPLAY "SEE EODLOG.TXT FOR THE STEP TIMES".

      *> A step that stopped on exceptions someone has looked into
      *> and accepted can be passed by a supervisor on the restart;
      *> otherwise the restart begins with that step again.
       CHECK-SKIP-STOPPED.
       MOVE ZERO TO JST-HIT.
       PERFORM VARYING JST-SUB FROM 1 BY 1
      	  	UNTIL JST-SUB > JST-COUNT OR JST-HIT > ZERO
      	  IF JST-SEQ(JST-SUB) > CKPT-DONE-SEQ
      	  	MOVE JST-SUB TO JST-HIT
      	  END-IF
       END-PERFORM.
       IF JST-HIT > ZERO AND SO-SUPERVISOR
      	  DISPLAY "STEP " JST-SEQ(JST-HIT) " " JST-NAME(JST-HIT)
      	  	" STOPPED THE LAST RUN"
      	  DISPLAY "SUPERVISOR: PASS THIS STEP AND CONTINUE? Y/N"
      	  ACCEPT SKIP-YN
      	  IF SKIP-YN = 'Y' OR SKIP-YN = 'y'
      	  	MOVE JST-HIT TO JST-SUB
      	  	MOVE FUNCTION CURRENT-DATE TO STEP-TIMESTAMP
      	  	MOVE STEP-TIMESTAMP(1:14) TO STEP-START
      	  	MOVE STEP-START TO STEP-END
      	  	MOVE ZERO TO STEP-RC
      	  	MOVE "PASSED" TO STEP-RESULT
      	  	PERFORM WRITE-STEP-LOG
      	  	MOVE JST-SEQ(JST-HIT) TO CKPT-DONE-SEQ
      	  	PERFORM SAVE-CHECKPOINT
      	  END-IF
       END-IF.

       RUN-ONE-STEP.
       IF JST-SEQ(JST-SUB) NOT > CKPT-DONE-SEQ
      	  DISPLAY "STEP " JST-SEQ(JST-SUB) " " JST-NAME(JST-SUB)
      	  	" ALREADY DONE, SKIPPED"
       ELSE
      	  PERFORM EXECUTE-STEP
       END-IF.

      *> The return code comes back from the shell as the exit status
      *> times 256.
       EXECUTE-STEP.
       MOVE FUNCTION CURRENT-DATE TO STEP-TIMESTAMP.
       MOVE STEP-TIMESTAMP(1:14) TO STEP-START.
       DISPLAY "STEP " JST-SEQ(JST-SUB) " " JST-NAME(JST-SUB)
      	  " STARTED " STEP-START.
       MOVE JST-COMMAND(JST-SUB) TO STEP-COMMAND.
       CALL "SYSTEM" USING STEP-COMMAND.
       MOVE RETURN-CODE TO STEP-RC-RAW.
       IF STEP-RC-RAW > 255
      	  DIVIDE 256 INTO STEP-RC-RAW
       END-IF.
       IF STEP-RC-RAW < ZERO OR STEP-RC-RAW > 999
      	  MOVE 999 TO STEP-RC
       ELSE
      	  MOVE STEP-RC-RAW TO STEP-RC
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO STEP-TIMESTAMP.
       MOVE STEP-TIMESTAMP(1:14) TO STEP-END.
       IF STEP-RC > HIGH-RC
      	  MOVE STEP-RC TO HIGH-RC
       END-IF.
       IF STEP-RC = ZERO
      	  MOVE "COMPLETED" TO STEP-RESULT
      	  MOVE JST-SEQ(JST-SUB) TO CKPT-DONE-SEQ
      	  PERFORM SAVE-CHECKPOINT
       ELSE IF STEP-RC < 8
      	  MOVE "EXCEPTIONS" TO STEP-RESULT
      	  MOVE 'Y' TO CHAIN-STOP-FLAG
       ELSE
      	  MOVE "FAILED" TO STEP-RESULT
      	  MOVE 'Y' TO CHAIN-STOP-FLAG
       END-IF.
       PERFORM WRITE-STEP-LOG.
       DISPLAY "STEP " JST-SEQ(JST-SUB) " " JST-NAME(JST-SUB)
      	  " ENDED " STEP-END " RC " STEP-RC " " STEP-RESULT.

       WRITE-STEP-LOG.
       MOVE SPACES TO EL-REC.
       MOVE RUN-ID TO EL-RUN-ID.
       MOVE JST-SEQ(JST-SUB) TO EL-SEQ.
       MOVE JST-NAME(JST-SUB) TO EL-NAME.
       MOVE STEP-START TO EL-START.
       MOVE STEP-END TO EL-END.
       MOVE STEP-RC TO EL-RC.
       MOVE STEP-RESULT TO EL-RESULT.
       MOVE SO-OPER-ID TO EL-OPER.
       WRITE EL-REC.

      *> Run lines carry step 000 and the time in both columns.
       WRITE-RUN-LOG.
       MOVE FUNCTION CURRENT-DATE TO STEP-TIMESTAMP.
       MOVE SPACES TO EL-REC.
       MOVE RUN-ID TO EL-RUN-ID.
       MOVE ZERO TO EL-SEQ.
       MOVE "END-OF-DAY RUN" TO EL-NAME.
       MOVE STEP-TIMESTAMP(1:14) TO EL-START.
       MOVE STEP-TIMESTAMP(1:14) TO EL-END.
       MOVE HIGH-RC TO EL-RC.
       MOVE STEP-RESULT TO EL-RESULT.
       MOVE SO-OPER-ID TO EL-OPER.
       WRITE EL-REC.
