       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-ENR-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OLD-FILE ASSIGN TO "ENROLL.OLD"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS SEQUENTIAL
       	RECORD KEY IS OLD-ENR-KEY
       	FILE STATUS IS OLD-STATUS.
       SELECT ENR-FILE ASSIGN TO "ENROLL.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS ENR-KEY
       	FILE STATUS IS E-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Enrollment layout before the drop/withdrawal flag. Rename
      *> the live ENROLL.TXT to ENROLL.OLD before running; every row
      *> comes across as an active enrollment (ENR-STATUS space).
       FD OLD-FILE.
       01 OLD-ENR-REC.
       	02 OLD-ENR-KEY.
       		03 OLD-ENR-STUDNO PIC 9(10).
       		03 OLD-ENR-COURSE PIC X(8).
       		03 OLD-ENR-TERM PIC X(6).
       	02 OLD-ENR-UNITS PIC 9.
       	02 OLD-ENR-GRADE PIC 9V99.
       FD ENR-FILE.
       01 ENR-REC.
       	02 ENR-KEY.
       		03 ENR-STUDNO PIC 9(10).
       		03 ENR-COURSE PIC X(8).
       		03 ENR-TERM PIC X(6).
       	02 ENR-UNITS PIC 9.
       	02 ENR-GRADE PIC 9V99.
       	02 ENR-STATUS PIC X.

       WORKING-STORAGE SECTION.
       77 OLD-STATUS PIC XX.
       	88 OLD-SUCCESS VALUE '00'.

       77 E-STATUS PIC XX.
       	88 E-SUCCESS VALUE'00'.

       77 END-OF-OLD PIC X VALUE 'N'.
       	88 OLD-DONE VALUE 'Y'.

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
       	  DISPLAY "ERROR OPENING ENROLL.OLD " OLD-STATUS
       ELSE
       	  OPEN I-O ENR-FILE
       	  IF NOT E-SUCCESS
       	  	OPEN OUTPUT ENR-FILE
       	  END-IF

       	  IF NOT E-SUCCESS
       	  	DISPLAY "ERROR OPENING ENROLL.TXT " E-STATUS
       	  ELSE
       	  	PERFORM MIGRATE-NEXT-RECORD
       	  		UNTIL OLD-DONE
       	  	CLOSE ENR-FILE
       	  	DISPLAY "MIGRATION COMPLETE: " MOVE-COUNT
       	  		" MOVED, " SKIP-COUNT " SKIPPED"
       	  END-IF
       	  CLOSE OLD-FILE
       END-IF.

       STOP RUN.

       MIGRATE-NEXT-RECORD.
        READ OLD-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-OLD
        	NOT AT END
        		PERFORM MIGRATE-ONE-RECORD
        	END-READ.

       MIGRATE-ONE-RECORD.
       MOVE OLD-ENR-STUDNO TO ENR-STUDNO.
       MOVE OLD-ENR-COURSE TO ENR-COURSE.
       MOVE OLD-ENR-TERM TO ENR-TERM.
       MOVE OLD-ENR-UNITS TO ENR-UNITS.
       MOVE OLD-ENR-GRADE TO ENR-GRADE.
       MOVE SPACE TO ENR-STATUS.
       WRITE ENR-REC
      	  INVALID KEY
      	  	DISPLAY "DUPLICATE KEY, SKIPPED: " OLD-ENR-KEY
      	  	ADD 1 TO SKIP-COUNT
      	  NOT INVALID KEY
      	  	ADD 1 TO MOVE-COUNT
       END-WRITE.
