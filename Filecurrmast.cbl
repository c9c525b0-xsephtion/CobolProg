       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-CURRMAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUR-FILE ASSIGN TO "CURRIC.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS CUR-KEY
       	FILE STATUS IS CU-STATUS.
       SELECT CRS-FILE ASSIGN TO "COURSE.TXT"
       	ORGANIZATION IS INDEXED
       	ACCESS MODE IS DYNAMIC
       	RECORD KEY IS CRS-CODE
       	FILE STATUS IS CR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUR-FILE.
       COPY CURRMAST.
       FD CRS-FILE.
       COPY CRSMAST.

       WORKING-STORAGE SECTION.
       77 CU-STATUS PIC XX.
       	88 CU-SUCCESS VALUE'00'.

       77 CR-STATUS PIC XX.
       	88 CR-SUCCESS VALUE'00'.

       77 MENU-PICK PIC 9.

       77 X-PROGRAM PIC X(10).
       77 X-COURSE PIC X(8).
       77 X-PREREQ PIC X(8).
       77 X-YEAR PIC 9.

       77 END-OF-FILE PIC X.
       	88 END-REACH VALUE'Y'.

       77 CRS-FOUND-FLAG PIC X VALUE 'N'.
       	88 CRS-FOUND VALUE 'Y'.

       01 PREREQ-HOLD.
       	02 PH-PREREQ PIC X(8) OCCURS 3 TIMES.
       77 PQ-SUB PIC 9.

       77 LIST-COUNT PIC 9(3) VALUE ZERO.

       COPY PROGCODES.

       77 PROG-VALID-FLAG PIC X VALUE 'N'.
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
       DISPLAY "[6] PROGRAM CHECKLIST".
       ACCEPT MENU-PICK.
       PERFORM CHECK-MENU-ROLE.
       IF NOT SO-ALLOWED
       DISPLAY "OPTION NOT ALLOWED FOR ROLE " SO-ROLE
       ELSE IF MENU-PICK = 1
       PERFORM CURCREATE
       ELSE IF MENU-PICK = 2
       PERFORM CURCREATE
       ELSE IF MENU-PICK = 3
       PERFORM CURREAD
       ELSE IF MENU-PICK = 4
       PERFORM CURUPDATE
       ELSE IF MENU-PICK = 5
       PERFORM CURDELETE
       ELSE IF MENU-PICK = 6
       PERFORM PROGRAM-CHECKLIST

       END-IF.

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

       CURCREATE.
       PERFORM PROMPT-CUR-KEY.
       IF PROG-VALID AND CRS-FOUND
      	  PERFORM PROMPT-CUR-DETAIL
      	  OPEN I-O CUR-FILE
      	  IF NOT CU-SUCCESS
      	  	OPEN OUTPUT CUR-FILE
      	  END-IF

      	  IF CU-SUCCESS
      	  	PERFORM MOVE-CUR-DETAIL
      	  	WRITE CUR-REC
      	  		INVALID KEY
      	  			DISPLAY "DUPLICATE ROW, NOT SAVED"
      	  		NOT INVALID KEY
      	  			DISPLAY "CURRICULUM ROW SAVED"
      	  	END-WRITE
      	  	CLOSE CUR-FILE
      	  ELSE
      	  	DISPLAY "ERROR" CU-STATUS
      	  END-IF
       END-IF.

       PROMPT-CUR-KEY.
       DISPLAY "ENTER PROGRAM CODE: ".
       ACCEPT X-PROGRAM.
       PERFORM CHECK-VALID-CODE.
       MOVE 'N' TO CRS-FOUND-FLAG.
       IF NOT PROG-VALID
      	  DISPLAY "CODE NOT IN OFFERED PROGRAM LIST: " X-PROGRAM
       ELSE
      	  DISPLAY "ENTER COURSE CODE: "
      	  ACCEPT X-COURSE
      	  MOVE X-COURSE TO CRS-CODE
      	  PERFORM CHECK-COURSE-EXISTS
      	  IF NOT CRS-FOUND
      	  	DISPLAY "COURSE NOT ON COURSE MASTER: " X-COURSE
      	  END-IF
       END-IF.

       PROMPT-CUR-DETAIL.
       DISPLAY "ENTER YEAR LEVEL (1-5): ".
       ACCEPT X-YEAR.
       PERFORM PROMPT-ONE-PREREQ
       	VARYING PQ-SUB FROM 1 BY 1
       	UNTIL PQ-SUB > 3.

       PROMPT-ONE-PREREQ.
       DISPLAY "ENTER PREREQUISITE " PQ-SUB " (BLANK IF NONE): ".
       MOVE SPACES TO X-PREREQ.
       ACCEPT X-PREREQ.
       IF X-PREREQ NOT = SPACES
      	  MOVE X-PREREQ TO CRS-CODE
      	  PERFORM CHECK-COURSE-EXISTS
      	  IF NOT CRS-FOUND
      	  	DISPLAY "NOT ON COURSE MASTER, LEFT BLANK: " X-PREREQ
      	  	MOVE SPACES TO X-PREREQ
      	  ELSE IF X-PREREQ = X-COURSE
      	  	DISPLAY "A COURSE CANNOT BE ITS OWN PREREQUISITE"
      	  	MOVE SPACES TO X-PREREQ
      	  END-IF
      	  END-IF
       END-IF.
       MOVE X-PREREQ TO PH-PREREQ(PQ-SUB).

       MOVE-CUR-DETAIL.
       MOVE X-PROGRAM TO CUR-PROGRAM.
       MOVE X-COURSE TO CUR-COURSE.
       MOVE X-YEAR TO CUR-YEAR-LEVEL.
       PERFORM VARYING PQ-SUB FROM 1 BY 1 UNTIL PQ-SUB > 3
      	  MOVE PH-PREREQ(PQ-SUB) TO CUR-PREREQ(PQ-SUB)
       END-PERFORM.

       CHECK-VALID-CODE.
       MOVE 'N' TO PROG-VALID-FLAG.
       PERFORM VARYING VP-SUB FROM 1 BY 1
      	  	UNTIL VP-SUB > VALID-PROGRAM-COUNT
      	  IF X-PROGRAM = VALID-PROGRAM-ENTRY(VP-SUB)
      	  	MOVE 'Y' TO PROG-VALID-FLAG
      	  END-IF
       END-PERFORM.

       CHECK-COURSE-EXISTS.
       MOVE 'N' TO CRS-FOUND-FLAG.
       OPEN INPUT CRS-FILE.
       IF CR-SUCCESS
      	  READ CRS-FILE KEY IS CRS-CODE
      	  	INVALID KEY
      	  		CONTINUE
      	  	NOT INVALID KEY
      	  		MOVE 'Y' TO CRS-FOUND-FLAG
      	  END-READ
      	  CLOSE CRS-FILE
       ELSE
      	  DISPLAY "ERROR OPENING COURSE MASTER " CR-STATUS
       END-IF.

       CURREAD.
       OPEN INPUT CUR-FILE.
       IF CU-SUCCESS
      	  DISPLAY "PROGRAM    COURSE    YR  PREREQUISITES"
      	  MOVE 'N' TO END-OF-FILE
      	  PERFORM READ-CUR-NEXT
      	  	UNTIL END-REACH
      	  CLOSE CUR-FILE
       ELSE
      	  DISPLAY "ERROR" CU-STATUS
       END-IF.

       READ-CUR-NEXT.
        READ CUR-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		PERFORM SHOW-CUR-LINE
        	END-READ.

       SHOW-CUR-LINE.
       DISPLAY CUR-PROGRAM " " CUR-COURSE "  " CUR-YEAR-LEVEL
       	"   " CUR-PREREQ(1) " " CUR-PREREQ(2) " " CUR-PREREQ(3).

       CURUPDATE.
       DISPLAY "SEARCH PROGRAM CODE: " WITH NO ADVANCING.
       ACCEPT X-PROGRAM.
       DISPLAY "SEARCH COURSE CODE: " WITH NO ADVANCING.
       ACCEPT X-COURSE.
       MOVE X-PROGRAM TO CUR-PROGRAM.
       MOVE X-COURSE TO CUR-COURSE.
       OPEN I-O CUR-FILE.

       IF CU-SUCCESS
      	  READ CUR-FILE KEY IS CUR-KEY
      	  	INVALID KEY
      	  		DISPLAY "CURRICULUM ROW NOT FOUND"
      	  	NOT INVALID KEY
      	  		PERFORM SHOW-CUR-LINE
      	  		PERFORM PROMPT-CUR-DETAIL
      	  		PERFORM MOVE-CUR-DETAIL
      	  		REWRITE CUR-REC
      	  			INVALID KEY
      	  				DISPLAY "UPDATE FAILED"
      	  			NOT INVALID KEY
      	  				DISPLAY "CURRICULUM ROW UPDATED"
      	  		END-REWRITE
      	  END-READ
      	  CLOSE CUR-FILE
       ELSE
      	  DISPLAY "ERROR" CU-STATUS
       END-IF.

       CURDELETE.
       DISPLAY "DELETE PROGRAM CODE: " WITH NO ADVANCING.
       ACCEPT X-PROGRAM.
       DISPLAY "DELETE COURSE CODE: " WITH NO ADVANCING.
       ACCEPT X-COURSE.
       MOVE X-PROGRAM TO CUR-PROGRAM.
       MOVE X-COURSE TO CUR-COURSE.
       OPEN I-O CUR-FILE.

       IF CU-SUCCESS
      	  DELETE CUR-FILE RECORD
      	  	INVALID KEY
      	  		DISPLAY "CURRICULUM ROW NOT FOUND"
      	  	NOT INVALID KEY
      	  		DISPLAY "CURRICULUM ROW DELETED"
      	  END-DELETE
      	  CLOSE CUR-FILE
       ELSE
      	  DISPLAY "ERROR" CU-STATUS
       END-IF.

       PROGRAM-CHECKLIST.
       DISPLAY "ENTER PROGRAM CODE: ".
       ACCEPT X-PROGRAM.
       MOVE ZERO TO LIST-COUNT.
       OPEN INPUT CUR-FILE.
       IF CU-SUCCESS
      	  DISPLAY " "
      	  DISPLAY "CURRICULUM CHECKLIST " X-PROGRAM
      	  DISPLAY "COURSE    YR  PREREQUISITES"
      	  MOVE 'N' TO END-OF-FILE
      	  MOVE X-PROGRAM TO CUR-PROGRAM
      	  MOVE SPACES TO CUR-COURSE
      	  START CUR-FILE KEY IS >= CUR-KEY
      	  	INVALID KEY
      	  		MOVE 'Y' TO END-OF-FILE
      	  END-START
      	  PERFORM CHECKLIST-NEXT
      	  	UNTIL END-REACH
      	  CLOSE CUR-FILE
      	  DISPLAY "REQUIRED COURSES: " LIST-COUNT
       ELSE
      	  DISPLAY "ERROR" CU-STATUS
       END-IF.

       CHECKLIST-NEXT.
        READ CUR-FILE NEXT RECORD
        	AT END
        		MOVE 'Y' TO END-OF-FILE
        	NOT AT END
        		IF CUR-PROGRAM NOT = X-PROGRAM
        			MOVE 'Y' TO END-OF-FILE
        		ELSE
        			ADD 1 TO LIST-COUNT
        			DISPLAY CUR-COURSE "  " CUR-YEAR-LEVEL
        				"   " CUR-PREREQ(1)
        				" " CUR-PREREQ(2)
        				" " CUR-PREREQ(3)
        		END-IF
        	END-READ.
