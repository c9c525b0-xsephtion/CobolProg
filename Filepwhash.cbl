       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-PWHASH.

      *> Hashes an operator ID and password into the number kept in
      *> OP-PW-HASH, so OPERMAST.TXT never holds a password. The ID is
      *> part of the input so two operators with the same password
      *> still get different hashes.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 PH-SUB PIC 9(2).
       77 PH-WORK PIC 9(13).
       77 PH-QUOT PIC 9(13).
       77 PH-PRIME PIC 9(10) VALUE 2147483629.

       LINKAGE SECTION.
       01 PH-INPUT.
       	02 PH-ID PIC X(8).
       	02 PH-PASSWORD PIC X(20).
       01 PH-INPUT-CHARS REDEFINES PH-INPUT.
       	02 PH-CHAR PIC X OCCURS 28 TIMES.
       01 PH-HASH PIC 9(10).

       PROCEDURE DIVISION USING PH-INPUT PH-HASH.

       MAIN-LOGIC.
       MOVE 7 TO PH-HASH.
       PERFORM VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > 28
      	  COMPUTE PH-WORK = PH-HASH * 31
      	  	+ FUNCTION ORD(PH-CHAR(PH-SUB))
      	  DIVIDE PH-WORK BY PH-PRIME GIVING PH-QUOT
      	  	REMAINDER PH-HASH
       END-PERFORM.
       GOBACK.
