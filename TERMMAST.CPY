      *> Term calendar record (TERMS.TXT), keyed on TM-CODE.
      *> One row per valid term code; every program that accepts a
      *> term refuses a code not on file. All dates are YYYYMMDD.
      *> TM-START and TM-END bound the term and put terms in order.
      *> TM-ADD-DROP is the last day a drop is flagged 'D'; later
      *> drops are late withdrawals. New enrollments are taken only
      *> from TM-ENROLL-OPEN through TM-ENROLL-CLOSE, and grades are
      *> accepted up to TM-GRADE-DEADLINE unless a supervisor
      *> overrides.
       01 TM-REC.
       	02 TM-CODE PIC X(6).
       	02 TM-START PIC 9(8).
       	02 TM-END PIC 9(8).
       	02 TM-ADD-DROP PIC 9(8).
       	02 TM-ENROLL-OPEN PIC 9(8).
       	02 TM-ENROLL-CLOSE PIC 9(8).
       	02 TM-GRADE-DEADLINE PIC 9(8).
