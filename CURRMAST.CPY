      *> Curriculum record (CURRIC.TXT), keyed on CUR-KEY.
      *> One row per course a program requires for the degree: the
      *> year level it is normally taken in and up to three
      *> prerequisite courses (spaces when unused) that must carry a
      *> passing grade in ENROLL.TXT before the course is taken.
       01 CUR-REC.
       	02 CUR-KEY.
       		03 CUR-PROGRAM PIC X(10).
       		03 CUR-COURSE PIC X(8).
       	02 CUR-YEAR-LEVEL PIC 9.
       	02 CUR-PREREQ PIC X(8) OCCURS 3 TIMES.
