      *> Tuition refund schedule for course drops and withdrawals.
      *> Each entry gives the last week of term it covers and the
      *> percentage of the course's share of the term fee credited
      *> back; any week past the last entry earns no refund. Keep the
      *> entries in week order and bump REFUND-SCHED-COUNT when a row
      *> is added. The week of term is counted from the term's start
      *> date on TERMS.TXT.
       01 REFUND-SCHED-DATA.
       	02 FILLER PIC X(5) VALUE '01100'.
       	02 FILLER PIC X(5) VALUE '02050'.
       01 REFUND-SCHED-TABLE REDEFINES REFUND-SCHED-DATA.
       	02 REFUND-SCHED-ENTRY OCCURS 2 TIMES.
       		03 RS-LAST-WEEK PIC 9(2).
       		03 RS-PCT PIC 9(3).
       77 REFUND-SCHED-COUNT PIC 9(2) VALUE 2.
