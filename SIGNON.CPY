      *> Sign-on area passed to FILE-SIGNON. Every program CALLs it
      *> first and stops unless SO-SIGNED-ON comes back set.
      *> SO-OPER-ID is then stamped on audit lines and receipts, and
      *> SO-ROLE decides which menu options the operator may pick;
      *> each program sets SO-ROLE-OK for the option chosen.
       01 SIGNON-AREA.
       	02 SO-OPER-ID PIC X(8).
       	02 SO-OPER-NAME PIC X(30).
       	02 SO-ROLE PIC X(10).
       		88 SO-REGISTRAR VALUE 'REGISTRAR'.
       		88 SO-CASHIER VALUE 'CASHIER'.
       		88 SO-SUPERVISOR VALUE 'SUPERVISOR'.
       		88 SO-OPS VALUE 'OPS'.
       	02 SO-RESULT PIC X.
       		88 SO-SIGNED-ON VALUE 'Y'.
       	02 SO-ROLE-OK PIC X.
       		88 SO-ALLOWED VALUE 'Y'.
