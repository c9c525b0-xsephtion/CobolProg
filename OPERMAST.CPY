      *> Operator master record (OPERMAST.TXT), keyed on OP-ID.
      *> One row per person allowed to run the system. OP-PW-HASH is
      *> FILE-PWHASH's hash of the ID and password; the password
      *> itself is never stored. OP-ROLE decides which menu options
      *> the operator may pick. OP-FAIL-COUNT counts bad passwords
      *> since the last good sign-on; at SIGNON-MAX-FAILS the ID is
      *> locked until a supervisor resets it in FILE-OPERMAST.
       01 OP-REC.
       	02 OP-ID PIC X(8).
       	02 OP-NAME PIC X(30).
       	02 OP-PW-HASH PIC 9(10).
       	02 OP-ROLE PIC X(10).
       		88 OP-REGISTRAR VALUE 'REGISTRAR'.
       		88 OP-CASHIER VALUE 'CASHIER'.
       		88 OP-SUPERVISOR VALUE 'SUPERVISOR'.
       		88 OP-OPS VALUE 'OPS'.
       		88 OP-ROLE-VALID VALUE 'REGISTRAR' 'CASHIER'
       			'SUPERVISOR' 'OPS'.
       	02 OP-FAIL-COUNT PIC 9.
       	02 OP-LOCKED PIC X.
       		88 OP-IS-LOCKED VALUE 'Y'.
