      *> End-of-day run checkpoint (EODCKPT.TXT), one record.
      *> CKPT-RUN-ID and CKPT-LAST-SEQ say which run is in progress
      *> and the last step it finished; both are zero when no run is
      *> open. CKPT-SECRET is a random number drawn by FILE-EOD-RUN
      *> each time it starts, handed to the steps as EOD_TOKEN so they
      *> can sign on as CKPT-OPER; it is zeroed when the run ends or
      *> stops, so the token is good only while the run is going.
       01 CKPT-REC.
       	02 CKPT-RUN-ID PIC 9(14).
       	02 CKPT-LAST-SEQ PIC 9(3).
       	02 CKPT-OPER PIC X(8).
       	02 CKPT-SECRET PIC 9(10).
