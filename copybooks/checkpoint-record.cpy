           05  CKPT-RUN-TOTAL-GROSS    PIC 9(9)V99.
           05  CKPT-RUN-TOTAL-NET      PIC 9(9)V99.
           05  CKPT-RUN-DATE           PIC 9(8).
      *> Which run the checkpoint belongs to. An in-progress
      *> checkpoint may only be resumed by the same period and run
      *> sequence - a regular run must never pick up where a dead
      *> off-cycle run stopped, or the reverse. A checkpoint written
      *> before these fields existed carries spaces and is taken as
      *> a regular run's.
           05  CKPT-PERIOD-ID          PIC X(06).
           05  CKPT-RUN-SEQ            PIC 9(2).
