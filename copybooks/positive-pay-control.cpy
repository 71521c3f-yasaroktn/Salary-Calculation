      *> POSITIVE-PAY-CONTROL record - single record carrying the
      *> positive-pay transmission control across runs, read at
      *> start-up and rewritten at termination by POSITIVE-PAY (the
      *> CHECK-NUMBER-CONTROL read/rewrite pattern). Check numbers
      *> come off CHECK-NUMBER-CONTROL in strictly ascending order,
      *> so every ledger row above PPC-HIGH-CHECK-NBR is a check the
      *> bank has not yet been told about, and every row at or below
      *> it already went. PPC-LAST-FILE-NBR is the last transmission
      *> number used.
       01  POSITIVE-PAY-CONTROL-RECORD.
           05  PPC-LAST-FILE-NBR   PIC 9(6).
           05  PPC-HIGH-CHECK-NBR  PIC 9(8).
           05  PPC-LAST-SENT-DATE  PIC 9(8).
