      *> ESCHEATED are set through CHECK-RECONCILE's status
      *> transaction input (see check-status-transaction.cpy) once
      *> the treasurer's paperwork is done, and flagged rows stop
      *> re-listing on the aging report. POSITIVE-PAY reads the
      *> ledger daily to send the bank each new check and a void for
      *> each row since stopped or escheated.
       01  CHECK-LEDGER-RECORD.
           05  CL-CHECK-NBR        PIC 9(8).
           05  CL-WHO              PIC X(20).
