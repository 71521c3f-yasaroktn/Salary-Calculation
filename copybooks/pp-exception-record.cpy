      *> POSITIVE-PAY-EXCEPTIONS record - one per check the bank was
      *> presented that did not match the issue file (no issue on
      *> file, a different amount, a voided check, a second
      *> presentment), as re-formatted by the transmission window.
      *> The bank leaves the decision fields blank; POSITIVE-PAY
      *> proves each item against CHECK-LEDGER and returns the same
      *> record on POSITIVE-PAY-DECISIONS with PPX-DECISION P (pay)
      *> or R (return) and the reason. An item the bank gets no
      *> decision for is returned by the bank's default.
       01  PP-EXCEPTION-RECORD.
           05  PPX-CHECK-NBR       PIC 9(8).
           05  PPX-AMOUNT          PIC 9(8)V99.
           05  PPX-PRESENTED-DATE  PIC 9(8).
           05  PPX-BANK-REASON     PIC X(02).
           05  PPX-DECISION        PIC X(01).
               88  PPX-PAY             VALUE "P".
               88  PPX-RETURN          VALUE "R".
           05  PPX-DECISION-REASON PIC X(20).
