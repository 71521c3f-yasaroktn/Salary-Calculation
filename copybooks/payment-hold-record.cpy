      *> PAYMENT-HOLD record - one per payment PAYROLL-AUDIT scored at
      *> or above its hold threshold, rewritten by every audit run for
      *> the PAYROLL-DETAIL period and run sequence it reviewed (an
      *> audit that holds no one leaves the file empty). PAYMENT-
      *> EXTRACT reads it for the same period and sequence and pays a
      *> held employee by a numbered check kept at the payroll office
      *> instead of a direct deposit, unless PAYMENT-RELEASE clears
      *> the hold first. A row for any other period or sequence is
      *> stale and ignored. HLD-TOP-FINDING is the heaviest finding
      *> and prints as the held check's reason on CHECK-REGISTER;
      *> the review report carries them all. HLD-SCORE and
      *> HLD-NET-PAY are for the office reading the file and no
      *> program reads them.
       01  PAYMENT-HOLD-RECORD.
           05  HLD-WHO             PIC X(20).
           05  HLD-PERIOD-ID       PIC X(06).
           05  HLD-RUN-SEQ         PIC 9(2).
           05  HLD-SCORE           PIC 9(4).
           05  HLD-TOP-FINDING     PIC X(16).
           05  HLD-NET-PAY         PIC 9(6)V99.
