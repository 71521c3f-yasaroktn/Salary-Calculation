      *> gross yields garbage. A legacy record carries a space and
      *> reads as live.
           05  PD-ORIGIN           PIC X(01).
      *> Taxable-wage bases the withholding was actually figured on -
      *> gross less whichever pre-tax deductions are tagged to reduce
      *> each tax - and the pre-tax deductions themselves. The social
      *> security base is the CAPPED figure (zero once the annual wage
      *> base is reached). A legacy record carries spaces here; every
      *> reader treats that as wages equal to gross and no pre-tax
      *> deductions, which is what the run computed back then.
           05  PD-FED-WAGES        PIC S9(6)V99
                                   SIGN IS LEADING SEPARATE.
           05  PD-STATE-WAGES      PIC S9(6)V99
                                   SIGN IS LEADING SEPARATE.
           05  PD-SS-WAGES         PIC S9(6)V99
                                   SIGN IS LEADING SEPARATE.
           05  PD-RETIRE           PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05  PD-S125-HEALTH      PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05  PD-S125-DEPCARE     PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
      *> Overpayment recovery against RECOVERY-MASTER: positive is an
      *> installment collected from this payment (a deduction after
      *> garnishments), negative is a receivable the adjustment run
      *> opened instead of leaving the delta net negative. A legacy
      *> record carries spaces here; readers treat that as zero.
           05  PD-RECOVERY         PIC S9(6)V99
                                   SIGN IS LEADING SEPARATE.
      *> The run sequence within PD-PERIOD-ID that paid the record -
      *> 0 for the regular run, 1 up for an off-cycle run (see
      *> JRL-RUN-SEQ). Adjustment deltas carry 0. A legacy record
      *> carries spaces here; readers treat that as the regular run.
           05  PD-RUN-SEQ          PIC 9(2).
