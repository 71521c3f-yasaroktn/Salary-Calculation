                                   SIGN IS LEADING SEPARATE.
           05  JRL-RUN-DATE        PIC 9(8).
           05  JRL-RUN-TIME        PIC 9(6).
      *> Run sequence within the period: 0 for the regular run, 1 up
      *> for each off-cycle run paid against the period after it
      *> closed. SALARY-CALCULATION numbers the run, PAYROLL-BALANCE
      *> carries it from PAYROLL-DETAIL, and the downstream gates
      *> match on period AND sequence, so an off-cycle run is
      *> balanced, extracted and deposited once in its own right. A
      *> record written before the field existed reads as spaces -
      *> the regular run.
           05  JRL-RUN-SEQ         PIC 9(2).
