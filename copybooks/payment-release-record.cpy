      *> PAYMENT-RELEASE record - keyed by the payroll office once a
      *> held payment has been reviewed and found genuine, one per
      *> employee released for the period and run sequence on the
      *> PAYMENT-HOLD file. PAYMENT-EXTRACT pays a released employee
      *> the ordinary way and names the releasing operator on the
      *> console; a row for any other period or sequence is ignored.
       01  PAYMENT-RELEASE-RECORD.
           05  REL-WHO             PIC X(20).
           05  REL-PERIOD-ID       PIC X(06).
           05  REL-RUN-SEQ         PIC 9(2).
           05  REL-OPERATOR        PIC X(08).
