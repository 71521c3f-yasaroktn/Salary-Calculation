           05  JR-STD-RATE         PIC 9(3)V99.
           05  JR-SHIFT-DIFF-PCT   PIC 9(3)V99.
           05  JR-EFFECTIVE-DATE   PIC 9(8).
      *> Workers' compensation class code the carrier rates this
      *> JOB/WHERE under, and the carrier's rate per $100 of
      *> reportable payroll, for WC-PREMIUM-AUDIT. Rows written
      *> before the fields existed read spaces and report as
      *> unclassified until they are re-keyed.
           05  JR-WC-CLASS         PIC X(04).
           05  JR-WC-RATE          PIC 9(3)V99.
