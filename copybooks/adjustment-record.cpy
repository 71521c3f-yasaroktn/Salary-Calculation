      *>      exactly as paid, taxes and all
      *> ADJ-REASON is carried to the stub and exception report so the
      *> correction explains itself a year later.
      *> A V or H transaction that leaves the employee owing money
      *> opens a RECOVERY-MASTER receivable at ADJ-RCV-INSTALLMENT per
      *> period (zero or blank = the whole balance next period), unless
      *> ADJ-RCV-OPEN is "N" - a reversal of a check that never reached
      *> the employee (voided, returned) leaves nothing to recover.
       01  ADJUSTMENT-RECORD.
           05  ADJ-WHO             PIC X(20).
           05  ADJ-TYPE            PIC X(01).
           05  ADJ-NEW-HOURS       PIC 9(3).
           05  ADJ-BONUS-AMT       PIC 9(6)V99.
           05  ADJ-REASON          PIC X(30).
           05  ADJ-RCV-OPEN        PIC X(01).
               88  ADJ-NO-RECOVERY     VALUE "N".
           05  ADJ-RCV-INSTALLMENT PIC 9(5)V99.
