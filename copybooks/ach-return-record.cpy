      *> and AR-AMOUNT is the entry as returned (a split deposit can
      *> bounce on one leg only). A notification of change ("C")
      *> means the money settled but the bank says to use the
      *> corrected fields from now on. A zero-amount return is a
      *> prenote the bank rejected.
       01  ACH-RETURN-RECORD.
           05  AR-ENTRY-TYPE       PIC X(01).
               88  AR-RETURN           VALUE "R".
