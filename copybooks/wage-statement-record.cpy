                                   SIGN IS LEADING SEPARATE.
           05  W2-YEAR-NET         PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
      *> Taxable-wage boxes - W2-YEAR-GROSS stays the total paid,
      *> these are what each tax was actually figured on - and the
      *> elective deferral and dependent-care amounts the statement
      *> reports separately.
           05  W2-YEAR-FED-WAGES   PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
           05  W2-YEAR-STATE-WAGES PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
           05  W2-YEAR-SS-WAGES    PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
           05  W2-YEAR-RETIRE      PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
           05  W2-YEAR-DEPCARE     PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
