           05  PS-HEALTH           PIC ZZ,ZZ9.99-.
           05  PS-GARNISH          PIC ZZ,ZZ9.99-.
           05  PS-NET-PAY          PIC ZZZ,ZZ9.99-.
      *> Pre-tax deductions and the taxable-wage bases they left, so
      *> the employee can see why withholding moved when they joined
      *> the plan.
           05  PS-RETIRE           PIC ZZ,ZZ9.99-.
           05  PS-S125-HEALTH      PIC ZZ,ZZ9.99-.
           05  PS-S125-DEPCARE     PIC ZZ,ZZ9.99-.
           05  PS-FED-WAGES        PIC ZZZ,ZZ9.99-.
           05  PS-STATE-WAGES      PIC ZZZ,ZZ9.99-.
           05  PS-SS-WAGES         PIC ZZZ,ZZ9.99-.
      *> Overpayment recovery taken from this payment (negative on an
      *> adjustment stub that opened a receivable).
           05  PS-RECOVERY         PIC ZZZ,ZZ9.99-.
