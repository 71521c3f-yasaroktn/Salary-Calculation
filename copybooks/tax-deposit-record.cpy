      *> TAX-DEPOSIT-LEDGER record - the permanent record of what each
      *> legal employer (EIN) owed the federal deposit and what was
      *> sent to pay it. TAX-DEPOSIT appends one row per employer per
      *> payroll run it schedules, at normal termination only (a run
      *> that dies posts nothing, so the re-run cannot double it), and
      *> the file is opened EXTEND and never truncated.
      *> TD-TOTAL-LIABILITY is withheld federal tax plus the employee
      *> and the employer social security; TD-DEPOSIT-AMOUNT is what
      *> the electronic payment carried. Treasury may append a row of
      *> its own for a deposit made by hand (an adjustment run's tax,
      *> a penalty catch-up) with zero liability and TD-SOURCE "M".
      *> QUARTERLY-TAX-RETURN totals both columns per EIN for the
      *> quarter and flags a shortfall, and any row whose settlement
      *> date fell after its due date as a late deposit.
       01  TAX-DEPOSIT-RECORD.
           05  TD-EMPLOYER-ID      PIC X(10).
           05  TD-EMPLOYER-NAME    PIC X(16).
           05  TD-PERIOD-ID        PIC X(06).
           05  TD-PAY-DATE         PIC 9(8).
           05  TD-TAX-YEAR         PIC 9(4).
           05  TD-TAX-QUARTER      PIC 9(1).
           05  TD-SCHEDULE         PIC X(01).
               88  TD-MONTHLY          VALUE "M".
               88  TD-SEMI-WEEKLY      VALUE "S".
               88  TD-NEXT-DAY         VALUE "N".
           05  TD-EMPLOYEE-COUNT   PIC 9(5).
           05  TD-FED-TAX          PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  TD-EE-SOC-SEC       PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  TD-ER-SOC-SEC       PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  TD-TOTAL-LIABILITY  PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  TD-DEPOSIT-AMOUNT   PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  TD-DUE-DATE         PIC 9(8).
           05  TD-SETTLE-DATE      PIC 9(8).
           05  TD-SOURCE           PIC X(01).
               88  TD-SCHEDULED        VALUE "S".
               88  TD-MANUAL           VALUE "M".
