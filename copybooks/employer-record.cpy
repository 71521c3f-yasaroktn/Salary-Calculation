           05  ER-EMPLOYER-NAME    PIC X(16).
           05  ER-EMPLOYER-ID      PIC X(10).
           05  ER-ACH-COMPANY-ID   PIC X(10).
      *> The employer's federal deposit schedule for withheld income
      *> tax and social security, set each year from the lookback
      *> period: "M" monthly, "S" semi-weekly. A blank on a row
      *> written before the field existed reads as monthly.
           05  ER-DEPOSIT-SCHEDULE PIC X(01).
               88  ER-MONTHLY-DEPOSITOR    VALUES "M", " ".
               88  ER-SEMIWEEKLY-DEPOSITOR VALUE "S".
