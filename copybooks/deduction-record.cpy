           05  DED-STATE-TAX-PCT   PIC 9(2)V99.
           05  DED-SOC-SEC-PCT     PIC 9(2)V99.
           05  DED-HEALTH-AMT      PIC 9(4)V99.
      *> Pre-tax elections. The retirement deferral is a percentage
      *> of gross (held to the plan's annual limit, a TAX-RATE-TABLE
      *> "R" row); the section-125 health premium and dependent-care
      *> amounts are flat per-period amounts. Each carries three
      *> "Y"/"N" tags saying which taxable-wage base it comes out of
      *> - federal income, state income, social security. A blank
      *> tag takes the statutory default: retirement reduces federal
      *> and state but not social security, section 125 reduces all
      *> three. A legacy row carries spaces over the whole block and
      *> reads as no pre-tax elections at all.
           05  DED-RETIRE-PCT      PIC 9(2)V99.
           05  DED-RETIRE-TAGS.
               10  DED-RETIRE-FIT      PIC X(01).
               10  DED-RETIRE-SIT      PIC X(01).
               10  DED-RETIRE-SS       PIC X(01).
           05  DED-S125-HEALTH-AMT PIC 9(4)V99.
           05  DED-S125-HEALTH-TAGS.
               10  DED-S125-HEALTH-FIT PIC X(01).
               10  DED-S125-HEALTH-SIT PIC X(01).
               10  DED-S125-HEALTH-SS  PIC X(01).
           05  DED-S125-DEPCARE-AMT PIC 9(4)V99.
           05  DED-S125-DEPCARE-TAGS.
               10  DED-S125-DEPCARE-FIT PIC X(01).
               10  DED-S125-DEPCARE-SIT PIC X(01).
               10  DED-S125-DEPCARE-SS  PIC X(01).
