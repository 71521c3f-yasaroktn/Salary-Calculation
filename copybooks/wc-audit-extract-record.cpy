      *> WC-AUDIT-EXTRACT record - the workers' compensation premium
      *> audit questionnaire file for the carrier: one header naming
      *> the policy and the period range, one detail per employer
      *> EIN, institution (location), class code and rate, and a
      *> trailer whose count and totals the carrier's intake must
      *> match. Payroll and premium are in cents and signed - an
      *> adjustment booked in the range can net a class down, and
      *> the carrier wants the net figure. Reportable payroll is
      *> gross pay less the overtime premium (the half-time portion
      *> of time-and-a-half), leave pay included; the premium is
      *> reportable payroll times the rate per $100. A blank class
      *> is payroll the JOB-RATE-TABLE has no class for yet.
       01  WC-AUDIT-EXTRACT-RECORD.
           05  WCX-RECORD-TYPE     PIC X(01).
               88  WCX-HEADER          VALUE "H".
               88  WCX-DETAIL          VALUE "D".
               88  WCX-TRAILER         VALUE "T".
           05  WCX-BODY            PIC X(79).
           05  WCX-HEADER-BODY REDEFINES WCX-BODY.
               10  WCX-H-CREATE-DATE   PIC 9(8).
               10  WCX-H-CREATE-TIME   PIC 9(4).
               10  WCX-H-POLICY-NBR    PIC X(15).
               10  WCX-H-PERIOD-FROM   PIC X(06).
               10  WCX-H-PERIOD-TO     PIC X(06).
               10  FILLER              PIC X(40).
           05  WCX-DETAIL-BODY REDEFINES WCX-BODY.
               10  WCX-D-EIN           PIC X(10).
               10  WCX-D-WHERE         PIC X(20).
               10  WCX-D-WC-CLASS      PIC X(04).
               10  WCX-D-WC-RATE       PIC 9(3)V99.
               10  WCX-D-EMPLOYEES     PIC 9(4).
               10  WCX-D-PAYROLL-CENTS PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
               10  WCX-D-OT-EXCL-CENTS PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
               10  WCX-D-PREMIUM-CENTS PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  WCX-TRAILER-BODY REDEFINES WCX-BODY.
               10  WCX-T-DETAIL-COUNT  PIC 9(6).
               10  WCX-T-PAYROLL-CENTS PIC S9(13)
                                       SIGN IS LEADING SEPARATE.
               10  WCX-T-PREMIUM-CENTS PIC S9(13)
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(45).
