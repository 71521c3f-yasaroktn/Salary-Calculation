      *> TAX-PAYMENT-EXTRACT record - the electronic federal tax
      *> payment file treasury uploads to the payment system after
      *> each run: one header, one payment per employer EIN, and a
      *> trailer whose count and amount the upload screen must
      *> match. Amounts are in cents, unsigned - a run with nothing
      *> owed writes no payment for that employer. The tax period is
      *> the year and quarter the liability falls in; the settlement
      *> date is the day the debit is to post, which is the deposit
      *> date the penalty rules judge.
       01  TAX-PAYMENT-RECORD.
           05  TP-RECORD-TYPE      PIC X(01).
               88  TP-HEADER           VALUE "H".
               88  TP-PAYMENT          VALUE "D".
               88  TP-TRAILER          VALUE "T".
           05  TP-BODY             PIC X(79).
           05  TP-HEADER-BODY REDEFINES TP-BODY.
               10  TP-H-CREATE-DATE    PIC 9(8).
               10  TP-H-CREATE-TIME    PIC 9(4).
               10  TP-H-PERIOD-ID      PIC X(06).
               10  FILLER              PIC X(61).
           05  TP-PAYMENT-BODY REDEFINES TP-BODY.
               10  TP-D-EIN            PIC X(10).
               10  TP-D-TAX-FORM       PIC X(05).
               10  TP-D-TAX-YEAR       PIC 9(4).
               10  TP-D-TAX-QUARTER    PIC 9(1).
               10  TP-D-SETTLE-DATE    PIC 9(8).
               10  TP-D-AMOUNT-CENTS   PIC 9(11).
               10  TP-D-FED-CENTS      PIC 9(11).
               10  TP-D-SOC-SEC-CENTS  PIC 9(11).
               10  TP-D-EMPLOYER-NAME  PIC X(16).
               10  FILLER              PIC X(02).
           05  TP-TRAILER-BODY REDEFINES TP-BODY.
               10  TP-T-PAYMENT-COUNT  PIC 9(6).
               10  TP-T-TOTAL-CENTS    PIC 9(13).
               10  FILLER              PIC X(60).
