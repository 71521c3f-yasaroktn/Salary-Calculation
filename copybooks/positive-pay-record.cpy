      *> POSITIVE-PAY-FILE record - the daily issued-check file sent
      *> to the bank so it pays only the payroll checks we drew, for
      *> the amounts we drew them. Fixed 80 bytes: one header, then
      *> an I (issue) record for each check drawn since the last
      *> transmission and a V (void) record for each check since
      *> stopped or escheated, then one trailer carrying the item
      *> count and the issue total for the bank's balancing. Amounts
      *> are carried in cents. PP-H-FILE-NBR is the transmission
      *> number from POSITIVE-PAY-CONTROL - the bank rejects a number
      *> it has already received.
       01  POSITIVE-PAY-RECORD.
           05  PP-RECORD-TYPE      PIC X(01).
               88  PP-HEADER           VALUE "H".
               88  PP-ISSUE            VALUE "I".
               88  PP-VOID             VALUE "V".
               88  PP-TRAILER          VALUE "T".
           05  PP-BODY             PIC X(79).
           05  PP-HEADER-BODY REDEFINES PP-BODY.
               10  PP-H-ACCOUNT        PIC X(17).
               10  PP-H-FILE-NBR       PIC 9(6).
               10  PP-H-CREATE-DATE    PIC 9(8).
               10  PP-H-CREATE-TIME    PIC 9(4).
               10  FILLER              PIC X(44).
           05  PP-ITEM-BODY REDEFINES PP-BODY.
               10  PP-I-ACCOUNT        PIC X(17).
               10  PP-I-CHECK-NBR      PIC 9(8).
               10  PP-I-AMOUNT-CENTS   PIC 9(10).
               10  PP-I-ISSUE-DATE     PIC 9(8).
               10  PP-I-PAYEE          PIC X(20).
               10  FILLER              PIC X(16).
           05  PP-TRAILER-BODY REDEFINES PP-BODY.
               10  PP-T-ACCOUNT        PIC X(17).
               10  PP-T-ISSUE-COUNT    PIC 9(6).
               10  PP-T-ISSUE-CENTS    PIC 9(12).
               10  PP-T-VOID-COUNT     PIC 9(6).
               10  PP-T-VOID-CENTS     PIC 9(12).
               10  PP-T-ITEM-COUNT     PIC 9(6).
               10  FILLER              PIC X(20).
