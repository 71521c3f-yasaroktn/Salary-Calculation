      *> GL-AMOUNT is signed (leading separate sign byte): adjustment
      *> postings carry negative amounts for corrections downward and
      *> reversals, which the GL import books as contra entries.
      *> GL-DEBIT-CREDIT "M" is a memo (statistical) line - the
      *> taxable-wage bases ride the extract that way so the GL can
      *> tie them to the tax accounts; they are not part of the
      *> debit/credit footing.
       01  GL-POSTING-RECORD.
           05  GL-COST-CENTER      PIC X(20).
           05  GL-PAY-CATEGORY     PIC X(15).
           05  GL-DEBIT-CREDIT     PIC X(01).
               88  GL-DEBIT            VALUE "D".
               88  GL-CREDIT           VALUE "C".
               88  GL-MEMO             VALUE "M".
           05  GL-AMOUNT           PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  GL-RUN-DATE         PIC 9(8).
