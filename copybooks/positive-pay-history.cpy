      *> POSITIVE-PAY-HISTORY record - the permanent sent-items log,
      *> one row per item POSITIVE-PAY transmitted (I issue, V void)
      *> and one per exception item it decided (P pay, R return),
      *> opened EXTEND at normal termination only and never
      *> truncated, so a run that dies posts nothing. The V rows are
      *> how a void is sent once and only once: POSITIVE-PAY loads
      *> them at start-up and voids only stopped or escheated checks
      *> not already on this log.
       01  POSITIVE-PAY-HISTORY-RECORD.
           05  PPH-FILE-NBR        PIC 9(6).
           05  PPH-SENT-DATE       PIC 9(8).
           05  PPH-ITEM-TYPE       PIC X(01).
               88  PPH-ISSUE-SENT      VALUE "I".
               88  PPH-VOID-SENT       VALUE "V".
               88  PPH-PAY-DECISION    VALUE "P".
               88  PPH-RETURN-DECISION VALUE "R".
           05  PPH-CHECK-NBR       PIC 9(8).
           05  PPH-AMOUNT          PIC 9(8)V99.
           05  PPH-ISSUE-DATE      PIC 9(8).
           05  PPH-WHO             PIC X(20).
           05  PPH-REASON          PIC X(20).
