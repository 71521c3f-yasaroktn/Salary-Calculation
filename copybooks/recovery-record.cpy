      *> RECOVERY-MASTER record - one overpayment receivable per row,
      *> keyed by RCV-WHO; an employee can owe on several at once.
      *> A receivable opens from one of three sources:
      *>   V  full reversal in PAYROLL-ADJUSTMENT that backed out a
      *>      payment the employee had already received
      *>   H  downward hours correction in PAYROLL-ADJUSTMENT whose
      *>      delta net came out negative
      *>   A  salary advance keyed by the payroll office
      *> PAYROLL-ADJUSTMENT writes its openings to RECOVERY-OPENINGS
      *> and the office keys advances to RECOVERY-ADVANCES, both in
      *> this layout; RECOVERY-AGING posts them onto the master and
      *> writes it back sorted on WHO, open date and item. The live
      *> run collects RCV-INSTALLMENT each period (zero = the whole
      *> balance) oldest receivable first, after garnishments and
      *> never below the protected minimum net, drawing RCV-BALANCE
      *> down and retiring the row at zero - the GARNISHMENT-MASTER
      *> old/new generation pattern. A final payment takes the whole
      *> remaining balance regardless of the installment.
       01  RECOVERY-RECORD.
           05  RCV-WHO             PIC X(20).
           05  RCV-ITEM-ID         PIC X(10).
           05  RCV-SOURCE          PIC X(01).
               88  RCV-FROM-REVERSAL   VALUE "V".
               88  RCV-FROM-HOURS      VALUE "H".
               88  RCV-FROM-ADVANCE    VALUE "A".
           05  RCV-OPEN-DATE       PIC 9(8).
      *> The period the overpaid money was paid in (the advance's
      *> period for an advance) - for the aging report and for the
      *> employee's own questions a year later.
           05  RCV-PERIOD-ID       PIC X(06).
           05  RCV-ORIGINAL-AMT    PIC 9(7)V99.
           05  RCV-INSTALLMENT     PIC 9(5)V99.
           05  RCV-BALANCE         PIC 9(7)V99.
           05  RCV-TAKEN-TO-DATE   PIC 9(7)V99.
           05  RCV-LAST-TAKEN-DATE PIC 9(8).
           05  RCV-REASON          PIC X(30).
