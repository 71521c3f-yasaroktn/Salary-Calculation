       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVERY-AGING.
      *> Overpayment receivable posting and aging. Posts this cycle's
      *> new receivables onto RECOVERY-MASTER - the openings the
      *> adjustment run wrote for reversals and downward hours
      *> corrections (RECOVERY-OPENINGS) and the salary advances the
      *> payroll office keyed (RECOVERY-ADVANCES) - and writes the
      *> master back (old/new generation pair, promoted by the
      *> operator like every other master) sorted on WHO, open date
      *> and item, the order the live run's merge reads it in. Every
      *> open receivable then prints on RECOVERY-AGING-REPORT with
      *> its days outstanding and aging bucket, per-employee
      *> subtotals, bucket totals and a grand total. Rows the live
      *> run drew to zero are already gone from the master; an
      *> invalid opening or advance is listed as rejected, never
      *> posted, and the run ends RC 4. Either input may be absent
      *> (no adjustment run, no advances this cycle); the run is then
      *> an aging report only. Run after every adjustment run, since
      *> RECOVERY-OPENINGS holds that run's openings only - and
      *> PAYROLL-ADJUSTMENT refuses to overwrite them until this run
      *> has posted them. JOB-RUN-LOG says whether it has: the
      *> openings are posted only when the last PAYROLL-ADJUSTMENT
      *> END is later than the last RECOVERY-AGING END, so running
      *> the aging report again never posts them twice. Advances
      *> must be keyed with their own item id and open date, and
      *> one dated before the last RECOVERY-AGING run is rejected
      *> for the office to check: RECOVERY-ADVANCES may be a file
      *> that run already posted, or the advance may simply have
      *> been keyed late, and only the office can tell which. A
      *> late one is re-keyed with the current date. The duplicate
      *> check against the master does not catch an advance fed
      *> again after it was collected and retired on the same day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-MASTER-OLD ASSIGN TO "RECOVERY-MASTER-OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-OLD-STATUS.

           SELECT RECOVERY-OPENINGS ASSIGN TO "RECOVERY-OPENINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.

           SELECT RECOVERY-ADVANCES ASSIGN TO "RECOVERY-ADVANCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-STATUS.

           SELECT RECOVERY-WORK-FILE ASSIGN TO "RECOVERY-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.

           SELECT RECOVERY-SORT-FILE ASSIGN TO "RECOVERY-SORT-WORK".

           SELECT RECOVERY-WORK-SORTED ASSIGN TO "RECOVERY-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.

           SELECT RECOVERY-MASTER-NEW ASSIGN TO "RECOVERY-MASTER-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-NEW-STATUS.

           SELECT AGING-REPORT ASSIGN TO "RECOVERY-AGING-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *> Shared job-run log - read at start-up for the last
      *> PAYROLL-ADJUSTMENT and RECOVERY-AGING END records, then
      *> START/END with the count of open receivables and the total
      *> balance outstanding.
           SELECT JOB-RUN-LOG ASSIGN TO "JOB-RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-MASTER-OLD.
       COPY "recovery-record.cpy".

       FD  RECOVERY-OPENINGS.
       COPY "recovery-record.cpy"
           REPLACING ==RECOVERY-RECORD==     BY
                         ==RECOVERY-OPENING-RECORD==
                     ==RCV-WHO==             BY ==RCO-WHO==
                     ==RCV-ITEM-ID==         BY ==RCO-ITEM-ID==
                     ==RCV-SOURCE==          BY ==RCO-SOURCE==
                     ==RCV-FROM-REVERSAL==   BY ==RCO-FROM-REVERSAL==
                     ==RCV-FROM-HOURS==      BY ==RCO-FROM-HOURS==
                     ==RCV-FROM-ADVANCE==    BY ==RCO-FROM-ADVANCE==
                     ==RCV-OPEN-DATE==       BY ==RCO-OPEN-DATE==
                     ==RCV-PERIOD-ID==       BY ==RCO-PERIOD-ID==
                     ==RCV-ORIGINAL-AMT==    BY ==RCO-ORIGINAL-AMT==
                     ==RCV-INSTALLMENT==     BY ==RCO-INSTALLMENT==
                     ==RCV-BALANCE==         BY ==RCO-BALANCE==
                     ==RCV-TAKEN-TO-DATE==   BY ==RCO-TAKEN-TO-DATE==
                     ==RCV-LAST-TAKEN-DATE== BY
                         ==RCO-LAST-TAKEN-DATE==
                     ==RCV-REASON==          BY ==RCO-REASON==.

       FD  RECOVERY-ADVANCES.
       COPY "recovery-record.cpy"
           REPLACING ==RECOVERY-RECORD==     BY
                         ==RECOVERY-ADVANCE-RECORD==
                     ==RCV-WHO==             BY ==RCA-WHO==
                     ==RCV-ITEM-ID==         BY ==RCA-ITEM-ID==
                     ==RCV-SOURCE==          BY ==RCA-SOURCE==
                     ==RCV-FROM-REVERSAL==   BY ==RCA-FROM-REVERSAL==
                     ==RCV-FROM-HOURS==      BY ==RCA-FROM-HOURS==
                     ==RCV-FROM-ADVANCE==    BY ==RCA-FROM-ADVANCE==
                     ==RCV-OPEN-DATE==       BY ==RCA-OPEN-DATE==
                     ==RCV-PERIOD-ID==       BY ==RCA-PERIOD-ID==
                     ==RCV-ORIGINAL-AMT==    BY ==RCA-ORIGINAL-AMT==
                     ==RCV-INSTALLMENT==     BY ==RCA-INSTALLMENT==
                     ==RCV-BALANCE==         BY ==RCA-BALANCE==
                     ==RCV-TAKEN-TO-DATE==   BY ==RCA-TAKEN-TO-DATE==
                     ==RCV-LAST-TAKEN-DATE== BY
                         ==RCA-LAST-TAKEN-DATE==
                     ==RCV-REASON==          BY ==RCA-REASON==.

      *> One row per receivable to go on the new master - the sort
      *> keys up front, then the whole RECOVERY-MASTER image. The
      *> origin byte sorts a row already on the master (1) ahead of
      *> a new one (2) with the same key, so a second posting of the
      *> same opening is the one rejected.
       FD  RECOVERY-WORK-FILE.
       01  RECOVERY-WORK-RECORD.
           05  RW-WHO              PIC X(20).
           05  RW-OPEN-DATE        PIC 9(8).
           05  RW-ITEM-ID          PIC X(10).
           05  RW-ORIGIN           PIC X(01).
           05  RW-IMAGE            PIC X(117).

       SD  RECOVERY-SORT-FILE.
       01  RECOVERY-SORT-RECORD.
           05  RSR-WHO             PIC X(20).
           05  RSR-OPEN-DATE       PIC 9(8).
           05  RSR-ITEM-ID         PIC X(10).
           05  RSR-ORIGIN          PIC X(01).
           05  FILLER              PIC X(117).

       FD  RECOVERY-WORK-SORTED.
       01  RECOVERY-SORTED-RECORD.
           05  RS-WHO              PIC X(20).
           05  RS-OPEN-DATE        PIC 9(8).
           05  RS-ITEM-ID          PIC X(10).
           05  RS-ORIGIN           PIC X(01).
           05  RS-IMAGE            PIC X(117).

       FD  RECOVERY-MASTER-NEW.
       COPY "recovery-record.cpy"
           REPLACING ==RECOVERY-RECORD==     BY
                         ==RECOVERY-NEW-RECORD==
                     ==RCV-WHO==             BY ==RCVN-WHO==
                     ==RCV-ITEM-ID==         BY ==RCVN-ITEM-ID==
                     ==RCV-SOURCE==          BY ==RCVN-SOURCE==
                     ==RCV-FROM-REVERSAL==   BY ==RCVN-FROM-REVERSAL==
                     ==RCV-FROM-HOURS==      BY ==RCVN-FROM-HOURS==
                     ==RCV-FROM-ADVANCE==    BY ==RCVN-FROM-ADVANCE==
                     ==RCV-OPEN-DATE==       BY ==RCVN-OPEN-DATE==
                     ==RCV-PERIOD-ID==       BY ==RCVN-PERIOD-ID==
                     ==RCV-ORIGINAL-AMT==    BY ==RCVN-ORIGINAL-AMT==
                     ==RCV-INSTALLMENT==     BY ==RCVN-INSTALLMENT==
                     ==RCV-BALANCE==         BY ==RCVN-BALANCE==
                     ==RCV-TAKEN-TO-DATE==   BY ==RCVN-TAKEN-TO-DATE==
                     ==RCV-LAST-TAKEN-DATE== BY
                         ==RCVN-LAST-TAKEN-DATE==
                     ==RCV-REASON==          BY ==RCVN-REASON==.

       FD  AGING-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RM-OLD-STATUS    PIC X(02).
           88  WS-RM-OLD-OK            VALUE "00".
       01  WS-RO-STATUS        PIC X(02).
           88  WS-RO-OK                VALUE "00".
       01  WS-RA-STATUS        PIC X(02).
           88  WS-RA-OK                VALUE "00".
       01  WS-RW-STATUS        PIC X(02).
           88  WS-RW-OK                VALUE "00".
       01  WS-RS-STATUS        PIC X(02).
           88  WS-RS-OK                VALUE "00".
       01  WS-RM-NEW-STATUS    PIC X(02).
           88  WS-RM-NEW-OK            VALUE "00".
       01  WS-RPT-STATUS       PIC X(02).
           88  WS-RPT-OK               VALUE "00".
       01  WS-JRL-STATUS       PIC X(02).
           88  WS-JRL-OK               VALUE "00".

      *> Staging for the next JOB-RUN-LOG record.
       01  WS-LOG-EVENT        PIC X(05).
       01  WS-LOG-STATUS       PIC X(04).
       01  WS-LOG-COUNT        PIC 9(6).
       01  WS-LOG-GROSS        PIC S9(9)V99.
       01  WS-LOG-NET          PIC S9(9)V99.

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-IN-EOF           PIC X(01)       VALUE "N".
       01  WS-SORT-EOF         PIC X(01)       VALUE "N".

      *> Which input the record in RECOVERY-RECORD came from, for
      *> validation and the reject line.
       01  WS-INPUT-NAME       PIC X(10).
       01  WS-VALID-SWITCH     PIC X(01).
           88  WS-RECORD-VALID         VALUE "Y".
           88  WS-RECORD-INVALID       VALUE "N".
       01  WS-REJECT-TEXT      PIC X(40).

      *> When the openings and advances on hand were last posted -
      *> the date and time of the last END record of each program,
      *> as YYYYMMDDHHMMSS so they compare as one number.
       01  WS-LOG-EOF          PIC X(01).
       01  WS-LOG-STAMP.
           05  WS-LS-DATE          PIC 9(8).
           05  WS-LS-TIME          PIC 9(6).
       01  WS-LOG-STAMP-N REDEFINES WS-LOG-STAMP PIC 9(14).
       01  WS-LAST-ADJ-STAMP   PIC 9(14)       VALUE 0.
       01  WS-LAST-AGING-STAMP PIC 9(14)       VALUE 0.
       01  WS-LAST-AGING-R REDEFINES WS-LAST-AGING-STAMP.
           05  WS-LAST-AGING-DATE  PIC 9(8).
           05  FILLER              PIC 9(6).
       01  WS-OPENINGS-PENDING PIC X(01)       VALUE "N".

       01  WS-CARRIED-COUNT    PIC 9(6)        VALUE 0.
       01  WS-RETIRED-COUNT    PIC 9(6)        VALUE 0.
       01  WS-POSTED-COUNT     PIC 9(6)        VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(6)        VALUE 0.
       01  WS-OPEN-COUNT       PIC 9(6)        VALUE 0.

      *> Duplicate check on the sorted stream - the key of the last
      *> row written to the new master.
       01  WS-PREV-WHO         PIC X(20)       VALUE SPACES.
       01  WS-PREV-OPEN-DATE   PIC 9(8)        VALUE 0.
       01  WS-PREV-ITEM-ID     PIC X(10)       VALUE SPACES.

      *> Aging of one receivable from its open date to the run date.
       01  WS-DAYS-OUT         PIC S9(7).
       01  WS-AGE-BUCKET       PIC X(08).

      *> Current employee group, and the bucket and grand totals of
      *> balance outstanding.
       01  WS-GRP-ACTIVE       PIC X(01)       VALUE "N".
       01  WS-GRP-WHO          PIC X(20).
       01  WS-GRP-COUNT        PIC 9(4).
       01  WS-GRP-ORIGINAL     PIC 9(9)V99.
       01  WS-GRP-BALANCE      PIC 9(9)V99.
       01  WS-AGE-0-30         PIC 9(9)V99     VALUE 0.
       01  WS-AGE-31-60        PIC 9(9)V99     VALUE 0.
       01  WS-AGE-61-90        PIC 9(9)V99     VALUE 0.
       01  WS-AGE-OVER-90      PIC 9(9)V99     VALUE 0.
       01  WS-GT-ORIGINAL      PIC 9(9)V99     VALUE 0.
       01  WS-GT-BALANCE       PIC 9(9)V99     VALUE 0.

       01  WS-RPT-TITLE.
           05  FILLER              PIC X(40)   VALUE
               "OVERPAYMENT RECOVERY RECEIVABLES AGING".
           05  FILLER              PIC X(09)   VALUE " AS OF ".
           05  WS-RT-RUN-DATE      PIC 9(8).
       01  WS-RPT-HEADINGS.
           05  FILLER  PIC X(22)   VALUE "EMPLOYEE".
           05  FILLER  PIC X(12)   VALUE "ITEM".
           05  FILLER  PIC X(05)   VALUE "SRC".
           05  FILLER  PIC X(10)   VALUE "OPENED".
           05  FILLER  PIC X(08)   VALUE "PERIOD".
           05  FILLER  PIC X(13)   VALUE "    ORIGINAL".
           05  FILLER  PIC X(10)   VALUE "  INSTALL".
           05  FILLER  PIC X(13)   VALUE "     BALANCE".
           05  FILLER  PIC X(07)   VALUE "  DAYS".
           05  FILLER  PIC X(10)   VALUE "AGE".
           05  FILLER  PIC X(10)   VALUE "LAST TAKEN".

       01  WS-RPT-DETAIL.
           05  WS-RD-WHO           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-ITEM-ID       PIC X(10).
           05  FILLER              PIC X(03)   VALUE SPACES.
           05  WS-RD-SOURCE        PIC X(01).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-OPEN-DATE     PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-PERIOD-ID     PIC X(06).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-ORIGINAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RD-INSTALLMENT   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RD-BALANCE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RD-DAYS          PIC ZZZZZ9.
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RD-BUCKET        PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-LAST-TAKEN    PIC X(08).

       01  WS-RPT-TOTAL.
           05  WS-RTL-LABEL        PIC X(53).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RTL-ORIGINAL     PIC ZZ,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  WS-RTL-BALANCE      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RTL-COUNT        PIC ZZZZ9   BLANK WHEN ZERO.

       01  WS-RPT-REJECT.
           05  FILLER              PIC X(11)   VALUE "REJECTED - ".
           05  WS-RJ-INPUT         PIC X(10).
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RJ-WHO           PIC X(20).
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RJ-ITEM-ID       PIC X(10).
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RJ-TEXT          PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-MASTER.
           PERFORM 2100-LOAD-OPENINGS.
           PERFORM 2200-LOAD-ADVANCES.
           PERFORM 3000-SORT-AND-REPORT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 1100-SCAN-RUN-LOG.
           OPEN OUTPUT RECOVERY-WORK-FILE.
           IF NOT WS-RW-OK
               DISPLAY "UNABLE TO OPEN RECOVERY-WORK, STATUS "
                   WS-RW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGING-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "UNABLE TO OPEN RECOVERY-AGING-REPORT, "
                   "STATUS " WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "START" TO WS-LOG-EVENT.
           MOVE SPACES  TO WS-LOG-STATUS.
           MOVE 0 TO WS-LOG-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE 0 TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           MOVE WS-RUN-DATE TO WS-RT-RUN-DATE.
           MOVE WS-RPT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> Read before this run's own START goes down. A log that is
      *> not there yet has no adjustment run on it, so there is
      *> nothing pending to post.
       1100-SCAN-RUN-LOG.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT JOB-RUN-LOG.
           IF WS-JRL-OK
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ JOB-RUN-LOG
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           IF JRL-END-EVENT
                                   AND JRL-RUN-DATE NUMERIC
                                   AND JRL-RUN-TIME NUMERIC
                               PERFORM 1110-NOTE-END-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-RUN-LOG
           END-IF.
           IF WS-LAST-ADJ-STAMP > WS-LAST-AGING-STAMP
               MOVE "Y" TO WS-OPENINGS-PENDING
           END-IF.

       1110-NOTE-END-RECORD.
           MOVE JRL-RUN-DATE TO WS-LS-DATE.
           MOVE JRL-RUN-TIME TO WS-LS-TIME.
           IF JRL-PROGRAM = "PAYROLL-ADJUSTMENT"
                   AND WS-LOG-STAMP-N > WS-LAST-ADJ-STAMP
               MOVE WS-LOG-STAMP-N TO WS-LAST-ADJ-STAMP
           END-IF.
           IF JRL-PROGRAM = "RECOVERY-AGING"
                   AND WS-LOG-STAMP-N > WS-LAST-AGING-STAMP
               MOVE WS-LOG-STAMP-N TO WS-LAST-AGING-STAMP
           END-IF.

      *> Every open row of the old master carries forward as is. A
      *> site starting out has no master yet - that is an empty one,
      *> not an error. A row at zero balance (none should survive
      *> the live run) is retired here.
       2000-LOAD-MASTER.
           OPEN INPUT RECOVERY-MASTER-OLD.
           IF WS-RM-OLD-OK
               MOVE "N" TO WS-IN-EOF
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ RECOVERY-MASTER-OLD
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           IF RCV-BALANCE NUMERIC
                                   AND RCV-BALANCE > 0
                               MOVE "1" TO RW-ORIGIN
                               PERFORM 2900-WRITE-WORK
                               ADD 1 TO WS-CARRIED-COUNT
                           ELSE
                               ADD 1 TO WS-RETIRED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-MASTER-OLD
           ELSE
               DISPLAY "NO RECOVERY-MASTER-OLD - STARTING EMPTY"
           END-IF.

      *> The openings on disk belong to the last adjustment run; a
      *> RECOVERY-AGING END since then means they are on the master
      *> already (or were collected and retired from it), and they
      *> are left alone.
       2100-LOAD-OPENINGS.
           OPEN INPUT RECOVERY-OPENINGS.
           IF WS-RO-OK AND WS-OPENINGS-PENDING = "N"
               CLOSE RECOVERY-OPENINGS
               DISPLAY "RECOVERY-OPENINGS ALREADY POSTED BY THE "
                   "RECOVERY-AGING RUN OF " WS-LAST-AGING-DATE
                   " - NOT POSTED AGAIN"
           END-IF.
           IF WS-RO-OK AND WS-OPENINGS-PENDING = "Y"
               MOVE "OPENINGS" TO WS-INPUT-NAME
               MOVE "N" TO WS-IN-EOF
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ RECOVERY-OPENINGS
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           MOVE RECOVERY-OPENING-RECORD
                               TO RECOVERY-RECORD
                           PERFORM 2300-VALIDATE-NEW-ITEM
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-OPENINGS
           END-IF.

      *> Advances are keyed by hand. A blank source defaults to A;
      *> the item id and open date must be keyed, so the same
      *> advance fed again carries the same key and is caught as a
      *> duplicate while it is on the master. The open date is the
      *> date the advance was paid, not the date it was keyed, so
      *> one dated before the last RECOVERY-AGING run is either an
      *> old file fed again or a late keying - it is rejected, not
      *> posted, and the office re-keys a late one with the current
      *> date.
       2200-LOAD-ADVANCES.
           OPEN INPUT RECOVERY-ADVANCES.
           IF WS-RA-OK
               MOVE "ADVANCES" TO WS-INPUT-NAME
               MOVE "N" TO WS-IN-EOF
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ RECOVERY-ADVANCES
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           MOVE RECOVERY-ADVANCE-RECORD
                               TO RECOVERY-RECORD
                           IF RCV-SOURCE = SPACES
                               MOVE "A" TO RCV-SOURCE
                           END-IF
                           PERFORM 2210-CHECK-ADVANCE
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-ADVANCES
           END-IF.

       2210-CHECK-ADVANCE.
           EVALUATE TRUE
               WHEN RCV-ITEM-ID = SPACES
                   MOVE "ITEM ID REQUIRED" TO WS-REJECT-TEXT
                   PERFORM 2220-REJECT-ADVANCE
               WHEN RCV-OPEN-DATE NOT NUMERIC OR RCV-OPEN-DATE = 0
                   MOVE "OPEN DATE REQUIRED" TO WS-REJECT-TEXT
                   PERFORM 2220-REJECT-ADVANCE
               WHEN RCV-OPEN-DATE < WS-LAST-AGING-DATE
                   MOVE "PREDATES LAST AGING RUN - REKEY IF NEW"
                       TO WS-REJECT-TEXT
                   PERFORM 2220-REJECT-ADVANCE
               WHEN OTHER
                   PERFORM 2300-VALIDATE-NEW-ITEM
           END-EVALUATE.

       2220-REJECT-ADVANCE.
           MOVE WS-INPUT-NAME TO WS-RJ-INPUT.
           MOVE RCV-WHO       TO WS-RJ-WHO.
           MOVE RCV-ITEM-ID   TO WS-RJ-ITEM-ID.
           PERFORM 4900-WRITE-REJECT.

      *> A new receivable must name an employee, carry a positive
      *> amount and a numeric installment (zero = the whole balance
      *> next period), come from a source valid for its input, and
      *> open on a real date no later than today. A valid one opens
      *> with its whole amount outstanding and nothing taken.
       2300-VALIDATE-NEW-ITEM.
           SET WS-RECORD-VALID TO TRUE.
           IF RCV-OPEN-DATE NOT NUMERIC OR RCV-OPEN-DATE = 0
               MOVE WS-RUN-DATE TO RCV-OPEN-DATE
           END-IF.
           EVALUATE TRUE
               WHEN RCV-WHO = SPACES
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "NO EMPLOYEE" TO WS-REJECT-TEXT
               WHEN RCV-ORIGINAL-AMT NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN RCV-ORIGINAL-AMT = 0
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "AMOUNT IS ZERO" TO WS-REJECT-TEXT
               WHEN RCV-INSTALLMENT NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "INSTALLMENT NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN WS-INPUT-NAME = "OPENINGS"
                       AND NOT RCV-FROM-REVERSAL
                       AND NOT RCV-FROM-HOURS
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "OPENING SOURCE MUST BE V OR H"
                       TO WS-REJECT-TEXT
               WHEN WS-INPUT-NAME = "ADVANCES"
                       AND NOT RCV-FROM-ADVANCE
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "ADVANCE SOURCE MUST BE A" TO WS-REJECT-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(RCV-OPEN-DATE)
                       NOT = 0
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "OPEN DATE NOT A VALID DATE"
                       TO WS-REJECT-TEXT
               WHEN RCV-OPEN-DATE > WS-RUN-DATE
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "OPEN DATE IN THE FUTURE" TO WS-REJECT-TEXT
           END-EVALUATE.
           IF WS-RECORD-VALID
               MOVE RCV-ORIGINAL-AMT TO RCV-BALANCE
               MOVE 0 TO RCV-TAKEN-TO-DATE
               MOVE 0 TO RCV-LAST-TAKEN-DATE
               MOVE "2" TO RW-ORIGIN
               PERFORM 2900-WRITE-WORK
           ELSE
               MOVE WS-INPUT-NAME TO WS-RJ-INPUT
               MOVE RCV-WHO       TO WS-RJ-WHO
               MOVE RCV-ITEM-ID   TO WS-RJ-ITEM-ID
               PERFORM 4900-WRITE-REJECT
           END-IF.

       2900-WRITE-WORK.
           MOVE RCV-WHO         TO RW-WHO.
           MOVE RCV-OPEN-DATE   TO RW-OPEN-DATE.
           MOVE RCV-ITEM-ID     TO RW-ITEM-ID.
           MOVE RECOVERY-RECORD TO RW-IMAGE.
           WRITE RECOVERY-WORK-RECORD.

       3000-SORT-AND-REPORT.
           CLOSE RECOVERY-WORK-FILE.
           SORT RECOVERY-SORT-FILE
               ON ASCENDING KEY RSR-WHO RSR-OPEN-DATE RSR-ITEM-ID
                                RSR-ORIGIN
               USING RECOVERY-WORK-FILE
               GIVING RECOVERY-WORK-SORTED.
           OPEN INPUT RECOVERY-WORK-SORTED.
           IF NOT WS-RS-OK
               DISPLAY "UNABLE TO OPEN RECOVERY-SORTED, STATUS "
                   WS-RS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECOVERY-MASTER-NEW.
           IF NOT WS-RM-NEW-OK
               DISPLAY "UNABLE TO OPEN RECOVERY-MASTER-NEW, STATUS "
                   WS-RM-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-GRP-ACTIVE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 3100-READ-SORTED-RECOVERY
               UNTIL WS-SORT-EOF = "Y".
           IF WS-GRP-ACTIVE = "Y"
               PERFORM 3300-WRITE-EMPLOYEE-BREAK
           END-IF.
           CLOSE RECOVERY-WORK-SORTED.
           CLOSE RECOVERY-MASTER-NEW.

      *> The same opening posted twice (an openings file fed to a
      *> second run) sorts next to the row already on the master and
      *> is rejected rather than doubling the debt.
       3100-READ-SORTED-RECOVERY.
           READ RECOVERY-WORK-SORTED
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   IF RS-WHO = WS-PREV-WHO
                           AND RS-OPEN-DATE = WS-PREV-OPEN-DATE
                           AND RS-ITEM-ID = WS-PREV-ITEM-ID
                       IF RS-ORIGIN = "1"
                           MOVE "MASTER"  TO WS-RJ-INPUT
                       ELSE
                           MOVE "NEW ITEM" TO WS-RJ-INPUT
                       END-IF
                       MOVE RS-WHO        TO WS-RJ-WHO
                       MOVE RS-ITEM-ID    TO WS-RJ-ITEM-ID
                       MOVE "DUPLICATE OF ITEM ALREADY ON MASTER"
                           TO WS-REJECT-TEXT
                       PERFORM 4900-WRITE-REJECT
                   ELSE
                       IF WS-GRP-ACTIVE = "Y"
                               AND RS-WHO NOT = WS-GRP-WHO
                           PERFORM 3300-WRITE-EMPLOYEE-BREAK
                       END-IF
                       IF WS-GRP-ACTIVE = "N"
                           PERFORM 3150-START-EMPLOYEE
                       END-IF
                       PERFORM 3200-WRITE-RECEIVABLE
                   END-IF
           END-READ.

       3150-START-EMPLOYEE.
           MOVE RS-WHO TO WS-GRP-WHO.
           MOVE 0 TO WS-GRP-COUNT.
           MOVE 0 TO WS-GRP-ORIGINAL.
           MOVE 0 TO WS-GRP-BALANCE.
           MOVE "Y" TO WS-GRP-ACTIVE.

      *> Writes the row to the new master and its aging line. Days
      *> outstanding run from the open date, not the last
      *> installment: a receivable being paid down on schedule still
      *> ages, which is what the aging is for.
       3200-WRITE-RECEIVABLE.
           MOVE RS-WHO       TO WS-PREV-WHO.
           MOVE RS-OPEN-DATE TO WS-PREV-OPEN-DATE.
           MOVE RS-ITEM-ID   TO WS-PREV-ITEM-ID.
           MOVE RS-IMAGE TO RECOVERY-NEW-RECORD.
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(RCVN-OPEN-DATE).
           EVALUATE TRUE
               WHEN WS-DAYS-OUT <= 30
                   MOVE "0-30"    TO WS-AGE-BUCKET
                   ADD RCVN-BALANCE TO WS-AGE-0-30
               WHEN WS-DAYS-OUT <= 60
                   MOVE "31-60"   TO WS-AGE-BUCKET
                   ADD RCVN-BALANCE TO WS-AGE-31-60
               WHEN WS-DAYS-OUT <= 90
                   MOVE "61-90"   TO WS-AGE-BUCKET
                   ADD RCVN-BALANCE TO WS-AGE-61-90
               WHEN OTHER
                   MOVE "OVER 90" TO WS-AGE-BUCKET
                   ADD RCVN-BALANCE TO WS-AGE-OVER-90
           END-EVALUATE.
           MOVE RCVN-WHO          TO WS-RD-WHO.
           MOVE RCVN-ITEM-ID      TO WS-RD-ITEM-ID.
           MOVE RCVN-SOURCE       TO WS-RD-SOURCE.
           MOVE RCVN-OPEN-DATE    TO WS-RD-OPEN-DATE.
           MOVE RCVN-PERIOD-ID    TO WS-RD-PERIOD-ID.
           MOVE RCVN-ORIGINAL-AMT TO WS-RD-ORIGINAL.
           MOVE RCVN-INSTALLMENT  TO WS-RD-INSTALLMENT.
           MOVE RCVN-BALANCE      TO WS-RD-BALANCE.
           MOVE WS-DAYS-OUT       TO WS-RD-DAYS.
           MOVE WS-AGE-BUCKET     TO WS-RD-BUCKET.
           IF RCVN-LAST-TAKEN-DATE = 0
               MOVE "NONE"        TO WS-RD-LAST-TAKEN
           ELSE
               MOVE RCVN-LAST-TAKEN-DATE TO WS-RD-LAST-TAKEN
           END-IF.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-GRP-COUNT.
           ADD RCVN-ORIGINAL-AMT TO WS-GRP-ORIGINAL.
           ADD RCVN-BALANCE      TO WS-GRP-BALANCE.
           ADD 1 TO WS-OPEN-COUNT.
           IF RS-ORIGIN = "2"
               ADD 1 TO WS-POSTED-COUNT
           END-IF.
           WRITE RECOVERY-NEW-RECORD.

       3300-WRITE-EMPLOYEE-BREAK.
           MOVE SPACES TO WS-RTL-LABEL.
           STRING "** TOTAL " DELIMITED BY SIZE
                  WS-GRP-WHO  DELIMITED BY SIZE
               INTO WS-RTL-LABEL.
           MOVE WS-GRP-ORIGINAL TO WS-RTL-ORIGINAL.
           MOVE WS-GRP-BALANCE  TO WS-RTL-BALANCE.
           MOVE WS-GRP-COUNT    TO WS-RTL-COUNT.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-GRP-ORIGINAL TO WS-GT-ORIGINAL.
           ADD WS-GRP-BALANCE  TO WS-GT-BALANCE.
           MOVE "N" TO WS-GRP-ACTIVE.

       4900-WRITE-REJECT.
           MOVE WS-REJECT-TEXT TO WS-RJ-TEXT.
           MOVE WS-RPT-REJECT TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-RTL-ORIGINAL.
           MOVE 0 TO WS-RTL-COUNT.
           MOVE "** BALANCE AGED 0-30 DAYS"    TO WS-RTL-LABEL.
           MOVE WS-AGE-0-30    TO WS-RTL-BALANCE.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "** BALANCE AGED 31-60 DAYS"   TO WS-RTL-LABEL.
           MOVE WS-AGE-31-60   TO WS-RTL-BALANCE.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "** BALANCE AGED 61-90 DAYS"   TO WS-RTL-LABEL.
           MOVE WS-AGE-61-90   TO WS-RTL-BALANCE.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "** BALANCE AGED OVER 90 DAYS" TO WS-RTL-LABEL.
           MOVE WS-AGE-OVER-90 TO WS-RTL-BALANCE.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "** GRAND TOTAL OPEN RECEIVABLES" TO WS-RTL-LABEL.
           MOVE WS-GT-ORIGINAL TO WS-RTL-ORIGINAL.
           MOVE WS-GT-BALANCE  TO WS-RTL-BALANCE.
           MOVE WS-OPEN-COUNT  TO WS-RTL-COUNT.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE AGING-REPORT.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           MOVE WS-OPEN-COUNT TO WS-LOG-COUNT.
           MOVE WS-GT-BALANCE TO WS-LOG-GROSS.
           MOVE 0 TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           DISPLAY "RECOVERY-AGING COMPLETE: " WS-CARRIED-COUNT
               " CARRIED, " WS-POSTED-COUNT " POSTED, "
               WS-REJECT-COUNT
               " REJECTED, BALANCE OUTSTANDING " WS-GT-BALANCE.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> One record onto the shared job-run log from the WS-LOG
      *> staging fields (EXTEND with an OUTPUT fallback creates the
      *> log at a new site).
       8500-WRITE-RUN-LOG.
           OPEN EXTEND JOB-RUN-LOG.
           IF NOT WS-JRL-OK
               OPEN OUTPUT JOB-RUN-LOG
               IF NOT WS-JRL-OK
                   DISPLAY "UNABLE TO OPEN JOB-RUN-LOG, STATUS "
                       WS-JRL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "RECOVERY-AGING" TO JRL-PROGRAM.
           MOVE SPACES         TO JRL-PERIOD-ID.
           MOVE 0              TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
           MOVE WS-LOG-GROSS   TO JRL-TOTAL-GROSS.
           MOVE WS-LOG-NET     TO JRL-TOTAL-NET.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JRL-RUN-TIME.
           WRITE JOB-RUN-LOG-RECORD.
           CLOSE JOB-RUN-LOG.
