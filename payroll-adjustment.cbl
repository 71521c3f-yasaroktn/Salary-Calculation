      *> dropped. The signed detail deltas append nothing to the live
      *> PAYROLL-DETAIL; they are written to ADJUSTMENT-DETAIL in the
      *> same layout, which the operator feeds to PAYMENT-EXTRACT (or
      *> nets by hand) for any money actually due. A reversal or
      *> hours correction that leaves the employee owing money opens
      *> an overpayment receivable on RECOVERY-OPENINGS instead of a
      *> negative net; RECOVERY-AGING posts it to RECOVERY-MASTER and
      *> the live run collects it in installments.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-NEW-STATUS.

      *> This run's new receivables only - RECOVERY-AGING posts them
      *> onto RECOVERY-MASTER before the next live or adjustment run.
      *> The run is refused while the last run's openings are still
      *> on disk unposted (1020), so they are never overwritten.
           SELECT RECOVERY-OPENINGS ASSIGN TO "RECOVERY-OPENINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.

      *> Separate extract so accounting imports the adjustment
      *> postings as their own journal, not mixed into the live run's
      *> GL-POSTING-EXTRACT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      *> Read-only: the year's retirement plan deferral limit ("R"
      *> row), so a bonus or upward correction cannot defer past it.
           SELECT TAX-RATE-MASTER ASSIGN TO "TAX-RATE-TABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.

      *> Shared job-run log - START once the booking period is known,
      *> END with the applied count and delta totals.
           SELECT JOB-RUN-LOG ASSIGN TO "JOB-RUN-LOG"
                     ==PD-PERIOD-ID==      BY ==AD-PERIOD-ID==
                     ==PD-FINAL-PAY==      BY ==AD-FINAL-PAY==
                     ==PD-DAYS-PAID==      BY ==AD-DAYS-PAID==
                     ==PD-ORIGIN==         BY ==AD-ORIGIN==
                     ==PD-FED-WAGES==      BY ==AD-FED-WAGES==
                     ==PD-STATE-WAGES==    BY ==AD-STATE-WAGES==
                     ==PD-SS-WAGES==       BY ==AD-SS-WAGES==
                     ==PD-RETIRE==         BY ==AD-RETIRE==
                     ==PD-S125-HEALTH==    BY ==AD-S125-HEALTH==
                     ==PD-S125-DEPCARE==   BY ==AD-S125-DEPCARE==
                     ==PD-RECOVERY==       BY ==AD-RECOVERY==
                     ==PD-RUN-SEQ==        BY ==AD-RUN-SEQ==.

       FD  PAYROLL-HISTORY.
       COPY "payroll-detail.cpy"
                     ==PD-PERIOD-ID==      BY ==PH-PERIOD-ID==
                     ==PD-FINAL-PAY==      BY ==PH-FINAL-PAY==
                     ==PD-DAYS-PAID==      BY ==PH-DAYS-PAID==
                     ==PD-ORIGIN==         BY ==PH-ORIGIN==
                     ==PD-FED-WAGES==      BY ==PH-FED-WAGES==
                     ==PD-STATE-WAGES==    BY ==PH-STATE-WAGES==
                     ==PD-SS-WAGES==       BY ==PH-SS-WAGES==
                     ==PD-RETIRE==         BY ==PH-RETIRE==
                     ==PD-S125-HEALTH==    BY ==PH-S125-HEALTH==
                     ==PD-S125-DEPCARE==   BY ==PH-S125-DEPCARE==
                     ==PD-RECOVERY==       BY ==PH-RECOVERY==
                     ==PD-RUN-SEQ==        BY ==PH-RUN-SEQ==.

       FD  ADJUSTMENT-STUB-FILE.
       COPY "pay-stub-record.cpy".
                     ==YTD-LAST-RUN-DATE==   BY
                         ==YTDN-LAST-RUN-DATE==
                     ==YTD-LAST-PERIOD-ID==  BY
                         ==YTDN-LAST-PERIOD-ID==
                     ==YTD-QTD-FED-WAGES==   BY ==YTDN-QTD-FED-WAGES==
                     ==YTD-QTD-STATE-WAGES== BY ==YTDN-QTD-STATE-WAGES==
                     ==YTD-QTD-SS-WAGES==    BY ==YTDN-QTD-SS-WAGES==
                     ==YTD-YEAR-FED-WAGES==  BY ==YTDN-YEAR-FED-WAGES==
                     ==YTD-YEAR-STATE-WAGES== BY
                         ==YTDN-YEAR-STATE-WAGES==
                     ==YTD-YEAR-SS-WAGES==   BY ==YTDN-YEAR-SS-WAGES==
                     ==YTD-YEAR-RETIRE==     BY ==YTDN-YEAR-RETIRE==
                     ==YTD-YEAR-DEPCARE==    BY ==YTDN-YEAR-DEPCARE==.

       FD  GL-POSTING-FILE.
       COPY "gl-posting-record.cpy".

       FD  RECOVERY-OPENINGS.
       COPY "recovery-record.cpy".

       FD  PAY-PERIOD-CALENDAR.
       COPY "pay-period-calendar.cpy".

       FD  TAX-RATE-MASTER.
       COPY "tax-rate-record.cpy".

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

           88  WS-CAL-OK               VALUE "00".
       01  WS-JRL-STATUS       PIC X(02).
           88  WS-JRL-OK               VALUE "00".
       01  WS-TR-STATUS        PIC X(02).
           88  WS-TR-OK                VALUE "00".
       01  WS-RO-STATUS        PIC X(02).
           88  WS-RO-OK                VALUE "00".

      *> Staging for the next JOB-RUN-LOG record - the FD record
      *> cannot be filled until the file is open.
      *> with the full calendar days would grant back pay for days
      *> never worked.
               10  WS-P-DAYS-PAID      PIC 9(2).
      *> Taxable-wage bases and pre-tax deductions as paid (gross and
      *> zero on a legacy record, which had none).
               10  WS-P-FED-WAGES      PIC S9(6)V99.
               10  WS-P-STATE-WAGES    PIC S9(6)V99.
               10  WS-P-SS-WAGES       PIC S9(6)V99.
               10  WS-P-RETIRE         PIC S9(5)V99.
               10  WS-P-S125-HEALTH    PIC S9(5)V99.
               10  WS-P-S125-DEPCARE   PIC S9(5)V99.
               10  WS-P-RECOVERY       PIC S9(6)V99.
      *> Set once a reversal for this employee has been applied in
      *> this batch: any later transaction against the same payment
      *> rejects (E107) instead of adjusting money that has already
               10  WS-DED-STATE-PCT    PIC 9(2)V99.
               10  WS-DED-SS-PCT       PIC 9(2)V99.
               10  WS-DED-HEALTH-AMT   PIC 9(4)V99.
      *> The retirement deferral percentage and its resolved
      *> reduces-this-tax tags (blank on the master means the
      *> statutory default - federal and state, not social
      *> security). The section-125 amounts are flat per period and
      *> never move with a delta, so their elections are not needed.
               10  WS-DED-RETIRE-PCT   PIC 9(2)V99.
               10  WS-DED-RETIRE-FIT   PIC X(01).
               10  WS-DED-RETIRE-SIT   PIC X(01).
               10  WS-DED-RETIRE-SS    PIC X(01).

       01  WS-DEFAULT-FED-PCT      PIC 9(2)V99 VALUE 10.00.
       01  WS-DEFAULT-STATE-PCT    PIC 9(2)V99 VALUE 3.00.
       01  WS-FED-TAX-PCT      PIC 9(2)V99.
       01  WS-STATE-TAX-PCT    PIC 9(2)V99.
       01  WS-SS-PCT           PIC 9(2)V99.
       01  WS-RETIRE-PCT       PIC 9(2)V99.
       01  WS-RETIRE-TAGS.
           05  WS-RETIRE-FIT   PIC X(01).
           05  WS-RETIRE-SIT   PIC X(01).
           05  WS-RETIRE-SS    PIC X(01).

      *> This year's retirement plan deferral limit - zero means no
      *> "R" row, no limit (the live run's rule).
       01  WS-RETIRE-LIMIT     PIC 9(7)V99     VALUE 0.
       01  WS-RETIRE-ROOM      PIC S9(8)V99.

      *> Signed delta for the transaction in hand: what the prior run
      *> paid, minus-or-plus what it should have paid. The flat
       01  WS-DELTA-HEALTH     PIC S9(5)V99.
       01  WS-DELTA-GARNISH    PIC S9(5)V99.
       01  WS-DELTA-NET        PIC S9(6)V99.
      *> Same sign as the live run's PD-RECOVERY: negative here is a
      *> receivable opened, i.e. money the employee now owes back.
       01  WS-DELTA-RECOVERY   PIC S9(6)V99.
       01  WS-DELTA-RETIRE     PIC S9(5)V99.
       01  WS-DELTA-S125-HEALTH  PIC S9(5)V99.
       01  WS-DELTA-S125-DEPCARE PIC S9(5)V99.
       01  WS-DELTA-FED-WAGES  PIC S9(6)V99.
       01  WS-DELTA-STATE-WAGES PIC S9(6)V99.
       01  WS-DELTA-SS-WAGES   PIC S9(6)V99.
       01  WS-DELTA-HOURS      PIC S9(3).
       01  WS-DELTA-REG-HOURS  PIC S9(3)V99.
       01  WS-DELTA-OT-HOURS   PIC S9(3)V99.
       01  WS-TOTAL-DELTA-GROSS PIC S9(9)V99   VALUE 0.
       01  WS-TOTAL-DELTA-NET   PIC S9(9)V99   VALUE 0.

      *> Receivables opened this run; the item id is the run start
      *> time (HHMMSS) and a running count. With the open date (the
      *> run date) it is unique per employee across runs, including
      *> two adjustment runs on the same day.
       01  WS-RCV-OPEN-AMT     PIC S9(7)V99.
       01  WS-RCV-OPEN-COUNT   PIC 9(4)        VALUE 0.
       01  WS-RCV-OPEN-TOTAL   PIC 9(9)V99     VALUE 0.
       01  WS-RCV-ITEM-ID.
           05  WS-RCV-ITEM-TIME    PIC 9(6).
           05  WS-RCV-ITEM-SEQ     PIC 9(4).

      *> Openings gate (1020) - the last PAYROLL-ADJUSTMENT and
      *> RECOVERY-AGING END records on JOB-RUN-LOG, each as
      *> YYYYMMDDHHMMSS so they compare as one number.
       01  WS-LOG-EOF          PIC X(01).
       01  WS-RO-HAS-DATA      PIC X(01).
       01  WS-LOG-STAMP.
           05  WS-LS-DATE          PIC 9(8).
           05  WS-LS-TIME          PIC 9(6).
       01  WS-LOG-STAMP-N REDEFINES WS-LOG-STAMP PIC 9(14).
       01  WS-LAST-ADJ-STAMP   PIC 9(14)       VALUE 0.
       01  WS-LAST-AGING-STAMP PIC 9(14)       VALUE 0.

      *> YTD accumulators - signed, since an adjustment can take a
      *> balance down as well as up.
       01  WS-YTD-COUNT        PIC 9(4)        VALUE 0.
               10  WS-Y-YEAR-FED       PIC S9(8)V99.
               10  WS-Y-YEAR-STATE     PIC S9(8)V99.
               10  WS-Y-YEAR-SS        PIC S9(8)V99.
               10  WS-Y-QTD-FED-WAGES  PIC S9(7)V99.
               10  WS-Y-QTD-STATE-WAGES PIC S9(7)V99.
               10  WS-Y-QTD-SS-WAGES   PIC S9(7)V99.
               10  WS-Y-YEAR-FED-WAGES PIC S9(8)V99.
               10  WS-Y-YEAR-STATE-WAGES PIC S9(8)V99.
               10  WS-Y-YEAR-SS-WAGES  PIC S9(8)V99.
               10  WS-Y-YEAR-RETIRE    PIC S9(8)V99.
               10  WS-Y-YEAR-DEPCARE   PIC S9(8)V99.
               10  WS-Y-LAST-RUN-DATE  PIC 9(8).
               10  WS-Y-LAST-PERIOD    PIC X(06).

               10  WS-GL-HEALTH        PIC S9(9)V99.
               10  WS-GL-GARNISH       PIC S9(9)V99.
               10  WS-GL-NET           PIC S9(9)V99.
               10  WS-GL-RETIRE        PIC S9(9)V99.
               10  WS-GL-S125-HEALTH   PIC S9(9)V99.
               10  WS-GL-S125-DEPCARE  PIC S9(9)V99.
               10  WS-GL-RECOVERY      PIC S9(9)V99.
               10  WS-GL-FED-WAGES     PIC S9(9)V99.
               10  WS-GL-STATE-WAGES   PIC S9(9)V99.
               10  WS-GL-SS-WAGES      PIC S9(9)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RCV-ITEM-TIME.
           COMPUTE WS-RUN-QUARTER = ((WS-RUN-MONTH - 1) / 3) + 1.
           PERFORM 1020-CHECK-OPENINGS-POSTED.
           PERFORM 1050-LOAD-CALENDAR.
           MOVE "START" TO WS-LOG-EVENT.
           MOVE SPACES  TO WS-LOG-STATUS.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 1100-LOAD-PAID-TABLE.
           PERFORM 1200-LOAD-DEDUCTION-TABLE.
           PERFORM 1250-LOAD-RETIRE-LIMIT.
           PERFORM 1300-LOAD-YTD-TABLE.
           OPEN OUTPUT ADJUSTMENT-DETAIL-FILE.
           IF NOT WS-AD-OK
                   "STATUS " WS-GL-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RECOVERY-OPENINGS.
           IF NOT WS-RO-OK
               DISPLAY "UNABLE TO OPEN RECOVERY-OPENINGS, STATUS "
                   WS-RO-STATUS
               STOP RUN
           END-IF.

      *> RECOVERY-OPENINGS is rewritten every run, and its net has
      *> already gone to PD-RECOVERY and the GL, so openings left on
      *> it must reach RECOVERY-MASTER first. They have when a
      *> RECOVERY-AGING END follows the last PAYROLL-ADJUSTMENT END;
      *> a run that died before its END is rerun from the top, and
      *> its openings with it. Checked before the START
      *> record and before any output is opened, so a refused run
      *> leaves no trace.
       1020-CHECK-OPENINGS-POSTED.
           MOVE "N" TO WS-RO-HAS-DATA.
           OPEN INPUT RECOVERY-OPENINGS.
           IF WS-RO-OK
               READ RECOVERY-OPENINGS
                   NOT AT END
                       MOVE "Y" TO WS-RO-HAS-DATA
               END-READ
               CLOSE RECOVERY-OPENINGS
           END-IF.
           IF WS-RO-HAS-DATA = "Y"
               PERFORM 1030-SCAN-RUN-LOG
               IF WS-LAST-ADJ-STAMP > WS-LAST-AGING-STAMP
                   DISPLAY "RECOVERY-OPENINGS FROM THE LAST "
                       "ADJUSTMENT RUN NOT YET POSTED - RUN "
                       "RECOVERY-AGING FIRST - RUN REFUSED"
                   CLOSE ADJUSTMENT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1030-SCAN-RUN-LOG.
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
                               PERFORM 1040-NOTE-END-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-RUN-LOG
           END-IF.

       1040-NOTE-END-RECORD.
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

       1050-LOAD-CALENDAR.
           OPEN INPUT PAY-PERIOD-CALENDAR.
                               MOVE 0
                                   TO WS-P-DAYS-PAID(PAID-IDX)
                           END-IF
                           PERFORM 1110-LOAD-PAID-PRETAX
                           PERFORM 1150-COUNT-INSTITUTION
                           MOVE "N"
                               TO WS-P-REVERSED(PAID-IDX)
           END-PERFORM.
           CLOSE PAYROLL-DETAIL-FILE.

       1110-LOAD-PAID-PRETAX.
           IF PD-FED-WAGES NUMERIC
               MOVE PD-FED-WAGES    TO WS-P-FED-WAGES(PAID-IDX)
               MOVE PD-STATE-WAGES  TO WS-P-STATE-WAGES(PAID-IDX)
               MOVE PD-SS-WAGES     TO WS-P-SS-WAGES(PAID-IDX)
               MOVE PD-RETIRE       TO WS-P-RETIRE(PAID-IDX)
               MOVE PD-S125-HEALTH  TO WS-P-S125-HEALTH(PAID-IDX)
               MOVE PD-S125-DEPCARE TO WS-P-S125-DEPCARE(PAID-IDX)
           ELSE
               MOVE PD-GROSS-PAY    TO WS-P-FED-WAGES(PAID-IDX)
               MOVE PD-GROSS-PAY    TO WS-P-STATE-WAGES(PAID-IDX)
               MOVE PD-GROSS-PAY    TO WS-P-SS-WAGES(PAID-IDX)
               MOVE 0 TO WS-P-RETIRE(PAID-IDX)
               MOVE 0 TO WS-P-S125-HEALTH(PAID-IDX)
               MOVE 0 TO WS-P-S125-DEPCARE(PAID-IDX)
           END-IF.
           IF PD-RECOVERY NUMERIC
               MOVE PD-RECOVERY     TO WS-P-RECOVERY(PAID-IDX)
           ELSE
               MOVE 0 TO WS-P-RECOVERY(PAID-IDX)
           END-IF.

       1150-COUNT-INSTITUTION.
           MOVE "N" TO WS-INST-FOUND.
           PERFORM VARYING IS-IDX FROM 1 BY 1
                                   TO WS-DED-SS-PCT(DED-IDX)
                               MOVE DED-HEALTH-AMT
                                   TO WS-DED-HEALTH-AMT(DED-IDX)
                               PERFORM 1210-LOAD-RETIRE-ELECTION
                           END-IF
                           END-IF
                   END-READ
               CLOSE DEDUCTION-MASTER
           END-IF.

      *> Same reading of the pre-tax block as the live run's
      *> 3215/3216: non-numeric elects nothing, a tag other than
      *> "Y"/"N" takes the statutory default.
       1210-LOAD-RETIRE-ELECTION.
           IF DED-RETIRE-PCT NUMERIC
               MOVE DED-RETIRE-PCT TO WS-DED-RETIRE-PCT(DED-IDX)
           ELSE
               MOVE 0 TO WS-DED-RETIRE-PCT(DED-IDX)
           END-IF.
           IF DED-RETIRE-FIT = "Y" OR DED-RETIRE-FIT = "N"
               MOVE DED-RETIRE-FIT TO WS-DED-RETIRE-FIT(DED-IDX)
           ELSE
               MOVE "Y" TO WS-DED-RETIRE-FIT(DED-IDX)
           END-IF.
           IF DED-RETIRE-SIT = "Y" OR DED-RETIRE-SIT = "N"
               MOVE DED-RETIRE-SIT TO WS-DED-RETIRE-SIT(DED-IDX)
           ELSE
               MOVE "Y" TO WS-DED-RETIRE-SIT(DED-IDX)
           END-IF.
           IF DED-RETIRE-SS = "Y" OR DED-RETIRE-SS = "N"
               MOVE DED-RETIRE-SS TO WS-DED-RETIRE-SS(DED-IDX)
           ELSE
               MOVE "N" TO WS-DED-RETIRE-SS(DED-IDX)
           END-IF.

      *> Only the run year's "R" row matters; no file, or no row,
      *> means no limit.
       1250-LOAD-RETIRE-LIMIT.
           OPEN INPUT TAX-RATE-MASTER.
           IF WS-TR-OK
               PERFORM UNTIL WS-TR-STATUS = "10"
                   READ TAX-RATE-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TR-YEAR = WS-RUN-YEAR
                                   AND TR-RETIRE-LIMIT
                               MOVE TR-FLOOR TO WS-RETIRE-LIMIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-MASTER
           END-IF.

       1300-LOAD-YTD-TABLE.
           OPEN INPUT YTD-MASTER-OLD.
           IF WS-YTD-OLD-OK
                                   TO WS-Y-LAST-RUN-DATE(YTD-IDX)
                               MOVE YTD-LAST-PERIOD-ID
                                   TO WS-Y-LAST-PERIOD(YTD-IDX)
                               PERFORM 1310-LOAD-YTD-WAGE-FIELDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-MASTER-OLD
           END-IF.

      *> A legacy row (spaces over the wage block) had no pre-tax
      *> deductions: its wages are its gross, its deferrals zero.
       1310-LOAD-YTD-WAGE-FIELDS.
           IF YTD-YEAR-FED-WAGES NUMERIC
               MOVE YTD-QTD-FED-WAGES
                   TO WS-Y-QTD-FED-WAGES(YTD-IDX)
               MOVE YTD-QTD-STATE-WAGES
                   TO WS-Y-QTD-STATE-WAGES(YTD-IDX)
               MOVE YTD-QTD-SS-WAGES
                   TO WS-Y-QTD-SS-WAGES(YTD-IDX)
               MOVE YTD-YEAR-FED-WAGES
                   TO WS-Y-YEAR-FED-WAGES(YTD-IDX)
               MOVE YTD-YEAR-STATE-WAGES
                   TO WS-Y-YEAR-STATE-WAGES(YTD-IDX)
               MOVE YTD-YEAR-SS-WAGES
                   TO WS-Y-YEAR-SS-WAGES(YTD-IDX)
               MOVE YTD-YEAR-RETIRE
                   TO WS-Y-YEAR-RETIRE(YTD-IDX)
               MOVE YTD-YEAR-DEPCARE
                   TO WS-Y-YEAR-DEPCARE(YTD-IDX)
           ELSE
               MOVE YTD-QTD-GROSS  TO WS-Y-QTD-FED-WAGES(YTD-IDX)
               MOVE YTD-QTD-GROSS  TO WS-Y-QTD-STATE-WAGES(YTD-IDX)
               MOVE YTD-QTD-GROSS  TO WS-Y-QTD-SS-WAGES(YTD-IDX)
               MOVE YTD-YEAR-GROSS TO WS-Y-YEAR-FED-WAGES(YTD-IDX)
               MOVE YTD-YEAR-GROSS TO WS-Y-YEAR-STATE-WAGES(YTD-IDX)
               MOVE YTD-YEAR-GROSS TO WS-Y-YEAR-SS-WAGES(YTD-IDX)
               MOVE 0 TO WS-Y-YEAR-RETIRE(YTD-IDX)
               MOVE 0 TO WS-Y-YEAR-DEPCARE(YTD-IDX)
           END-IF.

       2000-PROCESS-ADJUSTMENTS.
           READ ADJUSTMENT-FILE
               AT END
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 4200-WRITE-EXCEPTION
               ELSE
                   PERFORM 3800-OPEN-RECOVERY
                   PERFORM 3600-UPDATE-YTD
                   PERFORM 3700-ACCUMULATE-GL
                   PERFORM 4000-WRITE-ADJ-DETAIL
           COMPUTE WS-DELTA-GARNISH =
               0 - WS-P-GARNISH(PAID-IDX).
           COMPUTE WS-DELTA-NET    = 0 - WS-P-NET(PAID-IDX).
           COMPUTE WS-DELTA-RECOVERY =
               0 - WS-P-RECOVERY(PAID-IDX).
           COMPUTE WS-DELTA-RETIRE = 0 - WS-P-RETIRE(PAID-IDX).
           COMPUTE WS-DELTA-S125-HEALTH =
               0 - WS-P-S125-HEALTH(PAID-IDX).
           COMPUTE WS-DELTA-S125-DEPCARE =
               0 - WS-P-S125-DEPCARE(PAID-IDX).
           COMPUTE WS-DELTA-FED-WAGES =
               0 - WS-P-FED-WAGES(PAID-IDX).
           COMPUTE WS-DELTA-STATE-WAGES =
               0 - WS-P-STATE-WAGES(PAID-IDX).
           COMPUTE WS-DELTA-SS-WAGES =
               0 - WS-P-SS-WAGES(PAID-IDX).
           COMPUTE WS-DELTA-HOURS  = 0 - WS-P-HOURS(PAID-IDX).
           COMPUTE WS-DELTA-REG-HOURS =
               0 - WS-P-REG-HOURS(PAID-IDX).
      *> elections, so a negative delta gives the tax back at the
      *> same percentages it was taken. The flat health premium is
      *> not a percentage of pay and was already taken once this
      *> period - it does not move with a delta, and neither do the
      *> flat section-125 amounts. The retirement deferral IS a
      *> percentage of pay: it moves with the delta (an increase held
      *> to what is left of the year's plan limit), and each tax is
      *> figured on the delta to its own taxable-wage base.
       3500-COMPUTE-DELTA-TAXES.
           MOVE WS-DEFAULT-FED-PCT    TO WS-FED-TAX-PCT.
           MOVE WS-DEFAULT-STATE-PCT  TO WS-STATE-TAX-PCT.
           MOVE WS-DEFAULT-SS-PCT     TO WS-SS-PCT.
           MOVE 0                     TO WS-RETIRE-PCT.
           MOVE SPACES                TO WS-RETIRE-TAGS.
           IF WS-DEDUCTION-COUNT > 0
               SET DED-IDX TO 1
               SEARCH WS-DED-ENTRY
                           TO WS-STATE-TAX-PCT
                       MOVE WS-DED-SS-PCT(DED-IDX)
                           TO WS-SS-PCT
                       MOVE WS-DED-RETIRE-PCT(DED-IDX)
                           TO WS-RETIRE-PCT
                       MOVE WS-DED-RETIRE-FIT(DED-IDX)
                           TO WS-RETIRE-FIT
                       MOVE WS-DED-RETIRE-SIT(DED-IDX)
                           TO WS-RETIRE-SIT
                       MOVE WS-DED-RETIRE-SS(DED-IDX)
                           TO WS-RETIRE-SS
               END-SEARCH
           END-IF.
           COMPUTE WS-DELTA-RETIRE ROUNDED =
               WS-DELTA-GROSS * WS-RETIRE-PCT / 100.
           IF WS-RETIRE-LIMIT > 0 AND WS-DELTA-RETIRE > 0
               PERFORM 3510-APPLY-RETIRE-LIMIT
           END-IF.
           MOVE 0 TO WS-DELTA-S125-HEALTH.
           MOVE 0 TO WS-DELTA-S125-DEPCARE.
           MOVE WS-DELTA-GROSS TO WS-DELTA-FED-WAGES.
           MOVE WS-DELTA-GROSS TO WS-DELTA-STATE-WAGES.
           MOVE WS-DELTA-GROSS TO WS-DELTA-SS-WAGES.
           IF WS-RETIRE-FIT = "Y"
               SUBTRACT WS-DELTA-RETIRE FROM WS-DELTA-FED-WAGES
           END-IF.
           IF WS-RETIRE-SIT = "Y"
               SUBTRACT WS-DELTA-RETIRE FROM WS-DELTA-STATE-WAGES
           END-IF.
           IF WS-RETIRE-SS = "Y"
               SUBTRACT WS-DELTA-RETIRE FROM WS-DELTA-SS-WAGES
           END-IF.
           COMPUTE WS-DELTA-FED ROUNDED =
               WS-DELTA-FED-WAGES * WS-FED-TAX-PCT / 100.
           COMPUTE WS-DELTA-STATE ROUNDED =
               WS-DELTA-STATE-WAGES * WS-STATE-TAX-PCT / 100.
           COMPUTE WS-DELTA-SS ROUNDED =
               WS-DELTA-SS-WAGES * WS-SS-PCT / 100.
           MOVE 0 TO WS-DELTA-HEALTH.
           MOVE 0 TO WS-DELTA-GARNISH.
           MOVE 0 TO WS-DELTA-RECOVERY.
           COMPUTE WS-DELTA-NET =
               WS-DELTA-GROSS - WS-DELTA-RETIRE - WS-DELTA-FED
                   - WS-DELTA-STATE - WS-DELTA-SS.

      *> Room left under the plan limit is the limit less this
      *> year's deferrals so far - from the YTD table as this batch
      *> has already moved it, so two bonuses in one batch cannot
      *> both use the same room. A row still carrying last year has
      *> the whole limit available.
       3510-APPLY-RETIRE-LIMIT.
           MOVE WS-RETIRE-LIMIT TO WS-RETIRE-ROOM.
           IF WS-YTD-COUNT > 0
               SET YTD-IDX TO 1
               SEARCH WS-YTD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-Y-WHO(YTD-IDX) = ADJ-WHO
                       IF WS-Y-YEAR(YTD-IDX) = WS-RUN-YEAR
                           COMPUTE WS-RETIRE-ROOM =
                               WS-RETIRE-LIMIT
                                   - WS-Y-YEAR-RETIRE(YTD-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           IF WS-RETIRE-ROOM < 0
               MOVE 0 TO WS-RETIRE-ROOM
           END-IF.
           IF WS-DELTA-RETIRE > WS-RETIRE-ROOM
               MOVE WS-RETIRE-ROOM TO WS-DELTA-RETIRE
           END-IF.

       3600-UPDATE-YTD.
           MOVE "N" TO WS-YTD-TABLE-FULL.
               ADD WS-DELTA-FED   TO WS-Y-YEAR-FED(YTD-IDX)
               ADD WS-DELTA-STATE TO WS-Y-YEAR-STATE(YTD-IDX)
               ADD WS-DELTA-SS    TO WS-Y-YEAR-SS(YTD-IDX)
               ADD WS-DELTA-FED-WAGES
                   TO WS-Y-QTD-FED-WAGES(YTD-IDX)
               ADD WS-DELTA-STATE-WAGES
                   TO WS-Y-QTD-STATE-WAGES(YTD-IDX)
               ADD WS-DELTA-SS-WAGES
                   TO WS-Y-QTD-SS-WAGES(YTD-IDX)
               ADD WS-DELTA-FED-WAGES
                   TO WS-Y-YEAR-FED-WAGES(YTD-IDX)
               ADD WS-DELTA-STATE-WAGES
                   TO WS-Y-YEAR-STATE-WAGES(YTD-IDX)
               ADD WS-DELTA-SS-WAGES
                   TO WS-Y-YEAR-SS-WAGES(YTD-IDX)
               ADD WS-DELTA-RETIRE
                   TO WS-Y-YEAR-RETIRE(YTD-IDX)
               ADD WS-DELTA-S125-DEPCARE
                   TO WS-Y-YEAR-DEPCARE(YTD-IDX)
               MOVE WS-RUN-DATE TO WS-Y-LAST-RUN-DATE(YTD-IDX)
               MOVE WS-PERIOD-ID TO WS-Y-LAST-PERIOD(YTD-IDX)
           END-IF.
               MOVE 0 TO WS-Y-YEAR-FED(YTD-IDX)
               MOVE 0 TO WS-Y-YEAR-STATE(YTD-IDX)
               MOVE 0 TO WS-Y-YEAR-SS(YTD-IDX)
               PERFORM 3630-ZERO-YTD-QTD-WAGES
               PERFORM 3640-ZERO-YTD-YEAR-WAGES
           END-IF.

       3620-ROLL-FORWARD-YTD-ENTRY.
               MOVE 0 TO WS-Y-YEAR-FED(YTD-IDX)
               MOVE 0 TO WS-Y-YEAR-STATE(YTD-IDX)
               MOVE 0 TO WS-Y-YEAR-SS(YTD-IDX)
               PERFORM 3630-ZERO-YTD-QTD-WAGES
               PERFORM 3640-ZERO-YTD-YEAR-WAGES
               MOVE WS-RUN-YEAR    TO WS-Y-YEAR(YTD-IDX)
               MOVE WS-RUN-QUARTER TO WS-Y-QUARTER(YTD-IDX)
           ELSE
                   MOVE 0 TO WS-Y-QTD-FED(YTD-IDX)
                   MOVE 0 TO WS-Y-QTD-STATE(YTD-IDX)
                   MOVE 0 TO WS-Y-QTD-SS(YTD-IDX)
                   PERFORM 3630-ZERO-YTD-QTD-WAGES
                   MOVE WS-RUN-QUARTER TO WS-Y-QUARTER(YTD-IDX)
               END-IF
           END-IF.

       3630-ZERO-YTD-QTD-WAGES.
           MOVE 0 TO WS-Y-QTD-FED-WAGES(YTD-IDX).
           MOVE 0 TO WS-Y-QTD-STATE-WAGES(YTD-IDX).
           MOVE 0 TO WS-Y-QTD-SS-WAGES(YTD-IDX).

       3640-ZERO-YTD-YEAR-WAGES.
           MOVE 0 TO WS-Y-YEAR-FED-WAGES(YTD-IDX).
           MOVE 0 TO WS-Y-YEAR-STATE-WAGES(YTD-IDX).
           MOVE 0 TO WS-Y-YEAR-SS-WAGES(YTD-IDX).
           MOVE 0 TO WS-Y-YEAR-RETIRE(YTD-IDX).
           MOVE 0 TO WS-Y-YEAR-DEPCARE(YTD-IDX).

      *> A reversal or downward hours correction leaves a negative
      *> delta net - pay the employee already has and should not.
      *> Rather than carry it as negative pay, the shortfall becomes
      *> a receivable: the net delta moves into the recovery column
      *> (so the detail still foots) and an opening goes to
      *> RECOVERY-OPENINGS. A reversal also puts back any installment
      *> the reversed payment collected, since backing the payment
      *> out undoes that collection too. ADJ-RCV-OPEN "N" (a check
      *> that never reached the employee) leaves the net as is.
       3800-OPEN-RECOVERY.
           IF ADJ-REVERSAL OR ADJ-HOURS-CORR
               COMPUTE WS-RCV-OPEN-AMT = 0 - WS-DELTA-RECOVERY
               IF WS-DELTA-NET < 0 AND NOT ADJ-NO-RECOVERY
                   SUBTRACT WS-DELTA-NET FROM WS-RCV-OPEN-AMT
                   ADD WS-DELTA-NET TO WS-DELTA-RECOVERY
                   MOVE 0 TO WS-DELTA-NET
               END-IF
               IF WS-RCV-OPEN-AMT > 0
                   PERFORM 3810-WRITE-RECOVERY-OPENING
               END-IF
           END-IF.

       3810-WRITE-RECOVERY-OPENING.
           ADD 1 TO WS-RCV-OPEN-COUNT.
           ADD WS-RCV-OPEN-AMT TO WS-RCV-OPEN-TOTAL.
           MOVE WS-RCV-OPEN-COUNT TO WS-RCV-ITEM-SEQ.
           MOVE ADJ-WHO           TO RCV-WHO.
           MOVE WS-RCV-ITEM-ID    TO RCV-ITEM-ID.
           MOVE ADJ-TYPE          TO RCV-SOURCE.
           MOVE WS-RUN-DATE       TO RCV-OPEN-DATE.
           MOVE WS-P-PERIOD(PAID-IDX) TO RCV-PERIOD-ID.
           MOVE WS-RCV-OPEN-AMT   TO RCV-ORIGINAL-AMT.
           IF ADJ-RCV-INSTALLMENT NUMERIC
               MOVE ADJ-RCV-INSTALLMENT TO RCV-INSTALLMENT
           ELSE
               MOVE 0 TO RCV-INSTALLMENT
           END-IF.
           MOVE WS-RCV-OPEN-AMT   TO RCV-BALANCE.
           MOVE 0                 TO RCV-TAKEN-TO-DATE.
           MOVE 0                 TO RCV-LAST-TAKEN-DATE.
           MOVE ADJ-REASON        TO RCV-REASON.
           WRITE RECOVERY-RECORD.

       3700-ACCUMULATE-GL.
           MOVE "N" TO WS-GL-TABLE-FULL.
           SET GL-IDX TO 1.
               MOVE WS-DELTA-HEALTH TO WS-GL-HEALTH(GL-IDX)
               MOVE WS-DELTA-GARNISH TO WS-GL-GARNISH(GL-IDX)
               MOVE WS-DELTA-NET    TO WS-GL-NET(GL-IDX)
               MOVE WS-DELTA-RETIRE TO WS-GL-RETIRE(GL-IDX)
               MOVE WS-DELTA-S125-HEALTH
                   TO WS-GL-S125-HEALTH(GL-IDX)
               MOVE WS-DELTA-S125-DEPCARE
                   TO WS-GL-S125-DEPCARE(GL-IDX)
               MOVE WS-DELTA-RECOVERY
                   TO WS-GL-RECOVERY(GL-IDX)
               MOVE WS-DELTA-FED-WAGES
                   TO WS-GL-FED-WAGES(GL-IDX)
               MOVE WS-DELTA-STATE-WAGES
                   TO WS-GL-STATE-WAGES(GL-IDX)
               MOVE WS-DELTA-SS-WAGES
                   TO WS-GL-SS-WAGES(GL-IDX)
           END-IF.

       3720-GL-ADD-TO-ENTRY.
           ADD WS-DELTA-HEALTH TO WS-GL-HEALTH(GL-IDX).
           ADD WS-DELTA-GARNISH TO WS-GL-GARNISH(GL-IDX).
           ADD WS-DELTA-NET    TO WS-GL-NET(GL-IDX).
           ADD WS-DELTA-RETIRE TO WS-GL-RETIRE(GL-IDX).
           ADD WS-DELTA-S125-HEALTH TO WS-GL-S125-HEALTH(GL-IDX).
           ADD WS-DELTA-S125-DEPCARE TO WS-GL-S125-DEPCARE(GL-IDX).
           ADD WS-DELTA-RECOVERY TO WS-GL-RECOVERY(GL-IDX).
           ADD WS-DELTA-FED-WAGES TO WS-GL-FED-WAGES(GL-IDX).
           ADD WS-DELTA-STATE-WAGES TO WS-GL-STATE-WAGES(GL-IDX).
           ADD WS-DELTA-SS-WAGES TO WS-GL-SS-WAGES(GL-IDX).

       4000-WRITE-ADJ-DETAIL.
           MOVE ADJ-WHO                  TO AD-WHO.
               MOVE WS-P-DAYS-PAID(PAID-IDX) TO AD-DAYS-PAID
           END-IF.
           MOVE "A"                      TO AD-ORIGIN.
           MOVE WS-DELTA-FED-WAGES       TO AD-FED-WAGES.
           MOVE WS-DELTA-STATE-WAGES     TO AD-STATE-WAGES.
           MOVE WS-DELTA-SS-WAGES        TO AD-SS-WAGES.
           MOVE WS-DELTA-RETIRE          TO AD-RETIRE.
           MOVE WS-DELTA-S125-HEALTH     TO AD-S125-HEALTH.
           MOVE WS-DELTA-S125-DEPCARE    TO AD-S125-DEPCARE.
           MOVE WS-DELTA-RECOVERY        TO AD-RECOVERY.
           MOVE 0                        TO AD-RUN-SEQ.
           WRITE ADJUSTMENT-DETAIL-RECORD.
           MOVE ADJUSTMENT-DETAIL-RECORD TO PAYROLL-HISTORY-RECORD.
           WRITE PAYROLL-HISTORY-RECORD.
           MOVE WS-DELTA-HEALTH          TO PS-HEALTH.
           MOVE WS-DELTA-GARNISH         TO PS-GARNISH.
           MOVE WS-DELTA-NET             TO PS-NET-PAY.
           MOVE WS-DELTA-RETIRE          TO PS-RETIRE.
           MOVE WS-DELTA-S125-HEALTH     TO PS-S125-HEALTH.
           MOVE WS-DELTA-S125-DEPCARE    TO PS-S125-DEPCARE.
           MOVE WS-DELTA-FED-WAGES       TO PS-FED-WAGES.
           MOVE WS-DELTA-STATE-WAGES     TO PS-STATE-WAGES.
           MOVE WS-DELTA-SS-WAGES        TO PS-SS-WAGES.
           MOVE WS-DELTA-RECOVERY        TO PS-RECOVERY.
           WRITE PAY-STUB-RECORD.

       4200-WRITE-EXCEPTION.
           CLOSE EXCEPTION-FILE.
           CLOSE YTD-MASTER-NEW.
           CLOSE GL-POSTING-FILE.
           CLOSE RECOVERY-OPENINGS.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           MOVE WS-ADJ-APPLIED       TO WS-LOG-COUNT.
               WS-ADJ-REJECTED " REJECTED, DELTA GROSS "
               WS-TOTAL-DELTA-GROSS " DELTA NET "
               WS-TOTAL-DELTA-NET.
           IF WS-RCV-OPEN-COUNT > 0
               DISPLAY "RECOVERY RECEIVABLES OPENED: "
                   WS-RCV-OPEN-COUNT " TOTALING " WS-RCV-OPEN-TOTAL
                   " - RUN RECOVERY-AGING BEFORE THE NEXT LIVE OR "
                   "ADJUSTMENT RUN"
           END-IF.

      *> One record onto the shared job-run log from the WS-LOG
      *> staging fields (EXTEND with an OUTPUT fallback creates the
           END-IF.
           MOVE "PAYROLL-ADJUSTMENT" TO JRL-PROGRAM.
           MOVE WS-PERIOD-ID   TO JRL-PERIOD-ID.
           MOVE 0              TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
                   TO YTDN-LAST-RUN-DATE
               MOVE WS-Y-LAST-PERIOD(YTD-IDX)
                   TO YTDN-LAST-PERIOD-ID
               MOVE WS-Y-QTD-FED-WAGES(YTD-IDX)
                   TO YTDN-QTD-FED-WAGES
               MOVE WS-Y-QTD-STATE-WAGES(YTD-IDX)
                   TO YTDN-QTD-STATE-WAGES
               MOVE WS-Y-QTD-SS-WAGES(YTD-IDX)
                   TO YTDN-QTD-SS-WAGES
               MOVE WS-Y-YEAR-FED-WAGES(YTD-IDX)
                   TO YTDN-YEAR-FED-WAGES
               MOVE WS-Y-YEAR-STATE-WAGES(YTD-IDX)
                   TO YTDN-YEAR-STATE-WAGES
               MOVE WS-Y-YEAR-SS-WAGES(YTD-IDX)
                   TO YTDN-YEAR-SS-WAGES
               MOVE WS-Y-YEAR-RETIRE(YTD-IDX)
                   TO YTDN-YEAR-RETIRE
               MOVE WS-Y-YEAR-DEPCARE(YTD-IDX)
                   TO YTDN-YEAR-DEPCARE
               WRITE YTD-NEW-RECORD
           END-PERFORM.

               MOVE "C"                  TO GL-DEBIT-CREDIT
               MOVE WS-GL-GARNISH(GL-IDX) TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "PAY RECOVERY"       TO GL-PAY-CATEGORY
               MOVE "C"                  TO GL-DEBIT-CREDIT
               MOVE WS-GL-RECOVERY(GL-IDX) TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "NET PAY"            TO GL-PAY-CATEGORY
               MOVE "C"                  TO GL-DEBIT-CREDIT
               MOVE WS-GL-NET(GL-IDX)    TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "RETIREMENT DEF"     TO GL-PAY-CATEGORY
               MOVE "C"                  TO GL-DEBIT-CREDIT
               MOVE WS-GL-RETIRE(GL-IDX) TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "SEC125 HEALTH"      TO GL-PAY-CATEGORY
               MOVE "C"                  TO GL-DEBIT-CREDIT
               MOVE WS-GL-S125-HEALTH(GL-IDX) TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "SEC125 DEP CARE"    TO GL-PAY-CATEGORY
               MOVE "C"                  TO GL-DEBIT-CREDIT
               MOVE WS-GL-S125-DEPCARE(GL-IDX) TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "FED TAX WAGES"      TO GL-PAY-CATEGORY
               MOVE "M"                  TO GL-DEBIT-CREDIT
               MOVE WS-GL-FED-WAGES(GL-IDX) TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "STATE TAX WAGES"    TO GL-PAY-CATEGORY
               MOVE "M"                  TO GL-DEBIT-CREDIT
               MOVE WS-GL-STATE-WAGES(GL-IDX) TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "SOC SEC WAGES"      TO GL-PAY-CATEGORY
               MOVE "M"                  TO GL-DEBIT-CREDIT
               MOVE WS-GL-SS-WAGES(GL-IDX) TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
           END-PERFORM.
