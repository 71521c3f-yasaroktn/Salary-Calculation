       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-DEPOSIT.
      *> Payroll tax deposit schedule, run after PAYROLL-BALANCE has
      *> passed the period and before treasury closes the day. Totals
      *> the run's withheld federal income tax and employee social
      *> security from PAYROLL-DETAIL, adds the employer's matching
      *> social security (the run's employer share is the employee
      *> amount, the same figure the GL burden line carries), and
      *> groups the liability by legal employer through the
      *> EMPLOYER-MASTER WHERE-to-EIN map. Each employer's deposit is
      *> then dated under its own schedule:
      *>   - monthly depositor: the 15th of the month after payday;
      *>   - semi-weekly depositor: a Wednesday, Thursday or Friday
      *>     payday deposits by the following Wednesday, any other
      *>     payday by the following Friday;
      *>   - either schedule: a liability of 100,000.00 or more in
      *>     one run is due the next business day.
      *> A due date on a weekend rolls to Monday (bank holidays are
      *> treasury's to watch - they are not on any file here). The
      *> payment cannot settle before the next business day after
      *> this run, so a run submitted too late to make its due date
      *> settles as early as it can and is flagged LATE on the
      *> schedule. Writes the electronic tax-payment extract, the
      *> printed schedule for treasury, and one row per employer on
      *> the permanent TAX-DEPOSIT-LEDGER that QUARTERLY-TAX-RETURN
      *> reconciles against the quarter's liability.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-DETAIL-FILE ASSIGN TO "PAYROLL-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

      *> WHERE to legal employer, with each employer's deposit
      *> schedule - an institution without a row deposits under the
      *> default identity as a monthly depositor.
           SELECT EMPLOYER-MASTER ASSIGN TO "EMPLOYER-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT TAX-PAYMENT-EXTRACT ASSIGN TO "TAX-PAYMENT-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.

      *> Permanent deposit ledger - opened EXTEND at termination and
      *> never truncated; a first run at a new site creates it.
           SELECT TAX-DEPOSIT-LEDGER ASSIGN TO "TAX-DEPOSIT-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT SCHEDULE-REPORT ASSIGN TO "TAX-DEPOSIT-SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *> Shared job-run log - checked at start-up: the period on
      *> PAYROLL-DETAIL must carry a passing PAYROLL-BALANCE END and
      *> no earlier TAX-DEPOSIT END (scheduling the same run twice
      *> would pay the tax twice). The SALARY-CALCULATION END for the
      *> period supplies the payday. This run's own START/END
      *> records append here too.
           SELECT JOB-RUN-LOG ASSIGN TO "JOB-RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-DETAIL-FILE.
       COPY "payroll-detail.cpy".

       FD  EMPLOYER-MASTER.
       COPY "employer-record.cpy".

       FD  TAX-PAYMENT-EXTRACT.
       COPY "tax-payment-record.cpy".

       FD  TAX-DEPOSIT-LEDGER.
       COPY "tax-deposit-record.cpy".

       FD  SCHEDULE-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PD-STATUS        PIC X(02).
           88  WS-PD-OK                VALUE "00".
       01  WS-ER-STATUS        PIC X(02).
           88  WS-ER-OK                VALUE "00".
       01  WS-TP-STATUS        PIC X(02).
           88  WS-TP-OK                VALUE "00".
       01  WS-TD-STATUS        PIC X(02).
           88  WS-TD-OK                VALUE "00".
       01  WS-RPT-STATUS       PIC X(02).
           88  WS-RPT-OK               VALUE "00".
       01  WS-JRL-STATUS       PIC X(02).
           88  WS-JRL-OK               VALUE "00".

       01  WS-EOF-SWITCH       PIC X(01)       VALUE "N".
           88  WS-END-OF-DETAIL                VALUE "Y".

      *> Staging for the next JOB-RUN-LOG record, the period this
      *> run schedules (from the first detail record), and the
      *> start-up scan's answers.
       01  WS-LOG-EVENT        PIC X(05).
       01  WS-LOG-STATUS       PIC X(04).
       01  WS-LOG-COUNT        PIC 9(6).
       01  WS-LOG-GROSS        PIC S9(9)V99.
       01  WS-LOG-NET          PIC S9(9)V99.
       01  WS-PERIOD-ID        PIC X(06)       VALUE SPACES.
       01  WS-RUN-SEQ          PIC 9(2)        VALUE 0.
       01  WS-JRL-SEQ          PIC 9(2).
       01  WS-LOG-EOF          PIC X(01).
       01  WS-BALANCE-PASSED   PIC X(01)       VALUE "N".
       01  WS-ALREADY-DEPOSITED PIC X(01)      VALUE "N".

      *> Payday - the date the calculation run for the period
      *> completed (the liability arises when wages are paid), or
      *> today if the log carries no calculation END for it.
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(4).
       01  WS-PAY-DATE         PIC 9(8)        VALUE 0.
       01  WS-PAY-DATE-R REDEFINES WS-PAY-DATE.
           05  WS-PAY-YEAR     PIC 9(4).
           05  WS-PAY-MONTH    PIC 9(2).
           05  WS-PAY-DAY      PIC 9(2).
       01  WS-PAY-QUARTER      PIC 9(1).

      *> Date arithmetic scratch. Day of week counts from Monday = 0
      *> (day 1 of the integer-date calendar, 1601-01-01, was a
      *> Monday).
       01  WS-DATE-WORK        PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR      PIC 9(4).
           05  WS-DW-MONTH     PIC 9(2).
           05  WS-DW-DAY       PIC 9(2).
       01  WS-DATE-INT         PIC 9(7).
       01  WS-DOW              PIC 9(1).
       01  WS-DUE-DATE         PIC 9(8).
       01  WS-EARLIEST-SETTLE  PIC 9(8).
       01  WS-SETTLE-DATE      PIC 9(8).

      *> A single run's liability at or above this is due the next
      *> business day, whatever the employer's schedule.
       01  WS-NEXT-DAY-THRESHOLD PIC 9(9)V99   VALUE 100000.00.

      *> Default employer identity for institutions without an
      *> EMPLOYER-MASTER row - the single identity the suite carried
      *> before the file existed.
       01  WS-DEF-EMPLOYER-NAME PIC X(16)      VALUE "SALARY PAYROLL".
       01  WS-DEF-EMPLOYER-ID   PIC X(10)      VALUE "1234567890".

       01  WS-ER-COUNT         PIC 9(3)        VALUE 0.
       01  WS-ER-TABLE.
           05  WS-ER-ENTRY OCCURS 100 TIMES INDEXED BY ER-IDX.
               10  WS-ER-WHERE         PIC X(20).
               10  WS-ER-NAME          PIC X(16).
               10  WS-ER-EIN           PIC X(10).
               10  WS-ER-SCHEDULE      PIC X(01).
       01  WS-THIS-NAME        PIC X(16).
       01  WS-THIS-EIN         PIC X(10).
       01  WS-THIS-SCHEDULE    PIC X(01).

      *> One deposit per legal employer - a handful of EINs, so a
      *> small table, held whole until termination so the ledger
      *> rows post only once the run has completed.
       01  WS-DEP-COUNT        PIC 9(2)        VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 20 TIMES INDEXED BY DEP-IDX.
               10  WS-DEP-EIN          PIC X(10).
               10  WS-DEP-NAME         PIC X(16).
               10  WS-DEP-SCHEDULE     PIC X(01).
               10  WS-DEP-EMP-COUNT    PIC 9(5).
               10  WS-DEP-FED          PIC S9(9)V99.
               10  WS-DEP-EE-SS        PIC S9(9)V99.
               10  WS-DEP-ER-SS        PIC S9(9)V99.
               10  WS-DEP-TOTAL        PIC S9(9)V99.
               10  WS-DEP-DUE-DATE     PIC 9(8).
               10  WS-DEP-SETTLE-DATE  PIC 9(8).

       01  WS-DETAIL-COUNT     PIC 9(6)        VALUE 0.
       01  WS-PAYMENT-COUNT    PIC 9(6)        VALUE 0.
       01  WS-LATE-COUNT       PIC 9(3)        VALUE 0.
       01  WS-GRAND-FED        PIC S9(9)V99    VALUE 0.
       01  WS-GRAND-EE-SS      PIC S9(9)V99    VALUE 0.
       01  WS-GRAND-ER-SS      PIC S9(9)V99    VALUE 0.
       01  WS-GRAND-TOTAL      PIC S9(9)V99    VALUE 0.
       01  WS-AMOUNT-CENTS     PIC 9(11).
       01  WS-TOTAL-CENTS      PIC 9(13)       VALUE 0.

       01  WS-RPT-TITLE.
           05  FILLER          PIC X(40)   VALUE
               "PAYROLL TAX DEPOSIT SCHEDULE - PERIOD".
           05  WS-RT-PERIOD    PIC X(06).
           05  FILLER          PIC X(12)   VALUE "   PAYDAY".
           05  WS-RT-PAY-DATE  PIC 9(8).
       01  WS-RPT-HEADINGS.
           05  FILLER  PIC X(12)   VALUE "EIN".
           05  FILLER  PIC X(18)   VALUE "EMPLOYER".
           05  FILLER  PIC X(04)   VALUE "SCH".
           05  FILLER  PIC X(15)   VALUE "    FED WITHHLD".
           05  FILLER  PIC X(15)   VALUE "     EE SOC SEC".
           05  FILLER  PIC X(15)   VALUE "     ER SOC SEC".
           05  FILLER  PIC X(15)   VALUE "    TOTAL DUE".
           05  FILLER  PIC X(10)   VALUE "  DUE".
           05  FILLER  PIC X(10)   VALUE "SETTLE".
           05  FILLER  PIC X(06)   VALUE "FLAG".

       01  WS-RPT-DETAIL.
           05  WS-RD-EIN           PIC X(10).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-NAME          PIC X(16).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-SCHEDULE      PIC X(01).
           05  FILLER              PIC X(03)   VALUE SPACES.
           05  WS-RD-FED           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-RD-EE-SS         PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-RD-ER-SS         PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-RD-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-DUE-DATE      PIC 9(8).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-SETTLE-DATE   PIC 9(8).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-FLAG          PIC X(06).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(34).
           05  WS-TL-FED           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-TL-EE-SS         PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-TL-ER-SS         PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-TL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-DETAIL
               UNTIL WS-END-OF-DETAIL.
           PERFORM 3000-SCHEDULE-DEPOSITS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4)  TO WS-RUN-TIME.
      *> The sequence gate runs first, before any output is opened:
      *> a refused run leaves nothing open and nothing touched.
           PERFORM 1400-CHECK-RUN-SEQUENCE.
           IF WS-PAY-DATE = 0
               MOVE WS-RUN-DATE TO WS-PAY-DATE
           END-IF.
           COMPUTE WS-PAY-QUARTER = ((WS-PAY-MONTH - 1) / 3) + 1.
           MOVE "START" TO WS-LOG-EVENT.
           MOVE SPACES  TO WS-LOG-STATUS.
           MOVE 0 TO WS-LOG-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE 0 TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           PERFORM 1250-LOAD-EMPLOYER-TABLE.
           OPEN INPUT PAYROLL-DETAIL-FILE.
           IF NOT WS-PD-OK
               DISPLAY "UNABLE TO OPEN PAYROLL-DETAIL, STATUS "
                   WS-PD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TAX-PAYMENT-EXTRACT.
           IF NOT WS-TP-OK
               DISPLAY "UNABLE TO OPEN TAX-PAYMENT-EXTRACT, STATUS "
                   WS-TP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SCHEDULE-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "UNABLE TO OPEN TAX-DEPOSIT-SCHEDULE, STATUS "
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TAX-PAYMENT-RECORD.
           MOVE "H"          TO TP-RECORD-TYPE.
           MOVE WS-RUN-DATE  TO TP-H-CREATE-DATE.
           MOVE WS-RUN-TIME  TO TP-H-CREATE-TIME.
           MOVE WS-PERIOD-ID TO TP-H-PERIOD-ID.
           WRITE TAX-PAYMENT-RECORD.
           MOVE WS-PERIOD-ID TO WS-RT-PERIOD.
           MOVE WS-PAY-DATE  TO WS-RT-PAY-DATE.
           MOVE WS-RPT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> Finds the period this run would schedule (first detail
      *> record), then proves against JOB-RUN-LOG that
      *> PAYROLL-BALANCE passed it and that no TAX-DEPOSIT already
      *> completed against it. Either failure refuses the run with
      *> RETURN-CODE 8. An empty detail file has no period and owes
      *> nothing, so the gates are moot.
       1400-CHECK-RUN-SEQUENCE.
           OPEN INPUT PAYROLL-DETAIL-FILE.
           IF NOT WS-PD-OK
               DISPLAY "UNABLE TO OPEN PAYROLL-DETAIL, STATUS "
                   WS-PD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PAYROLL-DETAIL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PD-PERIOD-ID TO WS-PERIOD-ID
                   IF PD-RUN-SEQ NUMERIC
                       MOVE PD-RUN-SEQ TO WS-RUN-SEQ
                   END-IF
           END-READ.
           CLOSE PAYROLL-DETAIL-FILE.
           IF WS-PERIOD-ID NOT = SPACES
               PERFORM 1410-SCAN-RUN-LOG
               IF WS-BALANCE-PASSED NOT = "Y"
                   DISPLAY "PERIOD " WS-PERIOD-ID " RUN "
                       WS-RUN-SEQ " HAS NO PASSING "
                       "PAYROLL-BALANCE ON JOB-RUN-LOG - "
                       "DEPOSIT SCHEDULE REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-ALREADY-DEPOSITED = "Y"
                   DISPLAY "PERIOD " WS-PERIOD-ID " RUN "
                       WS-RUN-SEQ " WAS ALREADY "
                       "SCHEDULED - DUPLICATE DEPOSIT REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Only records for this period AND run sequence count (0 the
      *> regular run, 1 up an off-cycle run against the closed
      *> period), so each run is proved and released once in its own
      *> right. The log reads newest-last, so the LAST
      *> PAYROLL-BALANCE END for the run decides, and the last
      *> calculation END for it is the payday.
       1410-SCAN-RUN-LOG.
           MOVE "N" TO WS-BALANCE-PASSED.
           MOVE "N" TO WS-ALREADY-DEPOSITED.
           MOVE "N" TO WS-LOG-EOF.
           OPEN INPUT JOB-RUN-LOG.
           IF WS-JRL-OK
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ JOB-RUN-LOG
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           IF JRL-RUN-SEQ NUMERIC
                               MOVE JRL-RUN-SEQ TO WS-JRL-SEQ
                           ELSE
                               MOVE 0 TO WS-JRL-SEQ
                           END-IF
                           IF JRL-PERIOD-ID = WS-PERIOD-ID
                                   AND WS-JRL-SEQ = WS-RUN-SEQ
                                   AND JRL-END-EVENT
                               IF JRL-PROGRAM = "SALARY-CALCULATION"
                                       AND JRL-RUN-DATE NUMERIC
                                   MOVE JRL-RUN-DATE TO WS-PAY-DATE
                               END-IF
                               IF JRL-PROGRAM = "PAYROLL-BALANCE"
                                   IF JRL-STATUS-OK
                                       MOVE "Y" TO WS-BALANCE-PASSED
                                   ELSE
                                       MOVE "N" TO WS-BALANCE-PASSED
                                   END-IF
                               END-IF
                               IF JRL-PROGRAM = "TAX-DEPOSIT"
                                   MOVE "Y" TO WS-ALREADY-DEPOSITED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-RUN-LOG
           END-IF.

      *> No EMPLOYER-MASTER at all just means one deposit under the
      *> default identity - the pre-multi-employer behavior.
       1250-LOAD-EMPLOYER-TABLE.
           OPEN INPUT EMPLOYER-MASTER.
           IF WS-ER-OK
               PERFORM UNTIL WS-ER-STATUS = "10"
                   READ EMPLOYER-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-ER-COUNT >= 100
                               DISPLAY "EMPLOYER TABLE FULL AT 100 "
                                   "ENTRIES - IGNORING " ER-WHERE
                           ELSE
                               ADD 1 TO WS-ER-COUNT
                               SET ER-IDX TO WS-ER-COUNT
                               MOVE ER-WHERE
                                   TO WS-ER-WHERE(ER-IDX)
                               MOVE ER-EMPLOYER-NAME
                                   TO WS-ER-NAME(ER-IDX)
                               MOVE ER-EMPLOYER-ID
                                   TO WS-ER-EIN(ER-IDX)
                               IF ER-SEMIWEEKLY-DEPOSITOR
                                   MOVE "S"
                                       TO WS-ER-SCHEDULE(ER-IDX)
                               ELSE
                                   MOVE "M"
                                       TO WS-ER-SCHEDULE(ER-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-MASTER
           END-IF.

       2000-ACCUMULATE-DETAIL.
           READ PAYROLL-DETAIL-FILE
               AT END
                   SET WS-END-OF-DETAIL TO TRUE
               NOT AT END
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM 2100-RESOLVE-EMPLOYER
                   PERFORM 2200-ADD-TO-DEPOSIT
           END-READ.

       2100-RESOLVE-EMPLOYER.
           MOVE WS-DEF-EMPLOYER-NAME TO WS-THIS-NAME.
           MOVE WS-DEF-EMPLOYER-ID   TO WS-THIS-EIN.
           MOVE "M"                  TO WS-THIS-SCHEDULE.
           IF WS-ER-COUNT > 0
               SET ER-IDX TO 1
               SEARCH WS-ER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ER-WHERE(ER-IDX) = PD-WHERE
                       MOVE WS-ER-NAME(ER-IDX)     TO WS-THIS-NAME
                       MOVE WS-ER-EIN(ER-IDX)      TO WS-THIS-EIN
                       MOVE WS-ER-SCHEDULE(ER-IDX)
                           TO WS-THIS-SCHEDULE
               END-SEARCH
           END-IF.

      *> The employer match is the employee's social security, cent
      *> for cent - the same figure the run books as its burden.
       2200-ADD-TO-DEPOSIT.
           SET DEP-IDX TO 1.
           IF WS-DEP-COUNT > 0
               SEARCH WS-DEP-ENTRY
                   AT END
                       PERFORM 2210-NEW-DEPOSIT-ENTRY
                   WHEN WS-DEP-EIN(DEP-IDX) = WS-THIS-EIN
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2210-NEW-DEPOSIT-ENTRY
           END-IF.
           ADD 1           TO WS-DEP-EMP-COUNT(DEP-IDX).
           ADD PD-FED-TAX  TO WS-DEP-FED(DEP-IDX).
           ADD PD-SOC-SEC  TO WS-DEP-EE-SS(DEP-IDX).
           ADD PD-SOC-SEC  TO WS-DEP-ER-SS(DEP-IDX).

      *> Twenty distinct EINs is far beyond anything registration
      *> will ever hand us; a twenty-first would blend into the
      *> first entry and misfile, so it is a hard stop.
       2210-NEW-DEPOSIT-ENTRY.
           IF WS-DEP-COUNT >= 20
               DISPLAY "DEPOSIT TABLE FULL AT 20 EINS AT "
                   WS-THIS-EIN " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEP-COUNT.
           SET DEP-IDX TO WS-DEP-COUNT.
           MOVE WS-THIS-EIN      TO WS-DEP-EIN(DEP-IDX).
           MOVE WS-THIS-NAME     TO WS-DEP-NAME(DEP-IDX).
           MOVE WS-THIS-SCHEDULE TO WS-DEP-SCHEDULE(DEP-IDX).
           MOVE 0 TO WS-DEP-EMP-COUNT(DEP-IDX).
           MOVE 0 TO WS-DEP-FED(DEP-IDX).
           MOVE 0 TO WS-DEP-EE-SS(DEP-IDX).
           MOVE 0 TO WS-DEP-ER-SS(DEP-IDX).
           MOVE 0 TO WS-DEP-TOTAL(DEP-IDX).

      *> The earliest the payment can settle is the next business
      *> day after today; each employer's due date comes off its
      *> schedule, and the payment is asked to settle on the due
      *> date, or as soon after it as it still can.
       3000-SCHEDULE-DEPOSITS.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 3400-NEXT-BUSINESS-DAY.
           MOVE WS-DATE-WORK TO WS-EARLIEST-SETTLE.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEP-COUNT
               COMPUTE WS-DEP-TOTAL(DEP-IDX) =
                   WS-DEP-FED(DEP-IDX) + WS-DEP-EE-SS(DEP-IDX)
                       + WS-DEP-ER-SS(DEP-IDX)
               PERFORM 3100-FIGURE-DUE-DATE
               MOVE WS-DUE-DATE TO WS-DEP-DUE-DATE(DEP-IDX)
               IF WS-DUE-DATE < WS-EARLIEST-SETTLE
                   MOVE WS-EARLIEST-SETTLE
                       TO WS-DEP-SETTLE-DATE(DEP-IDX)
               ELSE
                   MOVE WS-DUE-DATE TO WS-DEP-SETTLE-DATE(DEP-IDX)
               END-IF
               PERFORM 3200-WRITE-DEPOSIT
           END-PERFORM.

       3100-FIGURE-DUE-DATE.
           MOVE WS-PAY-DATE TO WS-DATE-WORK.
           EVALUATE TRUE
               WHEN WS-DEP-TOTAL(DEP-IDX) >= WS-NEXT-DAY-THRESHOLD
                   MOVE "N" TO WS-DEP-SCHEDULE(DEP-IDX)
                   PERFORM 3400-NEXT-BUSINESS-DAY
               WHEN WS-DEP-SCHEDULE(DEP-IDX) = "S"
                   PERFORM 3300-DAY-OF-WEEK
                   EVALUATE WS-DOW
                       WHEN 2
                       WHEN 3
                       WHEN 4
                           COMPUTE WS-DATE-INT =
                               WS-DATE-INT + 9 - WS-DOW
                       WHEN 5
                       WHEN 6
                           COMPUTE WS-DATE-INT =
                               WS-DATE-INT + 11 - WS-DOW
                       WHEN OTHER
                           COMPUTE WS-DATE-INT =
                               WS-DATE-INT + 4 - WS-DOW
                   END-EVALUATE
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                       TO WS-DATE-WORK
               WHEN OTHER
                   IF WS-DW-MONTH = 12
                       ADD 1 TO WS-DW-YEAR
                       MOVE 1 TO WS-DW-MONTH
                   ELSE
                       ADD 1 TO WS-DW-MONTH
                   END-IF
                   MOVE 15 TO WS-DW-DAY
                   PERFORM 3300-DAY-OF-WEEK
                   IF WS-DOW > 4
                       COMPUTE WS-DATE-INT = WS-DATE-INT + 7 - WS-DOW
                       MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                           TO WS-DATE-WORK
                   END-IF
           END-EVALUATE.
           MOVE WS-DATE-WORK TO WS-DUE-DATE.

       3200-WRITE-DEPOSIT.
           ADD WS-DEP-FED(DEP-IDX)   TO WS-GRAND-FED.
           ADD WS-DEP-EE-SS(DEP-IDX) TO WS-GRAND-EE-SS.
           ADD WS-DEP-ER-SS(DEP-IDX) TO WS-GRAND-ER-SS.
           ADD WS-DEP-TOTAL(DEP-IDX) TO WS-GRAND-TOTAL.
           MOVE WS-DEP-EIN(DEP-IDX)         TO WS-RD-EIN.
           MOVE WS-DEP-NAME(DEP-IDX)        TO WS-RD-NAME.
           MOVE WS-DEP-SCHEDULE(DEP-IDX)    TO WS-RD-SCHEDULE.
           MOVE WS-DEP-FED(DEP-IDX)         TO WS-RD-FED.
           MOVE WS-DEP-EE-SS(DEP-IDX)       TO WS-RD-EE-SS.
           MOVE WS-DEP-ER-SS(DEP-IDX)       TO WS-RD-ER-SS.
           MOVE WS-DEP-TOTAL(DEP-IDX)       TO WS-RD-TOTAL.
           MOVE WS-DEP-DUE-DATE(DEP-IDX)    TO WS-RD-DUE-DATE.
           MOVE WS-DEP-SETTLE-DATE(DEP-IDX) TO WS-RD-SETTLE-DATE.
           MOVE SPACES TO WS-RD-FLAG.
           IF WS-DEP-SETTLE-DATE(DEP-IDX) > WS-DEP-DUE-DATE(DEP-IDX)
               MOVE "LATE" TO WS-RD-FLAG
               ADD 1 TO WS-LATE-COUNT
           END-IF.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
      *> Nothing owed (every employee over the wage base and exempt
      *> from withholding) sends no payment.
           IF WS-DEP-TOTAL(DEP-IDX) > 0
               MOVE SPACES TO TAX-PAYMENT-RECORD
               MOVE "D"                   TO TP-RECORD-TYPE
               MOVE WS-DEP-EIN(DEP-IDX)   TO TP-D-EIN
               MOVE "941"                 TO TP-D-TAX-FORM
               MOVE WS-PAY-YEAR           TO TP-D-TAX-YEAR
               MOVE WS-PAY-QUARTER        TO TP-D-TAX-QUARTER
               MOVE WS-DEP-SETTLE-DATE(DEP-IDX) TO TP-D-SETTLE-DATE
               COMPUTE WS-AMOUNT-CENTS = WS-DEP-TOTAL(DEP-IDX) * 100
               MOVE WS-AMOUNT-CENTS       TO TP-D-AMOUNT-CENTS
               ADD WS-AMOUNT-CENTS        TO WS-TOTAL-CENTS
               COMPUTE WS-AMOUNT-CENTS = WS-DEP-FED(DEP-IDX) * 100
               MOVE WS-AMOUNT-CENTS       TO TP-D-FED-CENTS
               COMPUTE WS-AMOUNT-CENTS =
                   (WS-DEP-EE-SS(DEP-IDX) + WS-DEP-ER-SS(DEP-IDX))
                       * 100
               MOVE WS-AMOUNT-CENTS       TO TP-D-SOC-SEC-CENTS
               MOVE WS-DEP-NAME(DEP-IDX)  TO TP-D-EMPLOYER-NAME
               WRITE TAX-PAYMENT-RECORD
               ADD 1 TO WS-PAYMENT-COUNT
           END-IF.

      *> Day of week of WS-DATE-WORK into WS-DOW (0 = Monday), with
      *> its integer date left in WS-DATE-INT for the caller.
       3300-DAY-OF-WEEK.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INT - 1, 7).

      *> WS-DATE-WORK advanced to the next Monday-to-Friday day.
       3400-NEXT-BUSINESS-DAY.
           PERFORM 3300-DAY-OF-WEEK.
           EVALUATE WS-DOW
               WHEN 4
                   ADD 3 TO WS-DATE-INT
               WHEN 5
                   ADD 2 TO WS-DATE-INT
               WHEN OTHER
                   ADD 1 TO WS-DATE-INT
           END-EVALUATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-DATE-WORK.

       9000-TERMINATE.
           MOVE "ALL EMPLOYERS" TO WS-TL-LABEL.
           MOVE WS-GRAND-FED    TO WS-TL-FED.
           MOVE WS-GRAND-EE-SS  TO WS-TL-EE-SS.
           MOVE WS-GRAND-ER-SS  TO WS-TL-ER-SS.
           MOVE WS-GRAND-TOTAL  TO WS-TL-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TAX-PAYMENT-RECORD.
           MOVE "T"              TO TP-RECORD-TYPE.
           MOVE WS-PAYMENT-COUNT TO TP-T-PAYMENT-COUNT.
           MOVE WS-TOTAL-CENTS   TO TP-T-TOTAL-CENTS.
           WRITE TAX-PAYMENT-RECORD.
           PERFORM 9300-APPEND-DEPOSIT-LEDGER.
           CLOSE PAYROLL-DETAIL-FILE.
           CLOSE TAX-PAYMENT-EXTRACT.
           CLOSE SCHEDULE-REPORT.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           MOVE WS-PAYMENT-COUNT TO WS-LOG-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE WS-GRAND-TOTAL TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           DISPLAY "TAX-DEPOSIT COMPLETE: PERIOD " WS-PERIOD-ID
               ", " WS-PAYMENT-COUNT " PAYMENTS TOTALING "
               WS-GRAND-TOTAL ", " WS-LATE-COUNT " LATE".
           IF WS-LATE-COUNT > 0
               DISPLAY "DEPOSITS SETTLE AFTER THEIR DUE DATE - "
                   "SEE TAX-DEPOSIT-SCHEDULE"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> One ledger row per employer, appended only now that the run
      *> has completed. EXTEND with an OUTPUT fallback creates the
      *> ledger at a new site.
       9300-APPEND-DEPOSIT-LEDGER.
           OPEN EXTEND TAX-DEPOSIT-LEDGER.
           IF NOT WS-TD-OK
               OPEN OUTPUT TAX-DEPOSIT-LEDGER
               IF NOT WS-TD-OK
                   DISPLAY "UNABLE TO OPEN TAX-DEPOSIT-LEDGER, STATUS "
                       WS-TD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEP-COUNT
               MOVE WS-DEP-EIN(DEP-IDX)       TO TD-EMPLOYER-ID
               MOVE WS-DEP-NAME(DEP-IDX)      TO TD-EMPLOYER-NAME
               MOVE WS-PERIOD-ID              TO TD-PERIOD-ID
               MOVE WS-PAY-DATE               TO TD-PAY-DATE
               MOVE WS-PAY-YEAR               TO TD-TAX-YEAR
               MOVE WS-PAY-QUARTER            TO TD-TAX-QUARTER
               MOVE WS-DEP-SCHEDULE(DEP-IDX)  TO TD-SCHEDULE
               MOVE WS-DEP-EMP-COUNT(DEP-IDX) TO TD-EMPLOYEE-COUNT
               MOVE WS-DEP-FED(DEP-IDX)       TO TD-FED-TAX
               MOVE WS-DEP-EE-SS(DEP-IDX)     TO TD-EE-SOC-SEC
               MOVE WS-DEP-ER-SS(DEP-IDX)     TO TD-ER-SOC-SEC
               MOVE WS-DEP-TOTAL(DEP-IDX)     TO TD-TOTAL-LIABILITY
               IF WS-DEP-TOTAL(DEP-IDX) > 0
                   MOVE WS-DEP-TOTAL(DEP-IDX) TO TD-DEPOSIT-AMOUNT
               ELSE
                   MOVE 0 TO TD-DEPOSIT-AMOUNT
               END-IF
               MOVE WS-DEP-DUE-DATE(DEP-IDX)  TO TD-DUE-DATE
               MOVE WS-DEP-SETTLE-DATE(DEP-IDX) TO TD-SETTLE-DATE
               MOVE "S"                       TO TD-SOURCE
               WRITE TAX-DEPOSIT-RECORD
           END-PERFORM.
           CLOSE TAX-DEPOSIT-LEDGER.

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
           MOVE "TAX-DEPOSIT"  TO JRL-PROGRAM.
           MOVE WS-PERIOD-ID   TO JRL-PERIOD-ID.
           MOVE WS-RUN-SEQ     TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
           MOVE WS-LOG-GROSS   TO JRL-TOTAL-GROSS.
           MOVE WS-LOG-NET     TO JRL-TOTAL-NET.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JRL-RUN-TIME.
           WRITE JOB-RUN-LOG-RECORD.
           CLOSE JOB-RUN-LOG.
