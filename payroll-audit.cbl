       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-AUDIT.
      *> Fraud and anomaly review of a calculated pay run, run after
      *> SALARY-CALCULATION and before PAYMENT-EXTRACT - the last
      *> point at which a bad payment can still be stopped, so a
      *> payment with no real employee behind it is held before it
      *> is released.
      *> Every payment on PAYROLL-DETAIL is cross-checked against
      *> EMPLOYEE-MASTER, BANK-ACCOUNT-MASTER, the MAINT-AUDIT-FILE
      *> change trail and the employee's own PAYROLL-HISTORY for the
      *> classic payroll frauds:
      *>   - a payment with no employee behind it, or two payments
      *>     to the same employee in one run
      *>   - pay to a terminated or not-yet-hired employee
      *>   - pay with no worked or leave hours behind it
      *>   - one routing/account number paying more than one WHO
      *>   - a deposit account new or changed shortly before the run
      *>   - a rate, job or job-rate row changed shortly before the
      *>     run, and any change made by the operator who added the
      *>     employee (one person should not both create and alter)
      *>   - net pay or overtime far above the employee's own norm
      *> Each finding carries a weight; an employee's score is the
      *> sum of the weights of the kinds of finding raised against
      *> the employee, and the review report lists the flagged employees
      *> highest score first with every finding under each. A score
      *> at or above WS-HOLD-SCORE also writes a PAYMENT-HOLD row,
      *> and PAYMENT-EXTRACT pays that employee by a check held at
      *> the payroll office instead of a direct deposit until the
      *> office releases it. "Shortly before" is the WS-RECENT-DAYS
      *> ahead of the SALARY-CALCULATION END record for the run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-DETAIL-FILE ASSIGN TO "PAYROLL-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.

           SELECT PAYROLL-HISTORY ASSIGN TO "PAYROLL-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT BANK-ACCOUNT-MASTER ASSIGN TO "BANK-ACCOUNT-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BA-STATUS.

      *> Read-only here - MASTER-MAINTENANCE appends to it.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINT-AUDIT-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

      *> Read-only: the start and end dates of the audited period.
           SELECT PAY-PERIOD-CALENDAR ASSIGN TO "PAY-PERIOD-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ACCOUNT-WORK-FILE ASSIGN TO "AUDIT-ACCOUNT-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AW-STATUS.

           SELECT ACCOUNT-SORT-FILE ASSIGN TO
                   "AUDIT-ACCOUNT-SORT-WORK".

           SELECT ACCOUNT-SORTED ASSIGN TO "AUDIT-ACCOUNT-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.

           SELECT FINDING-WORK-FILE ASSIGN TO "AUDIT-FINDING-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FW-STATUS.

           SELECT RANK-WORK-FILE ASSIGN TO "AUDIT-RANK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RW-STATUS.

           SELECT RANK-SORT-FILE ASSIGN TO "AUDIT-RANK-SORT-WORK".

           SELECT RANK-SORTED ASSIGN TO "AUDIT-RANK-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.

           SELECT AUDIT-REPORT ASSIGN TO "PAYROLL-AUDIT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PAYMENT-HOLD-FILE ASSIGN TO "PAYMENT-HOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

      *> Shared job-run log - read for the calculation this run
      *> reviews, then START/END with the flagged employee count
      *> and the net pay held.
           SELECT JOB-RUN-LOG ASSIGN TO "JOB-RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-DETAIL-FILE.
       COPY "payroll-detail.cpy".

       FD  PAYROLL-HISTORY.
       COPY "payroll-detail.cpy"
           REPLACING ==PAYROLL-DETAIL-RECORD== BY
                         ==PAYROLL-HISTORY-RECORD==
                     ==PD-WHO==            BY ==PH-WHO==
                     ==PD-WHERE==          BY ==PH-WHERE==
                     ==PD-JOB==            BY ==PH-JOB==
                     ==PD-RATE==           BY ==PH-RATE==
                     ==PD-HOURS==          BY ==PH-HOURS==
                     ==PD-REG-HOURS==      BY ==PH-REG-HOURS==
                     ==PD-OT-HOURS==       BY ==PH-OT-HOURS==
                     ==PD-VAC-HOURS==      BY ==PH-VAC-HOURS==
                     ==PD-SICK-HOURS==     BY ==PH-SICK-HOURS==
                     ==PD-HOL-HOURS==      BY ==PH-HOL-HOURS==
                     ==PD-SHIFT-DIFF-PCT== BY ==PH-SHIFT-DIFF-PCT==
                     ==PD-GROSS-PAY==      BY ==PH-GROSS-PAY==
                     ==PD-FED-TAX==        BY ==PH-FED-TAX==
                     ==PD-STATE-TAX==      BY ==PH-STATE-TAX==
                     ==PD-SOC-SEC==        BY ==PH-SOC-SEC==
                     ==PD-HEALTH==         BY ==PH-HEALTH==
                     ==PD-GARNISH==        BY ==PH-GARNISH==
                     ==PD-NET-PAY==        BY ==PH-NET-PAY==
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

       FD  EMPLOYEE-MASTER.
       COPY "employee-record.cpy".

       FD  BANK-ACCOUNT-MASTER.
       COPY "bank-account-record.cpy".

       FD  MAINT-AUDIT-FILE.
       COPY "audit-record.cpy".

       FD  PAY-PERIOD-CALENDAR.
       COPY "pay-period-calendar.cpy".

      *> One record per live deposit account leg on the bank master,
      *> sorted on the account so every WHO sharing one sits
      *> together.
       FD  ACCOUNT-WORK-FILE.
       01  ACCOUNT-WORK-RECORD.
           05  AW-ROUTING-NBR      PIC 9(9).
           05  AW-ACCOUNT-NBR      PIC X(17).
           05  AW-WHO              PIC X(20).

       SD  ACCOUNT-SORT-FILE.
       01  ACCOUNT-SORT-RECORD.
           05  ASR-ROUTING-NBR     PIC 9(9).
           05  ASR-ACCOUNT-NBR     PIC X(17).
           05  ASR-WHO             PIC X(20).

       FD  ACCOUNT-SORTED.
       01  ACCOUNT-SORTED-RECORD.
           05  AS-ROUTING-NBR      PIC 9(9).
           05  AS-ACCOUNT-NBR      PIC X(17).
           05  AS-WHO              PIC X(20).

      *> One record per finding as it is raised; the score it ranks
      *> under is only known once every check has run.
       FD  FINDING-WORK-FILE.
       01  FINDING-WORK-RECORD.
           05  FW-SEQ              PIC 9(6).
           05  FW-WHO              PIC X(20).
           05  FW-KIND             PIC 9(2).
           05  FW-DETAIL           PIC X(70).

       FD  RANK-WORK-FILE.
       01  RANK-WORK-RECORD.
           05  RW-SCORE            PIC 9(4).
           05  RW-WHO              PIC X(20).
           05  RW-WEIGHT           PIC 9(3).
           05  RW-SEQ              PIC 9(6).
           05  RW-CODE             PIC X(16).
           05  RW-DETAIL           PIC X(70).
           05  RW-WHERE            PIC X(20).
           05  RW-NET              PIC S9(6)V99
                                   SIGN IS LEADING SEPARATE.
           05  RW-HOLD             PIC X(01).

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RSR-SCORE           PIC 9(4).
           05  RSR-WHO             PIC X(20).
           05  RSR-WEIGHT          PIC 9(3).
           05  RSR-SEQ             PIC 9(6).
           05  FILLER              PIC X(116).

       FD  RANK-SORTED.
       01  RANK-SORTED-RECORD.
           05  RS-SCORE            PIC 9(4).
           05  RS-WHO              PIC X(20).
           05  RS-WEIGHT           PIC 9(3).
           05  RS-SEQ              PIC 9(6).
           05  RS-CODE             PIC X(16).
           05  RS-DETAIL           PIC X(70).
           05  RS-WHERE            PIC X(20).
           05  RS-NET              PIC S9(6)V99
                                   SIGN IS LEADING SEPARATE.
           05  RS-HOLD             PIC X(01).

       FD  AUDIT-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  PAYMENT-HOLD-FILE.
       COPY "payment-hold-record.cpy".

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PD-STATUS        PIC X(02).
           88  WS-PD-OK                VALUE "00".
       01  WS-PH-STATUS        PIC X(02).
           88  WS-PH-OK                VALUE "00".
       01  WS-EMP-STATUS       PIC X(02).
           88  WS-EMP-OK               VALUE "00".
       01  WS-BA-STATUS        PIC X(02).
           88  WS-BA-OK                VALUE "00".
       01  WS-AUD-STATUS       PIC X(02).
           88  WS-AUD-OK               VALUE "00".
       01  WS-CAL-STATUS       PIC X(02).
           88  WS-CAL-OK               VALUE "00".
       01  WS-AW-STATUS        PIC X(02).
           88  WS-AW-OK                VALUE "00".
       01  WS-AS-STATUS        PIC X(02).
           88  WS-AS-OK                VALUE "00".
       01  WS-FW-STATUS        PIC X(02).
           88  WS-FW-OK                VALUE "00".
       01  WS-RW-STATUS        PIC X(02).
           88  WS-RW-OK                VALUE "00".
       01  WS-RS-STATUS        PIC X(02).
           88  WS-RS-OK                VALUE "00".
       01  WS-RPT-STATUS       PIC X(02).
           88  WS-RPT-OK               VALUE "00".
       01  WS-HLD-STATUS       PIC X(02).
           88  WS-HLD-OK               VALUE "00".
       01  WS-JRL-STATUS       PIC X(02).
           88  WS-JRL-OK               VALUE "00".

      *> Staging for the next JOB-RUN-LOG record.
       01  WS-LOG-EVENT        PIC X(05).
       01  WS-LOG-STATUS       PIC X(04).
       01  WS-LOG-COUNT        PIC 9(6).
       01  WS-LOG-GROSS        PIC S9(9)V99.
       01  WS-LOG-NET          PIC S9(9)V99.

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(4).

      *> The run under review - period and sequence from the first
      *> PAYROLL-DETAIL record, the date its calculation completed
      *> from JOB-RUN-LOG, and the period's dates from the calendar.
       01  WS-PERIOD-ID        PIC X(06)       VALUE SPACES.
       01  WS-RUN-SEQ          PIC 9(2)        VALUE 0.
       01  WS-JRL-SEQ          PIC 9(2).
       01  WS-HIST-SEQ         PIC 9(2).
       01  WS-CALC-DATE        PIC 9(8)        VALUE 0.
       01  WS-ALREADY-EXTRACTED PIC X(01)      VALUE "N".
       01  WS-PERIOD-START     PIC 9(8)        VALUE 0.
       01  WS-PERIOD-END       PIC 9(8)        VALUE 0.
       01  WS-PERIOD-FOUND     PIC X(01)       VALUE "N".
       01  WS-LOG-EOF          PIC X(01).

      *> Review thresholds. A change to an employee, a job rate or a
      *> deposit account dated within WS-RECENT-DAYS before the
      *> calculation (or any time since) is "shortly before the
      *> run". Net pay above WS-NET-FACTOR times the employee's
      *> average, or daily overtime above WS-OT-FACTOR times that
      *> average and at least WS-OT-MIN-EXCESS hours over it, is
      *> "far above the norm" - provided the history holds at least
      *> WS-NORM-MIN-PAYMENTS earlier payments to average.
       01  WS-RECENT-DAYS      PIC 9(3)        VALUE 14.
       01  WS-WINDOW-START     PIC 9(8)        VALUE 0.
       01  WS-NET-FACTOR       PIC 9(2)V99     VALUE 1.50.
       01  WS-OT-FACTOR        PIC 9(2)V99     VALUE 2.00.
       01  WS-OT-MIN-EXCESS    PIC 9(2)V99     VALUE 1.00.
       01  WS-NORM-MIN-PAYMENTS PIC 9(4)       VALUE 3.
       01  WS-HOLD-SCORE       PIC 9(4)        VALUE 40.

      *> Finding kinds, heaviest first - the first of them raised
      *> against an employee is that employee's top finding. A kind
      *> scores once per employee however many times it is raised;
      *> every occurrence still prints.
       01  WS-KIND-VALUES.
           05  FILLER  PIC X(19)   VALUE "NOT ON MASTER   050".
           05  FILLER  PIC X(19)   VALUE "PAID TWICE      050".
           05  FILLER  PIC X(19)   VALUE "SHARED ACCOUNT  040".
           05  FILLER  PIC X(19)   VALUE "PAID AFTER TERM 040".
           05  FILLER  PIC X(19)   VALUE "PAID BEFORE HIRE040".
           05  FILLER  PIC X(19)   VALUE "PAY NO HOURS    030".
           05  FILLER  PIC X(19)   VALUE "SAME OPERATOR   030".
           05  FILLER  PIC X(19)   VALUE "BANK CHANGED    025".
           05  FILLER  PIC X(19)   VALUE "RATE CHANGED    020".
           05  FILLER  PIC X(19)   VALUE "NET ABOVE NORM  020".
           05  FILLER  PIC X(19)   VALUE "OT ABOVE NORM   015".
           05  FILLER  PIC X(19)   VALUE "JOB RATE CHANGED010".
       01  WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
           05  WS-KIND-ENTRY OCCURS 12 TIMES INDEXED BY KD-IDX.
               10  WS-KIND-CODE        PIC X(16).
               10  WS-KIND-WEIGHT      PIC 9(3).
       01  WS-KIND             PIC 9(2).
           88  WS-KIND-NOT-ON-MASTER           VALUE 1.
           88  WS-KIND-PAID-TWICE              VALUE 2.
           88  WS-KIND-SHARED-ACCOUNT          VALUE 3.
           88  WS-KIND-AFTER-TERM              VALUE 4.
           88  WS-KIND-BEFORE-HIRE             VALUE 5.
           88  WS-KIND-NO-HOURS                VALUE 6.
           88  WS-KIND-SAME-OPERATOR           VALUE 7.
           88  WS-KIND-BANK-CHANGED            VALUE 8.
           88  WS-KIND-RATE-CHANGED            VALUE 9.
           88  WS-KIND-NET-ABOVE-NORM          VALUE 10.
           88  WS-KIND-OT-ABOVE-NORM           VALUE 11.
           88  WS-KIND-JOB-RATE-CHANGED        VALUE 12.
       01  WS-FINDING-DETAIL   PIC X(70).
       01  WS-FINDING-SEQ      PIC 9(6)        VALUE 0.

      *> The whole master, for the employment checks. Overflow
      *> refuses the run: a dropped row would flag a real employee
      *> as a ghost.
       01  WS-EM-COUNT         PIC 9(4)        VALUE 0.
       01  WS-EM-TABLE.
           05  WS-EM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-EM-COUNT
                   INDEXED BY EM-IDX.
               10  WS-EM-WHO           PIC X(20).
               10  WS-EM-STATUS        PIC X(01).
               10  WS-EM-HIRE-DATE     PIC 9(8).
               10  WS-EM-TERM-DATE     PIC 9(8).

      *> One entry per employee paid in the run under review, with
      *> what the later checks need and the score they build up.
      *> Overflow refuses the run: an unreviewed payment is exactly
      *> what this program exists to prevent.
       01  WS-RT-COUNT         PIC 9(4)        VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RT-COUNT
                   INDEXED BY RT-IDX.
               10  WS-RT-WHO           PIC X(20).
               10  WS-RT-WHERE         PIC X(20).
               10  WS-RT-JOB           PIC X(20).
               10  WS-RT-NET           PIC S9(7)V99.
               10  WS-RT-OT-HOURS      PIC S9(3)V99.
               10  WS-RT-ADDED-BY      PIC X(08).
               10  WS-RT-HIST-COUNT    PIC 9(4).
               10  WS-RT-HIST-NET      PIC S9(9)V99.
               10  WS-RT-HIST-OT       PIC S9(7)V99.
               10  WS-RT-SCORE         PIC 9(4).
               10  WS-RT-SEEN-FLAGS.
                   15  WS-RT-SEEN      PIC X(01) OCCURS 12 TIMES.
       01  WS-RT-FOUND         PIC X(01).

       01  WS-EOF-SWITCH       PIC X(01)       VALUE "N".
           88  WS-END-OF-DETAIL                VALUE "Y".
       01  WS-SORT-EOF         PIC X(01)       VALUE "N".
       01  WS-HISTORY-READ     PIC X(01)       VALUE "N".
       01  WS-AUDIT-READ       PIC X(01)       VALUE "N".
       01  WS-BANK-READ        PIC X(01)       VALUE "N".

      *> Norm arithmetic for one employee.
       01  WS-AVG-NET          PIC S9(7)V99.
       01  WS-AVG-OT           PIC S9(3)V99.
       01  WS-NET-LIMIT        PIC S9(9)V99.
       01  WS-OT-LIMIT         PIC S9(5)V99.

      *> The maintenance images this program looks inside - the
      *> EMPLOYEE-MASTER and JOB-RATE-TABLE layouts as
      *> MASTER-MAINTENANCE writes them to the audit file.
       01  WS-AUD-EMP-BEFORE.
           05  WS-AEB-WHO          PIC X(20).
           05  WS-AEB-WHERE        PIC X(20).
           05  WS-AEB-JOB          PIC X(20).
           05  WS-AEB-RATE         PIC X(03).
           05  FILLER              PIC X(35).
       01  WS-AUD-EMP-AFTER.
           05  WS-AEA-WHO          PIC X(20).
           05  WS-AEA-WHERE        PIC X(20).
           05  WS-AEA-JOB          PIC X(20).
           05  WS-AEA-RATE         PIC X(03).
           05  FILLER              PIC X(35).
       01  WS-AUD-JR-BEFORE.
           05  WS-AJB-JOB          PIC X(20).
           05  WS-AJB-WHERE        PIC X(20).
           05  WS-AJB-STD-RATE     PIC 9(3)V99.
           05  FILLER              PIC X(05).
           05  WS-AJB-EFF-DATE     PIC 9(8).
           05  FILLER              PIC X(40).
       01  WS-AUD-JR-AFTER.
           05  WS-AJA-JOB          PIC X(20).
           05  WS-AJA-WHERE        PIC X(20).
           05  WS-AJA-STD-RATE     PIC 9(3)V99.
           05  FILLER              PIC X(05).
           05  WS-AJA-EFF-DATE     PIC 9(8).
           05  FILLER              PIC X(40).
       01  WS-JR-CHANGED       PIC X(01).

      *> One deposit leg of a bank row under the change checks.
       01  WS-BK-LEG           PIC X(07).
       01  WS-BK-ROUTING       PIC 9(9).
       01  WS-BK-ACCOUNT       PIC X(17).
       01  WS-BK-PN-STATUS     PIC X(01).
       01  WS-BK-PN-DATE       PIC 9(8).
       01  WS-BK-PN-ROUTING    PIC 9(9).
       01  WS-BK-PN-ACCOUNT    PIC X(17).

      *> The WHOs on one routing/account in the sorted walk. A group
      *> larger than the buffer is still counted in full.
       01  WS-SG-ACTIVE        PIC X(01)       VALUE "N".
       01  WS-SG-ROUTING       PIC 9(9).
       01  WS-SG-ACCOUNT       PIC X(17).
       01  WS-SG-COUNT         PIC 9(4).
       01  WS-SG-TABLE.
           05  WS-SG-WHO OCCURS 100 TIMES INDEXED BY SG-IDX
                                   PIC X(20).
       01  WS-SG-LAST-WHO      PIC X(20).
       01  WS-SHARED-ACCOUNTS  PIC 9(5)        VALUE 0.

      *> Ranking walk and run totals.
       01  WS-RANK             PIC 9(4)        VALUE 0.
       01  WS-LAST-RANKED-WHO  PIC X(20)       VALUE SPACES.
       01  WS-FINDING-COUNT    PIC 9(6)        VALUE 0.
       01  WS-FLAGGED-COUNT    PIC 9(6)        VALUE 0.
       01  WS-HELD-COUNT       PIC 9(6)        VALUE 0.
       01  WS-HELD-NET         PIC S9(9)V99    VALUE 0.
       01  WS-TOP-KIND         PIC 9(2).

      *> Edited scratch for building finding text.
       01  WS-ED-AMOUNT        PIC ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-2      PIC ZZZ,ZZ9.99-.
       01  WS-ED-HOURS         PIC ZZ9.99-.
       01  WS-ED-HOURS-2       PIC ZZ9.99-.
       01  WS-ED-RATE          PIC ZZ9.99.
       01  WS-ED-RATE-2        PIC ZZ9.99.
       01  WS-ED-COUNT         PIC ZZZ9.

       01  WS-RPT-TITLE        PIC X(50)       VALUE
           "PAYROLL FRAUD AND ANOMALY REVIEW".
       01  WS-RUN-LINE.
           05  FILLER  PIC X(07)   VALUE "PERIOD ".
           05  WS-RL-PERIOD        PIC X(06).
           05  FILLER  PIC X(05)   VALUE " RUN ".
           05  WS-RL-SEQ           PIC 9(2).
           05  FILLER  PIC X(13)   VALUE "  CALCULATED ".
           05  WS-RL-CALC-DATE     PIC 9(8).
           05  FILLER  PIC X(16)   VALUE "  CHANGES SINCE ".
           05  WS-RL-WINDOW        PIC 9(8).
           05  FILLER  PIC X(16)   VALUE "  HOLD AT SCORE ".
           05  WS-RL-HOLD-SCORE    PIC ZZZ9.
       01  WS-RPT-HEADINGS.
           05  FILLER  PIC X(06)   VALUE "RANK".
           05  FILLER  PIC X(22)   VALUE "EMPLOYEE".
           05  FILLER  PIC X(22)   VALUE "INSTITUTION".
           05  FILLER  PIC X(13)   VALUE "    NET PAY".
           05  FILLER  PIC X(06)   VALUE "SCORE".
           05  FILLER  PIC X(06)   VALUE "ACTION".
       01  WS-RPT-SUB-HEADINGS.
           05  FILLER  PIC X(06)   VALUE SPACES.
           05  FILLER  PIC X(18)   VALUE "FINDING".
           05  FILLER  PIC X(05)   VALUE " WT".
           05  FILLER  PIC X(06)   VALUE "DETAIL".

       01  WS-RPT-EMPLOYEE.
           05  WS-RE-RANK          PIC ZZZ9.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RE-WHO           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RE-WHERE         PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RE-NET           PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RE-SCORE         PIC ZZZ9.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RE-ACTION        PIC X(06).

       01  WS-RPT-FINDING.
           05  FILLER              PIC X(06)   VALUE SPACES.
           05  WS-RF-CODE          PIC X(16).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RF-WEIGHT        PIC ZZ9.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RF-DETAIL        PIC X(70).

       01  WS-RPT-TOTAL.
           05  WS-RT-LABEL         PIC X(30).
           05  WS-RT-TOTAL-COUNT   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)   VALUE SPACES.
           05  WS-RT-TOTAL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-ONE-PAYMENT
               UNTIL WS-END-OF-DETAIL.
           CLOSE PAYROLL-DETAIL-FILE.
           IF WS-RT-COUNT > 0
               PERFORM 3000-SCAN-HISTORY
               PERFORM 3500-CHECK-NORMS
               PERFORM 4000-SCAN-MAINT-AUDIT
               PERFORM 5000-SCAN-BANK-ACCOUNTS
           END-IF.
           PERFORM 6000-RANK-AND-REPORT.
           PERFORM 6500-WRITE-HOLDS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *> The run is identified and proved against the log before any
      *> output is opened, so a refused run leaves nothing touched.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4)  TO WS-RUN-TIME.
           PERFORM 1100-IDENTIFY-RUN.
           MOVE WS-RUN-DATE TO WS-CALC-DATE.
           IF WS-PERIOD-ID NOT = SPACES
               PERFORM 1200-SCAN-RUN-LOG
               PERFORM 1300-LOAD-PERIOD-DATES
           END-IF.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
               - WS-RECENT-DAYS).
           PERFORM 1400-LOAD-EMPLOYEES.
           OPEN INPUT PAYROLL-DETAIL-FILE.
           IF NOT WS-PD-OK
               DISPLAY "UNABLE TO OPEN PAYROLL-DETAIL, STATUS "
                   WS-PD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FINDING-WORK-FILE.
           IF NOT WS-FW-OK
               DISPLAY "UNABLE TO OPEN AUDIT-FINDING-WORK, STATUS "
                   WS-FW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "UNABLE TO OPEN PAYROLL-AUDIT-REPORT, STATUS "
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "START" TO WS-LOG-EVENT.
           MOVE SPACES  TO WS-LOG-STATUS.
           MOVE 0 TO WS-LOG-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE 0 TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           MOVE WS-RPT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PERIOD-ID    TO WS-RL-PERIOD.
           MOVE WS-RUN-SEQ      TO WS-RL-SEQ.
           MOVE WS-CALC-DATE    TO WS-RL-CALC-DATE.
           MOVE WS-WINDOW-START TO WS-RL-WINDOW.
           MOVE WS-HOLD-SCORE   TO WS-RL-HOLD-SCORE.
           MOVE WS-RUN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-SUB-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> Period and run sequence from the first detail record. An
      *> empty detail file has nothing to review; the run still
      *> rewrites PAYMENT-HOLD empty so no earlier hold lingers.
       1100-IDENTIFY-RUN.
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

      *> The last SALARY-CALCULATION END for the period and sequence
      *> dates the run; with none the detail on hand was not written
      *> by a completed calculation and the review is refused. A run
      *> PAYMENT-EXTRACT already released is still reviewed, but too
      *> late for any hold to take effect.
       1200-SCAN-RUN-LOG.
           MOVE 0   TO WS-CALC-DATE.
           MOVE "N" TO WS-ALREADY-EXTRACTED.
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
                                   MOVE JRL-RUN-DATE TO WS-CALC-DATE
                               END-IF
                               IF JRL-PROGRAM = "PAYMENT-EXTRACT"
                                   MOVE "Y" TO WS-ALREADY-EXTRACTED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-RUN-LOG
           END-IF.
           IF WS-CALC-DATE = 0
               DISPLAY "PERIOD " WS-PERIOD-ID " RUN " WS-RUN-SEQ
                   " HAS NO SALARY-CALCULATION END ON JOB-RUN-LOG"
                   " - AUDIT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ALREADY-EXTRACTED = "Y"
               DISPLAY "PERIOD " WS-PERIOD-ID " RUN " WS-RUN-SEQ
                   " WAS ALREADY EXTRACTED - FINDINGS ARE FOR "
                   "RECOVERY, NO HOLD CAN TAKE EFFECT"
           END-IF.

       1300-LOAD-PERIOD-DATES.
           OPEN INPUT PAY-PERIOD-CALENDAR.
           IF NOT WS-CAL-OK
               DISPLAY "UNABLE TO OPEN PAY-PERIOD-CALENDAR, STATUS "
                   WS-CAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CAL-STATUS = "10"
               READ PAY-PERIOD-CALENDAR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAL-PERIOD-ID = WS-PERIOD-ID
                           MOVE CAL-START-DATE TO WS-PERIOD-START
                           MOVE CAL-END-DATE   TO WS-PERIOD-END
                           MOVE "Y" TO WS-PERIOD-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-PERIOD-CALENDAR.
           IF WS-PERIOD-FOUND = "N"
               DISPLAY "PERIOD " WS-PERIOD-ID
                   " NOT ON PAY-PERIOD-CALENDAR - AUDIT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Zero or unreadable dates mean "not recorded", as in the
      *> calculation, and suppress the check they drive.
       1400-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WS-EMP-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEE-MASTER, STATUS "
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EMP-STATUS = "10"
               READ EMPLOYEE-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EM-COUNT >= 2000
                           DISPLAY "EMPLOYEE TABLE FULL AT 2000 "
                               "ENTRIES AT " EMP-WHO
                               " - AUDIT REFUSED"
                           CLOSE EMPLOYEE-MASTER
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EM-COUNT
                       SET EM-IDX TO WS-EM-COUNT
                       MOVE EMP-WHO    TO WS-EM-WHO(EM-IDX)
                       MOVE EMP-STATUS TO WS-EM-STATUS(EM-IDX)
                       IF EMP-HIRE-DATE NUMERIC
                           MOVE EMP-HIRE-DATE
                               TO WS-EM-HIRE-DATE(EM-IDX)
                       ELSE
                           MOVE 0 TO WS-EM-HIRE-DATE(EM-IDX)
                       END-IF
                       IF EMP-TERM-DATE NUMERIC
                           MOVE EMP-TERM-DATE
                               TO WS-EM-TERM-DATE(EM-IDX)
                       ELSE
                           MOVE 0 TO WS-EM-TERM-DATE(EM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       2000-CHECK-ONE-PAYMENT.
           READ PAYROLL-DETAIL-FILE
               AT END
                   SET WS-END-OF-DETAIL TO TRUE
               NOT AT END
                   PERFORM 2100-CHECK-PAYMENT
           END-READ.

      *> The checks that need only the payment and the master. A
      *> second record for a WHO already seen is folded into the
      *> first entry, so the employee's net is what the run would
      *> actually pay.
       2100-CHECK-PAYMENT.
           PERFORM 2150-FIND-RUN-ENTRY.
           IF WS-RT-FOUND = "Y"
               ADD PD-NET-PAY TO WS-RT-NET(RT-IDX)
               MOVE PD-NET-PAY TO WS-ED-AMOUNT
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "SECOND PAYMENT RECORD IN THIS RUN, NET"
                       WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               SET WS-KIND-PAID-TWICE TO TRUE
               PERFORM 7000-RECORD-FINDING
           ELSE
               PERFORM 2160-ADD-RUN-ENTRY
           END-IF.
           MOVE "N" TO WS-RT-FOUND.
           IF WS-EM-COUNT > 0
               SET EM-IDX TO 1
               SEARCH WS-EM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EM-WHO(EM-IDX) = PD-WHO
                       MOVE "Y" TO WS-RT-FOUND
               END-SEARCH
           END-IF.
           IF WS-RT-FOUND = "Y"
               PERFORM 2200-CHECK-EMPLOYMENT
           ELSE
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "PAID WITH NO EMPLOYEE-MASTER ROW AT "
                       PD-WHERE
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               SET WS-KIND-NOT-ON-MASTER TO TRUE
               PERFORM 7000-RECORD-FINDING
           END-IF.
           PERFORM 2300-CHECK-HOURS.

       2150-FIND-RUN-ENTRY.
           MOVE "N" TO WS-RT-FOUND.
           IF WS-RT-COUNT > 0
               SET RT-IDX TO 1
               SEARCH WS-RT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RT-WHO(RT-IDX) = PD-WHO
                       MOVE "Y" TO WS-RT-FOUND
               END-SEARCH
           END-IF.

       2160-ADD-RUN-ENTRY.
           IF WS-RT-COUNT >= 2000
               DISPLAY "PAYMENT TABLE FULL AT 2000 ENTRIES AT "
                   PD-WHO " - AUDIT REFUSED"
               CLOSE PAYROLL-DETAIL-FILE
               CLOSE FINDING-WORK-FILE
               CLOSE AUDIT-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RT-COUNT.
           SET RT-IDX TO WS-RT-COUNT.
           MOVE PD-WHO      TO WS-RT-WHO(RT-IDX).
           MOVE PD-WHERE    TO WS-RT-WHERE(RT-IDX).
           MOVE PD-JOB      TO WS-RT-JOB(RT-IDX).
           MOVE PD-NET-PAY  TO WS-RT-NET(RT-IDX).
           MOVE PD-OT-HOURS TO WS-RT-OT-HOURS(RT-IDX).
           MOVE SPACES      TO WS-RT-ADDED-BY(RT-IDX).
           MOVE 0 TO WS-RT-HIST-COUNT(RT-IDX).
           MOVE 0 TO WS-RT-HIST-NET(RT-IDX).
           MOVE 0 TO WS-RT-HIST-OT(RT-IDX).
           MOVE 0 TO WS-RT-SCORE(RT-IDX).
           MOVE ALL "N" TO WS-RT-SEEN-FLAGS(RT-IDX).

      *> A termination date before the period, or a terminated
      *> status on anything but the final payment the calculation
      *> itself marked, is pay to someone who has left; a hire date
      *> after the period is pay to someone who has not started.
       2200-CHECK-EMPLOYMENT.
           IF (WS-EM-TERM-DATE(EM-IDX) > 0
                   AND WS-EM-TERM-DATE(EM-IDX) < WS-PERIOD-START)
                   OR (WS-EM-STATUS(EM-IDX) = "T"
                       AND PD-FINAL-PAY NOT = "Y")
               MOVE SPACES TO WS-FINDING-DETAIL
               IF WS-EM-TERM-DATE(EM-IDX) > 0
                   STRING "TERMINATED " WS-EM-TERM-DATE(EM-IDX)
                           ", PAID FOR PERIOD " WS-PERIOD-START
                           " TO " WS-PERIOD-END
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               ELSE
                   STRING "TERMINATED STATUS WITH NO TERMINATION "
                           "DATE, NOT A FINAL PAYMENT"
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               END-IF
               SET WS-KIND-AFTER-TERM TO TRUE
               PERFORM 7000-RECORD-FINDING
           END-IF.
           IF WS-EM-HIRE-DATE(EM-IDX) > WS-PERIOD-END
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "HIRED " WS-EM-HIRE-DATE(EM-IDX)
                       ", AFTER THE PERIOD ENDING " WS-PERIOD-END
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               SET WS-KIND-BEFORE-HIRE TO TRUE
               PERFORM 7000-RECORD-FINDING
           END-IF.

       2300-CHECK-HOURS.
           IF PD-GROSS-PAY > 0
                   AND PD-HOURS = 0
                   AND PD-REG-HOURS = 0
                   AND PD-OT-HOURS = 0
                   AND PD-VAC-HOURS = 0
                   AND PD-SICK-HOURS = 0
                   AND PD-HOL-HOURS = 0
               MOVE PD-GROSS-PAY TO WS-ED-AMOUNT
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "GROSS" WS-ED-AMOUNT
                       " WITH NO WORKED OR LEAVE HOURS"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               SET WS-KIND-NO-HOURS TO TRUE
               PERFORM 7000-RECORD-FINDING
           END-IF.

      *> Each paid employee's earlier payments: live payments only
      *> (an adjustment delta is not a payment) and never the run
      *> under review itself, which the calculation has already
      *> archived. No archive at a new site just means no norms.
       3000-SCAN-HISTORY.
           OPEN INPUT PAYROLL-HISTORY.
           IF NOT WS-PH-OK
               DISPLAY "PAYROLL-HISTORY NOT AVAILABLE, STATUS "
                   WS-PH-STATUS " - PAY NORMS NOT CHECKED"
           ELSE
               MOVE "Y" TO WS-HISTORY-READ
               PERFORM UNTIL WS-PH-STATUS = "10"
                   READ PAYROLL-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 3100-NOTE-PRIOR-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.

       3100-NOTE-PRIOR-PAYMENT.
           IF PH-RUN-SEQ NUMERIC
               MOVE PH-RUN-SEQ TO WS-HIST-SEQ
           ELSE
               MOVE 0 TO WS-HIST-SEQ
           END-IF.
           IF PH-ORIGIN NOT = "A"
                   AND PH-NET-PAY > 0
                   AND NOT (PH-PERIOD-ID = WS-PERIOD-ID
                       AND WS-HIST-SEQ = WS-RUN-SEQ)
               SET RT-IDX TO 1
               SEARCH WS-RT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RT-WHO(RT-IDX) = PH-WHO
                       ADD 1           TO WS-RT-HIST-COUNT(RT-IDX)
                       ADD PH-NET-PAY  TO WS-RT-HIST-NET(RT-IDX)
                       ADD PH-OT-HOURS TO WS-RT-HIST-OT(RT-IDX)
               END-SEARCH
           END-IF.

      *> Overtime is compared as the daily figure the detail carries,
      *> so a longer period does not read as more overtime.
       3500-CHECK-NORMS.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RT-COUNT
               IF WS-RT-HIST-COUNT(RT-IDX) >= WS-NORM-MIN-PAYMENTS
                   PERFORM 3600-CHECK-ONE-NORM
               END-IF
           END-PERFORM.

       3600-CHECK-ONE-NORM.
           COMPUTE WS-AVG-NET ROUNDED =
               WS-RT-HIST-NET(RT-IDX) / WS-RT-HIST-COUNT(RT-IDX).
           COMPUTE WS-AVG-OT ROUNDED =
               WS-RT-HIST-OT(RT-IDX) / WS-RT-HIST-COUNT(RT-IDX).
           MOVE WS-RT-HIST-COUNT(RT-IDX) TO WS-ED-COUNT.
           COMPUTE WS-NET-LIMIT ROUNDED = WS-AVG-NET * WS-NET-FACTOR.
           IF WS-RT-NET(RT-IDX) > WS-NET-LIMIT
               MOVE WS-RT-NET(RT-IDX) TO WS-ED-AMOUNT
               MOVE WS-AVG-NET        TO WS-ED-AMOUNT-2
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "NET" WS-ED-AMOUNT " AGAINST AVERAGE"
                       WS-ED-AMOUNT-2 " OVER" WS-ED-COUNT
                       " PAYMENTS"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               SET WS-KIND-NET-ABOVE-NORM TO TRUE
               PERFORM 7000-RECORD-FINDING
           END-IF.
           COMPUTE WS-OT-LIMIT ROUNDED = WS-AVG-OT * WS-OT-FACTOR.
           IF WS-RT-OT-HOURS(RT-IDX) > WS-OT-LIMIT
                   AND WS-RT-OT-HOURS(RT-IDX) - WS-AVG-OT
                       >= WS-OT-MIN-EXCESS
               MOVE WS-RT-OT-HOURS(RT-IDX) TO WS-ED-HOURS
               MOVE WS-AVG-OT              TO WS-ED-HOURS-2
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "OT" WS-ED-HOURS " HRS/DAY AGAINST AVERAGE"
                       WS-ED-HOURS-2 " OVER" WS-ED-COUNT
                       " PAYMENTS"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               SET WS-KIND-OT-ABOVE-NORM TO TRUE
               PERFORM 7000-RECORD-FINDING
           END-IF.

      *> The permanent change trail, oldest first. The operator who
      *> added an employee is remembered whenever the add was; only
      *> changes on or after the window start are findings.
       4000-SCAN-MAINT-AUDIT.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF NOT WS-AUD-OK
               DISPLAY "MAINT-AUDIT-FILE NOT AVAILABLE, STATUS "
                   WS-AUD-STATUS " - CHANGE TRAIL NOT CHECKED"
           ELSE
               MOVE "Y" TO WS-AUDIT-READ
               PERFORM UNTIL WS-AUD-STATUS = "10"
                   READ MAINT-AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE AUD-FILE-ID
                               WHEN "E"
                                   PERFORM 4100-CHECK-EMPLOYEE-CHANGE
                               WHEN "J"
                                   PERFORM 4200-CHECK-JOB-RATE-CHANGE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF.

      *> A rate change is reported over a job or institution move
      *> on the same change, since it is the one that moves money.
       4100-CHECK-EMPLOYEE-CHANGE.
           MOVE "N" TO WS-RT-FOUND.
           SET RT-IDX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RT-WHO(RT-IDX) = AUD-KEY(1:20)
                   MOVE "Y" TO WS-RT-FOUND
           END-SEARCH.
           IF WS-RT-FOUND = "Y"
               IF AUD-ACTION = "A"
                   MOVE AUD-OPERATOR TO WS-RT-ADDED-BY(RT-IDX)
               END-IF
               IF AUD-ACTION = "C" AND AUD-DATE >= WS-WINDOW-START
                   PERFORM 4150-CHECK-EMPLOYEE-IMAGES
               END-IF
           END-IF.

       4150-CHECK-EMPLOYEE-IMAGES.
           MOVE AUD-BEFORE-IMAGE TO WS-AUD-EMP-BEFORE.
           MOVE AUD-AFTER-IMAGE  TO WS-AUD-EMP-AFTER.
           MOVE SPACES TO WS-FINDING-DETAIL.
           IF WS-AEB-RATE NOT = WS-AEA-RATE
               STRING "RATE " WS-AEB-RATE " TO " WS-AEA-RATE
                       " ON " AUD-DATE " BY " AUD-OPERATOR
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
           ELSE
               IF WS-AEB-JOB NOT = WS-AEA-JOB
                       OR WS-AEB-WHERE NOT = WS-AEA-WHERE
                   STRING "JOB OR INSTITUTION CHANGED ON " AUD-DATE
                           " BY " AUD-OPERATOR
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               END-IF
           END-IF.
           IF WS-FINDING-DETAIL NOT = SPACES
               SET WS-KIND-RATE-CHANGED TO TRUE
               PERFORM 7000-RECORD-FINDING
           END-IF.
           IF WS-RT-ADDED-BY(RT-IDX) NOT = SPACES
                   AND AUD-OPERATOR = WS-RT-ADDED-BY(RT-IDX)
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "CHANGED ON " AUD-DATE " BY " AUD-OPERATOR
                       ", THE OPERATOR WHO ADDED THE EMPLOYEE"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               SET WS-KIND-SAME-OPERATOR TO TRUE
               PERFORM 7000-RECORD-FINDING
           END-IF.

      *> A new dated rate row, or a changed standard rate on an
      *> existing one, inside the window - raised against every
      *> employee paid on that JOB/WHERE in the run.
       4200-CHECK-JOB-RATE-CHANGE.
           MOVE "N" TO WS-JR-CHANGED.
           IF AUD-DATE >= WS-WINDOW-START
               MOVE AUD-BEFORE-IMAGE TO WS-AUD-JR-BEFORE
               MOVE AUD-AFTER-IMAGE  TO WS-AUD-JR-AFTER
               IF WS-AJA-STD-RATE NUMERIC
                   MOVE WS-AJA-STD-RATE TO WS-ED-RATE-2
                   EVALUATE TRUE
                       WHEN AUD-ACTION = "A"
                           MOVE "Y" TO WS-JR-CHANGED
                           MOVE SPACES TO WS-FINDING-DETAIL
                           STRING "NEW JOB RATE ROW, STD RATE"
                                   WS-ED-RATE-2 ", ON " AUD-DATE
                                   " BY " AUD-OPERATOR
                               DELIMITED BY SIZE
                               INTO WS-FINDING-DETAIL
                       WHEN AUD-ACTION = "C"
                               AND WS-AJB-STD-RATE NUMERIC
                           IF WS-AJB-STD-RATE NOT = WS-AJA-STD-RATE
                               MOVE "Y" TO WS-JR-CHANGED
                               MOVE WS-AJB-STD-RATE TO WS-ED-RATE
                               MOVE SPACES TO WS-FINDING-DETAIL
                               STRING "JOB STD RATE" WS-ED-RATE
                                       " TO" WS-ED-RATE-2 " ON "
                                       AUD-DATE " BY " AUD-OPERATOR
                                   DELIMITED BY SIZE
                                   INTO WS-FINDING-DETAIL
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-JR-CHANGED = "Y"
               SET WS-KIND-JOB-RATE-CHANGED TO TRUE
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > WS-RT-COUNT
                   IF WS-RT-JOB(RT-IDX) = AUD-KEY(1:20)
                           AND WS-RT-WHERE(RT-IDX) = AUD-KEY(21:20)
                       PERFORM 7000-RECORD-FINDING
                   END-IF
               END-PERFORM
           END-IF.

      *> Bank details are not keyed through MASTER-MAINTENANCE, so
      *> the change evidence for an account is its prenote state on
      *> the master itself (see bank-account-record.cpy). Every leg
      *> also goes to the account work file for the shared-account
      *> check, whether or not its WHO was paid in this run.
       5000-SCAN-BANK-ACCOUNTS.
           OPEN INPUT BANK-ACCOUNT-MASTER.
           IF NOT WS-BA-OK
               DISPLAY "BANK-ACCOUNT-MASTER NOT AVAILABLE, STATUS "
                   WS-BA-STATUS " - ACCOUNTS NOT CHECKED"
           ELSE
               MOVE "Y" TO WS-BANK-READ
               OPEN OUTPUT ACCOUNT-WORK-FILE
               IF NOT WS-AW-OK
                   DISPLAY "UNABLE TO OPEN AUDIT-ACCOUNT-WORK, "
                       "STATUS " WS-AW-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-BA-STATUS = "10"
                   READ BANK-ACCOUNT-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 5100-CHECK-BANK-ROW
                   END-READ
               END-PERFORM
               CLOSE BANK-ACCOUNT-MASTER
               CLOSE ACCOUNT-WORK-FILE
               PERFORM 5300-FIND-SHARED-ACCOUNTS
           END-IF.

       5100-CHECK-BANK-ROW.
           MOVE "N" TO WS-RT-FOUND.
           SET RT-IDX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RT-WHO(RT-IDX) = BA-WHO
                   MOVE "Y" TO WS-RT-FOUND
           END-SEARCH.
           IF BA-ROUTING-NBR NUMERIC AND BA-ROUTING-NBR > 0
               MOVE BA-ROUTING-NBR TO AW-ROUTING-NBR
               MOVE BA-ACCOUNT-NBR TO AW-ACCOUNT-NBR
               MOVE BA-WHO         TO AW-WHO
               WRITE ACCOUNT-WORK-RECORD
               IF WS-RT-FOUND = "Y"
                   MOVE "PRIMARY"           TO WS-BK-LEG
                   MOVE BA-ROUTING-NBR      TO WS-BK-ROUTING
                   MOVE BA-ACCOUNT-NBR      TO WS-BK-ACCOUNT
                   MOVE BA-PRENOTE-STATUS   TO WS-BK-PN-STATUS
                   MOVE BA-PRENOTED-ACCOUNT TO WS-BK-PN-ACCOUNT
                   IF BA-PRENOTE-DATE NUMERIC
                       MOVE BA-PRENOTE-DATE TO WS-BK-PN-DATE
                   ELSE
                       MOVE 0 TO WS-BK-PN-DATE
                   END-IF
                   IF BA-PRENOTED-ROUTING NUMERIC
                       MOVE BA-PRENOTED-ROUTING TO WS-BK-PN-ROUTING
                   ELSE
                       MOVE 0 TO WS-BK-PN-ROUTING
                   END-IF
                   PERFORM 5200-CHECK-ACCOUNT-CHANGE
               END-IF
           END-IF.
           IF BA-ROUTING-NBR-2 NUMERIC AND BA-ROUTING-NBR-2 > 0
               MOVE BA-ROUTING-NBR-2 TO AW-ROUTING-NBR
               MOVE BA-ACCOUNT-NBR-2 TO AW-ACCOUNT-NBR
               MOVE BA-WHO           TO AW-WHO
               WRITE ACCOUNT-WORK-RECORD
               IF WS-RT-FOUND = "Y"
                   MOVE "SPLIT"               TO WS-BK-LEG
                   MOVE BA-ROUTING-NBR-2      TO WS-BK-ROUTING
                   MOVE BA-ACCOUNT-NBR-2      TO WS-BK-ACCOUNT
                   MOVE BA-PRENOTE-STATUS-2   TO WS-BK-PN-STATUS
                   MOVE BA-PRENOTED-ACCOUNT-2 TO WS-BK-PN-ACCOUNT
                   IF BA-PRENOTE-DATE-2 NUMERIC
                       MOVE BA-PRENOTE-DATE-2 TO WS-BK-PN-DATE
                   ELSE
                       MOVE 0 TO WS-BK-PN-DATE
                   END-IF
                   IF BA-PRENOTED-ROUTING-2 NUMERIC
                       MOVE BA-PRENOTED-ROUTING-2 TO WS-BK-PN-ROUTING
                   ELSE
                       MOVE 0 TO WS-BK-PN-ROUTING
                   END-IF
                   PERFORM 5200-CHECK-ACCOUNT-CHANGE
               END-IF
           END-IF.

      *> An account differing from the one last prenoted was changed
      *> since the last extract; a pending prenote is a new or
      *> changed account whose first deposit is coming; an account
      *> that went live inside the window has only just started
      *> taking deposits. A row never yet prenoted is paid by check
      *> this run and is not a finding.
       5200-CHECK-ACCOUNT-CHANGE.
           MOVE SPACES TO WS-FINDING-DETAIL.
           EVALUATE TRUE
               WHEN WS-BK-PN-ROUTING > 0
                       AND (WS-BK-ROUTING NOT = WS-BK-PN-ROUTING
                           OR WS-BK-ACCOUNT NOT = WS-BK-PN-ACCOUNT)
                   STRING WS-BK-LEG " ACCOUNT CHANGED SINCE ITS "
                           "LAST PRENOTE ON " WS-BK-PN-DATE
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               WHEN WS-BK-PN-STATUS = "P"
                   STRING WS-BK-LEG " ACCOUNT PRENOTED "
                           WS-BK-PN-DATE ", FIRST DEPOSIT PENDING"
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               WHEN WS-BK-PN-STATUS = "A"
                       AND WS-BK-PN-DATE >= WS-WINDOW-START
                   STRING WS-BK-LEG " ACCOUNT WENT LIVE "
                           WS-BK-PN-DATE
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-FINDING-DETAIL NOT = SPACES
               SET WS-KIND-BANK-CHANGED TO TRUE
               PERFORM 7000-RECORD-FINDING
           END-IF.

       5300-FIND-SHARED-ACCOUNTS.
           SORT ACCOUNT-SORT-FILE
               ON ASCENDING KEY ASR-ROUTING-NBR ASR-ACCOUNT-NBR
                                ASR-WHO
               USING ACCOUNT-WORK-FILE
               GIVING ACCOUNT-SORTED.
           OPEN INPUT ACCOUNT-SORTED.
           IF NOT WS-AS-OK
               DISPLAY "UNABLE TO OPEN AUDIT-ACCOUNT-SORTED, STATUS "
                   WS-AS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SG-ACTIVE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 5310-READ-SORTED-ACCOUNT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-SG-ACTIVE = "Y"
               PERFORM 5400-CLOSE-ACCOUNT-GROUP
           END-IF.
           CLOSE ACCOUNT-SORTED.

      *> One WHO with the same account on both legs is one holder;
      *> the count is of distinct WHOs.
       5310-READ-SORTED-ACCOUNT.
           READ ACCOUNT-SORTED
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   IF WS-SG-ACTIVE = "Y"
                           AND (AS-ROUTING-NBR NOT = WS-SG-ROUTING
                               OR AS-ACCOUNT-NBR NOT = WS-SG-ACCOUNT)
                       PERFORM 5400-CLOSE-ACCOUNT-GROUP
                   END-IF
                   IF WS-SG-ACTIVE = "N"
                       MOVE AS-ROUTING-NBR TO WS-SG-ROUTING
                       MOVE AS-ACCOUNT-NBR TO WS-SG-ACCOUNT
                       MOVE 0      TO WS-SG-COUNT
                       MOVE SPACES TO WS-SG-LAST-WHO
                       MOVE "Y"    TO WS-SG-ACTIVE
                   END-IF
                   IF AS-WHO NOT = WS-SG-LAST-WHO
                       ADD 1 TO WS-SG-COUNT
                       IF WS-SG-COUNT <= 100
                           SET SG-IDX TO WS-SG-COUNT
                           MOVE AS-WHO TO WS-SG-WHO(SG-IDX)
                       END-IF
                       MOVE AS-WHO TO WS-SG-LAST-WHO
                   END-IF
           END-READ.

       5400-CLOSE-ACCOUNT-GROUP.
           IF WS-SG-COUNT > 1
               ADD 1 TO WS-SHARED-ACCOUNTS
               IF WS-SG-COUNT > 100
                   DISPLAY "ROUTING " WS-SG-ROUTING " ACCOUNT "
                       WS-SG-ACCOUNT " PAYS " WS-SG-COUNT
                       " EMPLOYEES - ONLY THE FIRST 100 ARE FLAGGED"
               END-IF
               MOVE WS-SG-COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING "ROUTING " WS-SG-ROUTING " ACCOUNT "
                       WS-SG-ACCOUNT " PAYS" WS-ED-COUNT
                       " EMPLOYEES"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               SET WS-KIND-SHARED-ACCOUNT TO TRUE
               PERFORM VARYING SG-IDX FROM 1 BY 1
                       UNTIL SG-IDX > WS-SG-COUNT OR SG-IDX > 100
                   PERFORM 5410-FLAG-ACCOUNT-HOLDER
               END-PERFORM
           END-IF.
           MOVE "N" TO WS-SG-ACTIVE.

       5410-FLAG-ACCOUNT-HOLDER.
           SET RT-IDX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RT-WHO(RT-IDX) = WS-SG-WHO(SG-IDX)
                   PERFORM 7000-RECORD-FINDING
           END-SEARCH.

      *> Every finding is restamped with its employee's final score
      *> and sorted highest score first; within an employee the
      *> heaviest findings lead, in the order they were raised.
       6000-RANK-AND-REPORT.
           CLOSE FINDING-WORK-FILE.
           OPEN INPUT FINDING-WORK-FILE.
           IF NOT WS-FW-OK
               DISPLAY "UNABLE TO REOPEN AUDIT-FINDING-WORK, STATUS "
                   WS-FW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RANK-WORK-FILE.
           IF NOT WS-RW-OK
               DISPLAY "UNABLE TO OPEN AUDIT-RANK-WORK, STATUS "
                   WS-RW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FW-STATUS = "10"
               READ FINDING-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 6100-WRITE-RANK-WORK
               END-READ
           END-PERFORM.
           CLOSE FINDING-WORK-FILE.
           CLOSE RANK-WORK-FILE.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RSR-SCORE
               ON ASCENDING KEY RSR-WHO
               ON DESCENDING KEY RSR-WEIGHT
               ON ASCENDING KEY RSR-SEQ
               USING RANK-WORK-FILE
               GIVING RANK-SORTED.
           OPEN INPUT RANK-SORTED.
           IF NOT WS-RS-OK
               DISPLAY "UNABLE TO OPEN AUDIT-RANK-SORTED, STATUS "
                   WS-RS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 6200-READ-RANKED-FINDING
               UNTIL WS-SORT-EOF = "Y".
           CLOSE RANK-SORTED.

       6100-WRITE-RANK-WORK.
           SET RT-IDX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RT-WHO(RT-IDX) = FW-WHO
                   MOVE WS-RT-SCORE(RT-IDX)  TO RW-SCORE
                   MOVE FW-WHO               TO RW-WHO
                   MOVE WS-KIND-WEIGHT(FW-KIND) TO RW-WEIGHT
                   MOVE FW-SEQ               TO RW-SEQ
                   MOVE WS-KIND-CODE(FW-KIND) TO RW-CODE
                   MOVE FW-DETAIL            TO RW-DETAIL
                   MOVE WS-RT-WHERE(RT-IDX)  TO RW-WHERE
                   MOVE WS-RT-NET(RT-IDX)    TO RW-NET
                   IF WS-RT-SCORE(RT-IDX) >= WS-HOLD-SCORE
                           AND WS-RT-NET(RT-IDX) > 0
                       MOVE "Y" TO RW-HOLD
                   ELSE
                       MOVE "N" TO RW-HOLD
                   END-IF
                   WRITE RANK-WORK-RECORD
           END-SEARCH.

       6200-READ-RANKED-FINDING.
           READ RANK-SORTED
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   IF RS-WHO NOT = WS-LAST-RANKED-WHO
                       PERFORM 6300-WRITE-EMPLOYEE-LINE
                   END-IF
                   MOVE RS-CODE   TO WS-RF-CODE
                   MOVE RS-WEIGHT TO WS-RF-WEIGHT
                   MOVE RS-DETAIL TO WS-RF-DETAIL
                   MOVE WS-RPT-FINDING TO REPORT-LINE
                   WRITE REPORT-LINE
           END-READ.

       6300-WRITE-EMPLOYEE-LINE.
           ADD 1 TO WS-RANK.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE RS-WHO TO WS-LAST-RANKED-WHO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RANK  TO WS-RE-RANK.
           MOVE RS-WHO   TO WS-RE-WHO.
           MOVE RS-WHERE TO WS-RE-WHERE.
           MOVE RS-NET   TO WS-RE-NET.
           MOVE RS-SCORE TO WS-RE-SCORE.
           IF RS-HOLD = "Y"
               MOVE "HOLD"   TO WS-RE-ACTION
           ELSE
               MOVE "REVIEW" TO WS-RE-ACTION
           END-IF.
           MOVE WS-RPT-EMPLOYEE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> Rewritten whole every run, in payment order, so the file
      *> PAYMENT-EXTRACT reads is always this review's.
       6500-WRITE-HOLDS.
           OPEN OUTPUT PAYMENT-HOLD-FILE.
           IF NOT WS-HLD-OK
               DISPLAY "UNABLE TO OPEN PAYMENT-HOLD, STATUS "
                   WS-HLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RT-COUNT
               IF WS-RT-SCORE(RT-IDX) >= WS-HOLD-SCORE
                       AND WS-RT-NET(RT-IDX) > 0
                   PERFORM 6510-WRITE-HOLD
               END-IF
           END-PERFORM.
           CLOSE PAYMENT-HOLD-FILE.

       6510-WRITE-HOLD.
           MOVE 0 TO WS-TOP-KIND.
           PERFORM VARYING KD-IDX FROM 12 BY -1
                   UNTIL KD-IDX < 1
               IF WS-RT-SEEN(RT-IDX, KD-IDX) = "Y"
                   SET WS-TOP-KIND TO KD-IDX
               END-IF
           END-PERFORM.
           MOVE WS-RT-WHO(RT-IDX)   TO HLD-WHO.
           MOVE WS-PERIOD-ID        TO HLD-PERIOD-ID.
           MOVE WS-RUN-SEQ          TO HLD-RUN-SEQ.
           MOVE WS-RT-SCORE(RT-IDX) TO HLD-SCORE.
           MOVE WS-KIND-CODE(WS-TOP-KIND) TO HLD-TOP-FINDING.
           MOVE WS-RT-NET(RT-IDX)   TO HLD-NET-PAY.
           WRITE PAYMENT-HOLD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-RT-NET(RT-IDX) TO WS-HELD-NET.

      *> The kind in WS-KIND against the employee at RT-IDX, with
      *> the text in WS-FINDING-DETAIL. The weight counts toward the
      *> score only the first time the kind is raised for them.
       7000-RECORD-FINDING.
           ADD 1 TO WS-FINDING-SEQ.
           ADD 1 TO WS-FINDING-COUNT.
           MOVE WS-FINDING-SEQ    TO FW-SEQ.
           MOVE WS-RT-WHO(RT-IDX) TO FW-WHO.
           MOVE WS-KIND           TO FW-KIND.
           MOVE WS-FINDING-DETAIL TO FW-DETAIL.
           WRITE FINDING-WORK-RECORD.
           IF WS-RT-SEEN(RT-IDX, WS-KIND) = "N"
               MOVE "Y" TO WS-RT-SEEN(RT-IDX, WS-KIND)
               ADD WS-KIND-WEIGHT(WS-KIND) TO WS-RT-SCORE(RT-IDX)
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-RT-TOTAL-AMOUNT.
           MOVE "PAYMENTS REVIEWED" TO WS-RT-LABEL.
           MOVE WS-RT-COUNT TO WS-RT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPLOYEES FLAGGED" TO WS-RT-LABEL.
           MOVE WS-FLAGGED-COUNT TO WS-RT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FINDINGS RAISED" TO WS-RT-LABEL.
           MOVE WS-FINDING-COUNT TO WS-RT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SHARED DEPOSIT ACCOUNTS" TO WS-RT-LABEL.
           MOVE WS-SHARED-ACCOUNTS TO WS-RT-TOTAL-COUNT.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PAYMENTS HELD / NET HELD" TO WS-RT-LABEL.
           MOVE WS-HELD-COUNT TO WS-RT-TOTAL-COUNT.
           MOVE WS-HELD-NET   TO WS-RT-TOTAL-AMOUNT.
           MOVE WS-RPT-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RT-COUNT > 0
               IF WS-HISTORY-READ = "N"
                   MOVE "NO PAYROLL-HISTORY - PAY NORMS NOT CHECKED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-AUDIT-READ = "N"
                   MOVE "NO MAINT-AUDIT-FILE - CHANGES NOT CHECKED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-BANK-READ = "N"
                   MOVE "NO BANK-ACCOUNT-MASTER - ACCOUNTS UNCHECKED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           CLOSE AUDIT-REPORT.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           MOVE WS-FLAGGED-COUNT TO WS-LOG-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE WS-HELD-NET TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           DISPLAY "PAYROLL-AUDIT COMPLETE: " WS-RT-COUNT
               " PAYMENTS REVIEWED, " WS-FLAGGED-COUNT
               " EMPLOYEES FLAGGED, " WS-HELD-COUNT " HELD".
           IF WS-FINDING-COUNT > 0 OR WS-ALREADY-EXTRACTED = "Y"
               DISPLAY "SEE PAYROLL-AUDIT-REPORT BEFORE RELEASING "
                   "THE PAYMENT EXTRACT"
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
           MOVE "PAYROLL-AUDIT" TO JRL-PROGRAM.
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
