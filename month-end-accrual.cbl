       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-ACCRUAL.
      *> Month-end close for payroll: the biweekly and semi-monthly
      *> periods straddle month end, so GL-POSTING-EXTRACT books
      *> wages in the month they are paid, and the vacation carried
      *> on the leave master never reaches the balance sheet at all.
      *> Takes the month-end date from the ACCRUAL-CONTROL card and
      *> works out from PAY-PERIOD-CALENDAR the worked days between
      *> the end of the last paid (closed) period and month end -
      *> each unpaid period contributing its paid-day multiplier
      *> prorated by calendar days, the same proration the run
      *> applies to a mid-period hire or termination. Each employee
      *> is priced at the JOB-RATE-TABLE rate in effect at month end
      *> (the run's typed-rate override honored) on the daily
      *> regular and overtime hours of their most recent payment in
      *> PAYROLL-HISTORY, and their whole LB-VAC-BALANCE is valued at
      *> the same effective rate. Summarizes by cost center (WHERE)
      *> through the work-file sort-and-control-break pattern into
      *> accrual journal entries dated month end plus the reversing
      *> entries dated the first of the next month, on their own
      *> ACCRUAL-GL-EXTRACT in the GL import layout (the run's
      *> extract and its balancing stay untouched), and prints the
      *> supporting schedule for the auditors. Runs between payrolls
      *> with the last run's generations already promoted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO "ACCRUAL-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.

           SELECT PAY-PERIOD-CALENDAR ASSIGN TO "PAY-PERIOD-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT JOB-RATE-MASTER ASSIGN TO "JOB-RATE-TABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

      *> The current leave balances - the generation the next run
      *> will read, in the same WHO order as EMPLOYEE-MASTER.
           SELECT LEAVE-BALANCE-OLD ASSIGN TO "LEAVE-BALANCE-OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.

      *> The archive is in run order; a sorted copy by WHO and
      *> period lets it be matched against EMPLOYEE-MASTER.
           SELECT PAYROLL-HISTORY ASSIGN TO "PAYROLL-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT HISTORY-SORT-FILE ASSIGN TO "ACCRUAL-HIST-SORT-WORK".

           SELECT HISTORY-SORTED ASSIGN TO "ACCRUAL-HISTORY-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.

           SELECT ACCRUAL-WORK-FILE ASSIGN TO "ACCRUAL-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AW-STATUS.

           SELECT ACCRUAL-SORT-FILE ASSIGN TO "ACCRUAL-SORT-WORK".

           SELECT ACCRUAL-WORK-SORTED ASSIGN TO "ACCRUAL-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.

           SELECT ACCRUAL-GL-FILE ASSIGN TO "ACCRUAL-GL-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT ACCRUAL-SCHEDULE ASSIGN TO "ACCRUAL-SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *> Shared job-run log - START/END with the employee count and
      *> accrued wages, under the period month end falls in.
           SELECT JOB-RUN-LOG ASSIGN TO "JOB-RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-CONTROL-FILE.
       COPY "accrual-control-record.cpy".

       FD  PAY-PERIOD-CALENDAR.
       COPY "pay-period-calendar.cpy".

       FD  JOB-RATE-MASTER.
       COPY "job-rate-record.cpy".

       FD  EMPLOYEE-MASTER.
       COPY "employee-record.cpy".

       FD  LEAVE-BALANCE-OLD.
       COPY "leave-balance-record.cpy".

       FD  PAYROLL-HISTORY.
       01  PAYROLL-HISTORY-RECORD  PIC X(234).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  HSR-WHO             PIC X(20).
           05  FILLER              PIC X(142).
           05  HSR-PERIOD-ID       PIC X(06).
           05  FILLER              PIC X(64).
           05  HSR-RUN-SEQ         PIC X(02).

       FD  HISTORY-SORTED.
       COPY "payroll-detail.cpy".

      *> One priced record per employee, keyed for the WHERE break.
       FD  ACCRUAL-WORK-FILE.
       01  ACCRUAL-WORK-RECORD.
           05  AW-WHERE            PIC X(20).
           05  AW-WHO              PIC X(20).
           05  AW-EFF-RATE         PIC 9(5)V99.
           05  AW-DAY-HOURS        PIC 9(3)V99.
           05  AW-DAYS             PIC 9(3)V99.
           05  AW-WAGES            PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  AW-VAC-HOURS        PIC S9(4)V99
                                   SIGN IS LEADING SEPARATE.
           05  AW-VAC-VALUE        PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  AW-NOTE             PIC X(12).

       SD  ACCRUAL-SORT-FILE.
       01  ACCRUAL-SORT-RECORD.
           05  ASR-WHERE           PIC X(20).
           05  ASR-WHO             PIC X(20).
           05  FILLER              PIC X(56).

       FD  ACCRUAL-WORK-SORTED.
       01  ACCRUAL-SORTED-RECORD.
           05  AS-WHERE            PIC X(20).
           05  AS-WHO              PIC X(20).
           05  AS-EFF-RATE         PIC 9(5)V99.
           05  AS-DAY-HOURS        PIC 9(3)V99.
           05  AS-DAYS             PIC 9(3)V99.
           05  AS-WAGES            PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  AS-VAC-HOURS        PIC S9(4)V99
                                   SIGN IS LEADING SEPARATE.
           05  AS-VAC-VALUE        PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  AS-NOTE             PIC X(12).

       FD  ACCRUAL-GL-FILE.
       COPY "gl-posting-record.cpy".

       FD  ACCRUAL-SCHEDULE.
       01  REPORT-LINE             PIC X(132).

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AC-STATUS        PIC X(02).
           88  WS-AC-OK                VALUE "00".
       01  WS-CAL-STATUS       PIC X(02).
           88  WS-CAL-OK               VALUE "00".
       01  WS-JR-STATUS        PIC X(02).
           88  WS-JR-OK                VALUE "00".
       01  WS-EMP-STATUS       PIC X(02).
           88  WS-EMP-OK               VALUE "00".
       01  WS-LB-STATUS        PIC X(02).
           88  WS-LB-OK                VALUE "00".
       01  WS-PH-STATUS        PIC X(02).
           88  WS-PH-OK                VALUE "00".
       01  WS-HS-STATUS        PIC X(02).
           88  WS-HS-OK                VALUE "00".
       01  WS-AW-STATUS        PIC X(02).
           88  WS-AW-OK                VALUE "00".
       01  WS-AS-STATUS        PIC X(02).
           88  WS-AS-OK                VALUE "00".
       01  WS-GL-STATUS        PIC X(02).
           88  WS-GL-OK                VALUE "00".
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
       01  WS-LOG-PERIOD       PIC X(06)       VALUE SPACES.

       01  WS-EMP-EOF          PIC X(01)       VALUE "N".
           88  WS-END-OF-EMPLOYEES             VALUE "Y".
       01  WS-HS-EOF           PIC X(01)       VALUE "N".
       01  WS-LB-EOF           PIC X(01)       VALUE "N".
       01  WS-SORT-EOF         PIC X(01)       VALUE "N".

      *> The month being closed and the dates the entries carry.
       01  WS-MONTH-END        PIC 9(8)        VALUE 0.
       01  WS-REVERSE-DATE     PIC 9(8)        VALUE 0.
       01  WS-REVERSE-DATE-R REDEFINES WS-REVERSE-DATE.
           05  WS-RV-YEAR          PIC 9(4).
           05  WS-RV-MONTH         PIC 9(2).
           05  WS-RV-DAY           PIC 9(2).
       01  WS-DATE-INT         PIC 9(7).

      *> The unpaid window: the day after the last closed period
      *> ended through month end. A window starting after month end
      *> means the period covering month end is already paid and
      *> only the vacation liability is booked.
       01  WS-LAST-PAID-ID     PIC X(06)       VALUE SPACES.
       01  WS-LAST-PAID-END    PIC 9(8)        VALUE 0.
       01  WS-WINDOW-START     PIC 9(8)        VALUE 0.
       01  WS-WINDOW-DAYS      PIC 9(4)        VALUE 0.
       01  WS-COVERED-DAYS     PIC 9(4)        VALUE 0.
       01  WS-ACCRUAL-PERIOD   PIC X(06)       VALUE SPACES.

       01  WS-CAL-COUNT        PIC 9(3)        VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 120 TIMES INDEXED BY CAL-IDX.
               10  WS-C-ID             PIC X(06).
               10  WS-C-START          PIC 9(8).
               10  WS-C-END            PIC 9(8).
               10  WS-C-DAYS           PIC 9(2).
               10  WS-C-STATUS         PIC X(01).

      *> Overlap of one employee's unpaid span with one period.
       01  WS-EW-START         PIC 9(8).
       01  WS-EW-END           PIC 9(8).
       01  WS-OV-START         PIC 9(8).
       01  WS-OV-END           PIC 9(8).
       01  WS-OV-CAL-DAYS      PIC 9(4).
       01  WS-PERIOD-CAL-DAYS  PIC 9(4).

      *> Every dated rate row - the rate at month end is the latest
      *> row for the JOB/WHERE dated on or before it, the run's own
      *> 2040 lookup. Overflow refuses the run: a dropped row would
      *> misprice the accrual silently.
       01  WS-JR-BEST-IDX      PIC 9(4)        VALUE 0.
       01  WS-JR-COUNT         PIC 9(4)        VALUE 0.
       01  WS-JR-TABLE.
           05  WS-JR-ENTRY OCCURS 500 TIMES INDEXED BY JR-IDX.
               10  WS-JR-JOB           PIC X(20).
               10  WS-JR-WHERE         PIC X(20).
               10  WS-JR-STD-RATE      PIC 9(3)V99.
               10  WS-JR-SHIFT-PCT     PIC 9(3)V99.
               10  WS-JR-EFF-DATE      PIC 9(8).

      *> The employee's most recent live payment: the daily hours
      *> pattern the accrued days are priced on, and the rate to
      *> fall back on when the JOB/WHERE has no rate row.
       01  WS-HIST-FOUND       PIC X(01).
       01  WS-H-REG-HOURS      PIC S9(3)V99.
       01  WS-H-OT-HOURS       PIC S9(3)V99.
       01  WS-H-RATE           PIC 9(3)V99.
       01  WS-H-SHIFT-PCT      PIC 9(3)V99.

       01  WS-LB-OPEN          PIC X(01)       VALUE "N".
       01  WS-LB-FOUND         PIC X(01).
       01  WS-VAC-BALANCE      PIC S9(4)V99.

      *> Pricing scratch for one employee.
       01  WS-BASE-RATE        PIC 9(3)V99.
       01  WS-SHIFT-PCT        PIC 9(3)V99.
       01  WS-EFFECTIVE-RATE   PIC 9(5)V99.
       01  WS-OT-RATE          PIC 9(5)V99.
       01  WS-DAY-REG-HOURS    PIC S9(3)V99.
       01  WS-DAY-OT-HOURS     PIC S9(3)V99.
       01  WS-EMP-DAYS         PIC 9(3)V99.
       01  WS-NOTE             PIC X(12).

       01  WS-PRICED-COUNT     PIC 9(6)        VALUE 0.
       01  WS-NOT-HIRED-COUNT  PIC 9(6)        VALUE 0.
       01  WS-UNPRICED-COUNT   PIC 9(6)        VALUE 0.
       01  WS-ORPHAN-LB-COUNT  PIC 9(6)        VALUE 0.

      *> Current WHERE group and the grand rollup.
       01  WS-GRP-ACTIVE       PIC X(01)       VALUE "N".
       01  WS-GRP-WHERE        PIC X(20).
       01  WS-GRP-WAGES        PIC S9(9)V99.
       01  WS-GRP-VAC-HOURS    PIC S9(7)V99.
       01  WS-GRP-VAC-VALUE    PIC S9(9)V99.
       01  WS-GT-WAGES         PIC S9(9)V99    VALUE 0.
       01  WS-GT-VAC-HOURS     PIC S9(7)V99    VALUE 0.
       01  WS-GT-VAC-VALUE     PIC S9(9)V99    VALUE 0.

       01  WS-RPT-TITLE        PIC X(50)       VALUE
           "MONTH-END ACCRUED WAGES AND VACATION LIABILITY".
       01  WS-PARM-LINE-1.
           05  FILLER  PIC X(12)   VALUE "MONTH ENDED ".
           05  WS-PL-MONTH-END     PIC 9(8).
           05  FILLER  PIC X(20)   VALUE "   LAST PAID PERIOD ".
           05  WS-PL-LAST-ID       PIC X(06).
           05  FILLER  PIC X(07)   VALUE " ENDED ".
           05  WS-PL-LAST-END      PIC 9(8).
           05  FILLER  PIC X(21)   VALUE "   REVERSING ENTRIES ".
           05  WS-PL-REVERSE       PIC 9(8).
       01  WS-PARM-LINE-2.
           05  FILLER  PIC X(20)   VALUE "UNPAID WORKED DAYS ".
           05  WS-PL-WINDOW-START  PIC 9(8).
           05  FILLER  PIC X(04)   VALUE " TO ".
           05  WS-PL-WINDOW-END    PIC 9(8).
           05  FILLER  PIC X(12)   VALUE "   PERIOD ".
           05  WS-PL-PERIOD        PIC X(06).
       01  WS-NO-WINDOW-LINE.
           05  FILLER  PIC X(26)   VALUE "NO UNPAID WORKED DAYS - ".
           05  FILLER  PIC X(38)   VALUE
               "PERIOD COVERING MONTH END ALREADY PAID".
       01  WS-RPT-HEADINGS.
           05  FILLER  PIC X(22)   VALUE "EMPLOYEE".
           05  FILLER  PIC X(22)   VALUE "COST CENTER".
           05  FILLER  PIC X(10)   VALUE " EFF RATE".
           05  FILLER  PIC X(08)   VALUE "DAY HRS".
           05  FILLER  PIC X(08)   VALUE "  DAYS".
           05  FILLER  PIC X(15)   VALUE " ACCRUED WAGES".
           05  FILLER  PIC X(13)   VALUE "    VAC HRS".
           05  FILLER  PIC X(15)   VALUE "    VAC VALUE".
           05  FILLER  PIC X(12)   VALUE "NOTE".

       01  WS-RPT-DETAIL.
           05  WS-RD-WHO           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-WHERE         PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-EFF-RATE      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RD-DAY-HOURS     PIC ZZ9.99.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-DAYS          PIC ZZ9.99.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-WAGES         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-VAC-HOURS     PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-VAC-VALUE     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-NOTE          PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PRICE-EMPLOYEES
               UNTIL WS-END-OF-EMPLOYEES.
           PERFORM 3000-SORT-AND-POST.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-CONTROL-CARD.
           PERFORM 1200-LOAD-CALENDAR.
           PERFORM 1250-LOCATE-UNPAID-WINDOW.
           PERFORM 1300-LOAD-JOB-RATES.
           PERFORM 1400-SORT-HISTORY.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WS-EMP-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEE-MASTER, STATUS "
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> A site without leave balances books no vacation liability.
           MOVE "N" TO WS-LB-EOF.
           OPEN INPUT LEAVE-BALANCE-OLD.
           IF WS-LB-OK
               MOVE "Y" TO WS-LB-OPEN
               PERFORM 2390-READ-LEAVE
           ELSE
               MOVE "Y" TO WS-LB-EOF
           END-IF.
           OPEN OUTPUT ACCRUAL-WORK-FILE.
           IF NOT WS-AW-OK
               DISPLAY "UNABLE TO OPEN ACCRUAL-WORK, STATUS "
                   WS-AW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCRUAL-GL-FILE.
           IF NOT WS-GL-OK
               DISPLAY "UNABLE TO OPEN ACCRUAL-GL-EXTRACT, STATUS "
                   WS-GL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCRUAL-SCHEDULE.
           IF NOT WS-RPT-OK
               DISPLAY "UNABLE TO OPEN ACCRUAL-SCHEDULE, STATUS "
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ACCRUAL-PERIOD TO WS-LOG-PERIOD.
           MOVE "START" TO WS-LOG-EVENT.
           MOVE SPACES  TO WS-LOG-STATUS.
           MOVE 0 TO WS-LOG-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE 0 TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           MOVE WS-RPT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MONTH-END      TO WS-PL-MONTH-END.
           MOVE WS-LAST-PAID-ID   TO WS-PL-LAST-ID.
           MOVE WS-LAST-PAID-END  TO WS-PL-LAST-END.
           MOVE WS-REVERSE-DATE   TO WS-PL-REVERSE.
           MOVE WS-PARM-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-WINDOW-START > WS-MONTH-END
               MOVE WS-NO-WINDOW-LINE TO REPORT-LINE
           ELSE
               MOVE WS-WINDOW-START   TO WS-PL-WINDOW-START
               MOVE WS-MONTH-END      TO WS-PL-WINDOW-END
               MOVE WS-ACCRUAL-PERIOD TO WS-PL-PERIOD
               MOVE WS-PARM-LINE-2 TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-RPT-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> Entries booked to the wrong month are worse than none - no
      *> card, or a date that is not the last day of a month,
      *> refuses the run. The round trip through the integer date
      *> rejects an impossible date.
       1100-READ-CONTROL-CARD.
           OPEN INPUT ACCRUAL-CONTROL-FILE.
           IF NOT WS-AC-OK
               DISPLAY "UNABLE TO OPEN ACCRUAL-CONTROL, STATUS "
                   WS-AC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ACCRUAL-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AC-MONTH-END-DATE NUMERIC
                       MOVE AC-MONTH-END-DATE TO WS-MONTH-END
                   END-IF
           END-READ.
           CLOSE ACCRUAL-CONTROL-FILE.
           IF WS-MONTH-END = 0
               DISPLAY "ACCRUAL-CONTROL CARD MISSING OR MONTH-END "
                   "DATE NOT NUMERIC - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END).
           IF WS-DATE-INT = 0
                   OR FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                       NOT = WS-MONTH-END
               DISPLAY "ACCRUAL-CONTROL DATE " WS-MONTH-END
                   " IS NOT A VALID DATE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-REVERSE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1).
           IF WS-RV-DAY NOT = 1
               DISPLAY "ACCRUAL-CONTROL DATE " WS-MONTH-END
                   " IS NOT A MONTH END - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-CALENDAR.
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
                       IF WS-CAL-COUNT >= 120
                           DISPLAY "CALENDAR TABLE FULL AT 120 "
                               "PERIODS AT " CAL-PERIOD-ID
                               " - RUN REFUSED"
                           CLOSE PAY-PERIOD-CALENDAR
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CAL-COUNT
                       SET CAL-IDX TO WS-CAL-COUNT
                       MOVE CAL-PERIOD-ID  TO WS-C-ID(CAL-IDX)
                       MOVE CAL-START-DATE TO WS-C-START(CAL-IDX)
                       MOVE CAL-END-DATE   TO WS-C-END(CAL-IDX)
                       MOVE CAL-PAID-DAYS  TO WS-C-DAYS(CAL-IDX)
                       MOVE CAL-STATUS     TO WS-C-STATUS(CAL-IDX)
               END-READ
           END-PERFORM.
           CLOSE PAY-PERIOD-CALENDAR.

      *> The last paid period is the closed period ending latest
      *> among those begun by month end (the run closes its period
      *> at normal termination). Every day of the window must fall
      *> in some calendar period, or part of the month would go
      *> unaccrued without anyone noticing.
       1250-LOCATE-UNPAID-WINDOW.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-C-STATUS(CAL-IDX) = "C"
                       AND WS-C-START(CAL-IDX) <= WS-MONTH-END
                       AND WS-C-END(CAL-IDX) > WS-LAST-PAID-END
                   MOVE WS-C-ID(CAL-IDX)  TO WS-LAST-PAID-ID
                   MOVE WS-C-END(CAL-IDX) TO WS-LAST-PAID-END
               END-IF
               IF WS-C-START(CAL-IDX) <= WS-MONTH-END
                       AND WS-C-END(CAL-IDX) >= WS-MONTH-END
                   MOVE WS-C-ID(CAL-IDX) TO WS-ACCRUAL-PERIOD
               END-IF
           END-PERFORM.
           IF WS-LAST-PAID-END = 0
               DISPLAY "NO CLOSED PAY PERIOD ON PAY-PERIOD-CALENDAR "
                   "BY " WS-MONTH-END " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ACCRUAL-PERIOD = SPACES
               DISPLAY "MONTH END " WS-MONTH-END " FALLS IN NO "
                   "PAY-PERIOD-CALENDAR PERIOD - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LAST-PAID-END) + 1).
           IF WS-WINDOW-START <= WS-MONTH-END
               COMPUTE WS-WINDOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END)
                       - FUNCTION INTEGER-OF-DATE(WS-WINDOW-START)
                       + 1
               MOVE 0 TO WS-COVERED-DAYS
               MOVE WS-WINDOW-START TO WS-EW-START
               MOVE WS-MONTH-END    TO WS-EW-END
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX > WS-CAL-COUNT
                   PERFORM 2510-OVERLAP-PERIOD
                   ADD WS-OV-CAL-DAYS TO WS-COVERED-DAYS
               END-PERFORM
               IF WS-COVERED-DAYS NOT = WS-WINDOW-DAYS
                   DISPLAY "PAY-PERIOD-CALENDAR DOES NOT COVER "
                       WS-WINDOW-START " TO " WS-MONTH-END
                       " EXACTLY ONCE - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1300-LOAD-JOB-RATES.
           OPEN INPUT JOB-RATE-MASTER.
           IF NOT WS-JR-OK
               DISPLAY "UNABLE TO OPEN JOB-RATE-TABLE, STATUS "
                   WS-JR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-JR-STATUS = "10"
               READ JOB-RATE-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-JR-COUNT >= 500
                           DISPLAY "JOB-RATE TABLE FULL AT 500 "
                               "ROWS AT " JR-JOB " - RUN REFUSED"
                           CLOSE JOB-RATE-MASTER
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-JR-COUNT
                       SET JR-IDX TO WS-JR-COUNT
                       MOVE JR-JOB   TO WS-JR-JOB(JR-IDX)
                       MOVE JR-WHERE TO WS-JR-WHERE(JR-IDX)
                       MOVE JR-STD-RATE
                           TO WS-JR-STD-RATE(JR-IDX)
                       MOVE JR-SHIFT-DIFF-PCT
                           TO WS-JR-SHIFT-PCT(JR-IDX)
                       MOVE JR-EFFECTIVE-DATE
                           TO WS-JR-EFF-DATE(JR-IDX)
               END-READ
           END-PERFORM.
           CLOSE JOB-RATE-MASTER.

      *> Sorted on WHO, period and run sequence, so the last record
      *> read for an employee is the most recent payment.
       1400-SORT-HISTORY.
           OPEN INPUT PAYROLL-HISTORY.
           IF NOT WS-PH-OK
               DISPLAY "UNABLE TO OPEN PAYROLL-HISTORY, STATUS "
                   WS-PH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PAYROLL-HISTORY.
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HSR-WHO HSR-PERIOD-ID HSR-RUN-SEQ
               USING PAYROLL-HISTORY
               GIVING HISTORY-SORTED.
           OPEN INPUT HISTORY-SORTED.
           IF NOT WS-HS-OK
               DISPLAY "UNABLE TO OPEN ACCRUAL-HISTORY-SORTED, "
                   "STATUS " WS-HS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-HS-EOF.
           PERFORM 2290-READ-HISTORY.

      *> An employee hired after month end earned nothing in it,
      *> but the leave row is still matched so it is not taken for
      *> one without an employee.
       2000-PRICE-EMPLOYEES.
           READ EMPLOYEE-MASTER
               AT END
                   SET WS-END-OF-EMPLOYEES TO TRUE
               NOT AT END
                   IF EMP-HIRE-DATE NUMERIC
                           AND EMP-HIRE-DATE > WS-MONTH-END
                       PERFORM 2300-MATCH-LEAVE
                       ADD 1 TO WS-NOT-HIRED-COUNT
                   ELSE
                       PERFORM 2100-PRICE-ONE-EMPLOYEE
                   END-IF
           END-READ.

       2100-PRICE-ONE-EMPLOYEE.
           MOVE SPACES TO WS-NOTE.
           PERFORM 2200-GATHER-HISTORY.
           PERFORM 2300-MATCH-LEAVE.
           PERFORM 2400-LOOKUP-RATE.
           PERFORM 2500-COUNT-UNPAID-DAYS.
           COMPUTE WS-EFFECTIVE-RATE ROUNDED =
               WS-BASE-RATE + (WS-BASE-RATE * WS-SHIFT-PCT / 100).
           COMPUTE WS-OT-RATE ROUNDED = WS-EFFECTIVE-RATE * 1.5.
      *> The daily pattern of the latest payment; an employee never
      *> yet paid falls back to the master's daily hours split at
      *> eight the way the run splits them.
           IF WS-HIST-FOUND = "Y"
               MOVE WS-H-REG-HOURS TO WS-DAY-REG-HOURS
               MOVE WS-H-OT-HOURS  TO WS-DAY-OT-HOURS
           ELSE
               IF EMP-HOURS > 8
                   MOVE 8 TO WS-DAY-REG-HOURS
                   COMPUTE WS-DAY-OT-HOURS = EMP-HOURS - 8
               ELSE
                   MOVE EMP-HOURS TO WS-DAY-REG-HOURS
                   MOVE 0 TO WS-DAY-OT-HOURS
               END-IF
               IF WS-NOTE = SPACES
                   MOVE "NO HISTORY" TO WS-NOTE
               END-IF
           END-IF.
           MOVE EMP-WHERE TO AW-WHERE.
           MOVE EMP-WHO   TO AW-WHO.
           MOVE WS-EFFECTIVE-RATE TO AW-EFF-RATE.
           COMPUTE AW-DAY-HOURS =
               WS-DAY-REG-HOURS + WS-DAY-OT-HOURS.
           MOVE WS-EMP-DAYS TO AW-DAYS.
           COMPUTE AW-WAGES ROUNDED =
               ((WS-DAY-REG-HOURS * WS-EFFECTIVE-RATE)
                   + (WS-DAY-OT-HOURS * WS-OT-RATE))
                   * WS-EMP-DAYS.
      *> A negative balance is a conversion error, not a liability -
      *> shown on the schedule, valued at nothing.
           MOVE WS-VAC-BALANCE TO AW-VAC-HOURS.
           IF WS-VAC-BALANCE > 0
               COMPUTE AW-VAC-VALUE ROUNDED =
                   WS-VAC-BALANCE * WS-EFFECTIVE-RATE
           ELSE
               MOVE 0 TO AW-VAC-VALUE
               IF WS-VAC-BALANCE < 0
                   MOVE "NEG VAC BAL" TO WS-NOTE
               END-IF
           END-IF.
           MOVE WS-NOTE TO AW-NOTE.
           WRITE ACCRUAL-WORK-RECORD.
           ADD 1 TO WS-PRICED-COUNT.

      *> Positions the sorted history past earlier WHOs, then reads
      *> this employee's payments keeping the last live one -
      *> adjustment deltas carry delta hours, not a pattern.
       2200-GATHER-HISTORY.
           MOVE "N" TO WS-HIST-FOUND.
           PERFORM 2290-READ-HISTORY
               UNTIL WS-HS-EOF = "Y" OR PD-WHO >= EMP-WHO.
           PERFORM 2210-TAKE-HISTORY
               UNTIL WS-HS-EOF = "Y" OR PD-WHO NOT = EMP-WHO.

       2210-TAKE-HISTORY.
           IF PD-ORIGIN NOT = "A"
                   AND PD-REG-HOURS NUMERIC
                   AND PD-OT-HOURS NUMERIC
               MOVE "Y" TO WS-HIST-FOUND
               MOVE PD-REG-HOURS      TO WS-H-REG-HOURS
               MOVE PD-OT-HOURS       TO WS-H-OT-HOURS
               MOVE PD-RATE           TO WS-H-RATE
               MOVE PD-SHIFT-DIFF-PCT TO WS-H-SHIFT-PCT
           END-IF.
           PERFORM 2290-READ-HISTORY.

       2290-READ-HISTORY.
           READ HISTORY-SORTED
               AT END
                   MOVE "Y" TO WS-HS-EOF
           END-READ.

      *> Leave rows for WHOs no longer on EMPLOYEE-MASTER cannot be
      *> priced (no JOB/WHERE) - named and counted, not booked.
       2300-MATCH-LEAVE.
           MOVE "N" TO WS-LB-FOUND.
           MOVE 0 TO WS-VAC-BALANCE.
           PERFORM 2310-SKIP-ORPHAN-LEAVE
               UNTIL WS-LB-EOF = "Y" OR LB-WHO >= EMP-WHO.
           IF WS-LB-EOF = "N" AND LB-WHO = EMP-WHO
               MOVE "Y" TO WS-LB-FOUND
               IF LB-VAC-BALANCE NUMERIC
                   MOVE LB-VAC-BALANCE TO WS-VAC-BALANCE
               END-IF
               PERFORM 2390-READ-LEAVE
           END-IF.

       2310-SKIP-ORPHAN-LEAVE.
           DISPLAY "LEAVE BALANCE FOR " LB-WHO
               " HAS NO EMPLOYEE-MASTER ROW - NOT VALUED".
           ADD 1 TO WS-ORPHAN-LB-COUNT.
           PERFORM 2390-READ-LEAVE.

       2390-READ-LEAVE.
           READ LEAVE-BALANCE-OLD
               AT END
                   MOVE "Y" TO WS-LB-EOF
           END-READ.

      *> The run's own rate rule as of month end: latest effective
      *> JOB/WHERE row, a typed EMP-RATE that disagrees overriding
      *> it. A pair with no row at all prices off the employee's
      *> last payment; with neither, nothing can be accrued and the
      *> run ends with a warning.
       2400-LOOKUP-RATE.
           MOVE 0 TO WS-BASE-RATE.
           MOVE 0 TO WS-SHIFT-PCT.
           MOVE 0 TO WS-JR-BEST-IDX.
           PERFORM VARYING JR-IDX FROM 1 BY 1
                   UNTIL JR-IDX > WS-JR-COUNT
               IF WS-JR-JOB(JR-IDX) = EMP-JOB
                       AND WS-JR-WHERE(JR-IDX) = EMP-WHERE
                       AND WS-JR-EFF-DATE(JR-IDX) <= WS-MONTH-END
                   IF WS-JR-BEST-IDX = 0
                           OR WS-JR-EFF-DATE(JR-IDX)
                               > WS-JR-EFF-DATE(WS-JR-BEST-IDX)
                       MOVE JR-IDX TO WS-JR-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-JR-BEST-IDX NOT = 0
                   MOVE WS-JR-STD-RATE(WS-JR-BEST-IDX)
                       TO WS-BASE-RATE
                   MOVE WS-JR-SHIFT-PCT(WS-JR-BEST-IDX)
                       TO WS-SHIFT-PCT
                   IF EMP-RATE NOT = 0
                           AND EMP-RATE NOT = WS-BASE-RATE
                       MOVE EMP-RATE TO WS-BASE-RATE
                   END-IF
               WHEN WS-HIST-FOUND = "Y"
                   MOVE WS-H-RATE      TO WS-BASE-RATE
                   MOVE WS-H-SHIFT-PCT TO WS-SHIFT-PCT
                   MOVE "HIST RATE"    TO WS-NOTE
               WHEN OTHER
                   MOVE "NO RATE"      TO WS-NOTE
                   ADD 1 TO WS-UNPRICED-COUNT
                   DISPLAY "NO RATE FOR " EMP-WHO " (" EMP-JOB
                       " AT " EMP-WHERE ") - WAGES NOT ACCRUED"
           END-EVALUATE.

      *> The employee's share of the window - from hire if later,
      *> to termination if earlier (a terminated row without a date
      *> accrues nothing) - and each period's paid-day multiplier
      *> prorated by the calendar days of it that share covers.
       2500-COUNT-UNPAID-DAYS.
           MOVE 0 TO WS-EMP-DAYS.
           MOVE WS-WINDOW-START TO WS-EW-START.
           MOVE WS-MONTH-END    TO WS-EW-END.
           IF EMP-HIRE-DATE NUMERIC
                   AND EMP-HIRE-DATE > WS-EW-START
               MOVE EMP-HIRE-DATE TO WS-EW-START
           END-IF.
           IF EMP-TERM-DATE NUMERIC AND EMP-TERM-DATE > 0
               IF EMP-TERM-DATE < WS-EW-END
                   MOVE EMP-TERM-DATE TO WS-EW-END
               END-IF
           ELSE
               IF EMP-TERMINATED
                   MOVE 0 TO WS-EW-END
               END-IF
           END-IF.
           IF WS-EW-START <= WS-EW-END
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX > WS-CAL-COUNT
                   PERFORM 2510-OVERLAP-PERIOD
                   IF WS-OV-CAL-DAYS > 0
                       COMPUTE WS-PERIOD-CAL-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-C-END(CAL-IDX))
                           - FUNCTION INTEGER-OF-DATE(
                               WS-C-START(CAL-IDX))
                           + 1
                       COMPUTE WS-EMP-DAYS ROUNDED = WS-EMP-DAYS
                           + (WS-C-DAYS(CAL-IDX) * WS-OV-CAL-DAYS
                               / WS-PERIOD-CAL-DAYS)
                   END-IF
               END-PERFORM
           END-IF.

      *> Calendar days period CAL-IDX shares with WS-EW-START
      *> through WS-EW-END (zero when they do not meet).
       2510-OVERLAP-PERIOD.
           MOVE 0 TO WS-OV-CAL-DAYS.
           IF WS-C-START(CAL-IDX) <= WS-EW-END
                   AND WS-C-END(CAL-IDX) >= WS-EW-START
               MOVE WS-C-START(CAL-IDX) TO WS-OV-START
               IF WS-EW-START > WS-OV-START
                   MOVE WS-EW-START TO WS-OV-START
               END-IF
               MOVE WS-C-END(CAL-IDX) TO WS-OV-END
               IF WS-EW-END < WS-OV-END
                   MOVE WS-EW-END TO WS-OV-END
               END-IF
               COMPUTE WS-OV-CAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-OV-END)
                       - FUNCTION INTEGER-OF-DATE(WS-OV-START)
                       + 1
           END-IF.

       3000-SORT-AND-POST.
           PERFORM 2310-SKIP-ORPHAN-LEAVE
               UNTIL WS-LB-EOF = "Y".
           CLOSE EMPLOYEE-MASTER.
           CLOSE HISTORY-SORTED.
           IF WS-LB-OPEN = "Y"
               CLOSE LEAVE-BALANCE-OLD
           END-IF.
           CLOSE ACCRUAL-WORK-FILE.
           SORT ACCRUAL-SORT-FILE
               ON ASCENDING KEY ASR-WHERE ASR-WHO
               USING ACCRUAL-WORK-FILE
               GIVING ACCRUAL-WORK-SORTED.
           OPEN INPUT ACCRUAL-WORK-SORTED.
           IF NOT WS-AS-OK
               DISPLAY "UNABLE TO OPEN ACCRUAL-SORTED, STATUS "
                   WS-AS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-GRP-ACTIVE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 3100-READ-SORTED-ACCRUAL
               UNTIL WS-SORT-EOF = "Y".
           IF WS-GRP-ACTIVE = "Y"
               PERFORM 3200-WRITE-COST-CENTER-BREAK
           END-IF.
           CLOSE ACCRUAL-WORK-SORTED.

       3100-READ-SORTED-ACCRUAL.
           READ ACCRUAL-WORK-SORTED
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   IF WS-GRP-ACTIVE = "Y"
                           AND AS-WHERE NOT = WS-GRP-WHERE
                       PERFORM 3200-WRITE-COST-CENTER-BREAK
                   END-IF
                   IF WS-GRP-ACTIVE = "N"
                       MOVE AS-WHERE TO WS-GRP-WHERE
                       MOVE "Y" TO WS-GRP-ACTIVE
                       MOVE 0 TO WS-GRP-WAGES
                       MOVE 0 TO WS-GRP-VAC-HOURS
                       MOVE 0 TO WS-GRP-VAC-VALUE
                   END-IF
                   MOVE AS-WHO        TO WS-RD-WHO
                   MOVE AS-WHERE      TO WS-RD-WHERE
                   MOVE AS-EFF-RATE   TO WS-RD-EFF-RATE
                   MOVE AS-DAY-HOURS  TO WS-RD-DAY-HOURS
                   MOVE AS-DAYS       TO WS-RD-DAYS
                   MOVE AS-WAGES      TO WS-RD-WAGES
                   MOVE AS-VAC-HOURS  TO WS-RD-VAC-HOURS
                   MOVE AS-VAC-VALUE  TO WS-RD-VAC-VALUE
                   MOVE AS-NOTE       TO WS-RD-NOTE
                   MOVE WS-RPT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD AS-WAGES     TO WS-GRP-WAGES
                   ADD AS-VAC-HOURS TO WS-GRP-VAC-HOURS
                   ADD AS-VAC-VALUE TO WS-GRP-VAC-VALUE
           END-READ.

      *> Subtotal line, then the cost center's journal: accrued
      *> wages and vacation expense debited against their liability
      *> accounts at month end, and the same four lines with debit
      *> and credit exchanged on the first of the next month, so the
      *> payroll that pays the wages books them against the
      *> reversal instead of twice.
       3200-WRITE-COST-CENTER-BREAK.
           MOVE "** COST CENTER TOTAL" TO WS-RD-WHO.
           MOVE WS-GRP-WHERE       TO WS-RD-WHERE.
           MOVE 0                  TO WS-RD-EFF-RATE.
           MOVE 0                  TO WS-RD-DAY-HOURS.
           MOVE 0                  TO WS-RD-DAYS.
           MOVE WS-GRP-WAGES       TO WS-RD-WAGES.
           MOVE WS-GRP-VAC-HOURS   TO WS-RD-VAC-HOURS.
           MOVE WS-GRP-VAC-VALUE   TO WS-RD-VAC-VALUE.
           MOVE SPACES             TO WS-RD-NOTE.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(45:26).
           WRITE REPORT-LINE.
           MOVE WS-GRP-WHERE      TO GL-COST-CENTER.
           MOVE WS-ACCRUAL-PERIOD TO GL-PERIOD-ID.
           MOVE WS-MONTH-END      TO GL-RUN-DATE.
           MOVE "WAGE ACCRUAL"    TO GL-PAY-CATEGORY.
           MOVE "D"               TO GL-DEBIT-CREDIT.
           MOVE WS-GRP-WAGES      TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "ACCRUED WAGES"   TO GL-PAY-CATEGORY.
           MOVE "C"               TO GL-DEBIT-CREDIT.
           MOVE WS-GRP-WAGES      TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "VACATION EXP"    TO GL-PAY-CATEGORY.
           MOVE "D"               TO GL-DEBIT-CREDIT.
           MOVE WS-GRP-VAC-VALUE  TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "ACCRUED VAC"     TO GL-PAY-CATEGORY.
           MOVE "C"               TO GL-DEBIT-CREDIT.
           MOVE WS-GRP-VAC-VALUE  TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE WS-REVERSE-DATE   TO GL-RUN-DATE.
           MOVE "WAGE ACCRUAL"    TO GL-PAY-CATEGORY.
           MOVE "C"               TO GL-DEBIT-CREDIT.
           MOVE WS-GRP-WAGES      TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "ACCRUED WAGES"   TO GL-PAY-CATEGORY.
           MOVE "D"               TO GL-DEBIT-CREDIT.
           MOVE WS-GRP-WAGES      TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "VACATION EXP"    TO GL-PAY-CATEGORY.
           MOVE "C"               TO GL-DEBIT-CREDIT.
           MOVE WS-GRP-VAC-VALUE  TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "ACCRUED VAC"     TO GL-PAY-CATEGORY.
           MOVE "D"               TO GL-DEBIT-CREDIT.
           MOVE WS-GRP-VAC-VALUE  TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           ADD WS-GRP-WAGES     TO WS-GT-WAGES.
           ADD WS-GRP-VAC-HOURS TO WS-GT-VAC-HOURS.
           ADD WS-GRP-VAC-VALUE TO WS-GT-VAC-VALUE.
           MOVE "N" TO WS-GRP-ACTIVE.

       9000-TERMINATE.
           MOVE "** GRAND TOTAL"   TO WS-RD-WHO.
           MOVE SPACES             TO WS-RD-WHERE.
           MOVE WS-GT-WAGES        TO WS-RD-WAGES.
           MOVE WS-GT-VAC-HOURS    TO WS-RD-VAC-HOURS.
           MOVE WS-GT-VAC-VALUE    TO WS-RD-VAC-VALUE.
           MOVE SPACES             TO WS-RD-NOTE.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(45:26).
           WRITE REPORT-LINE.
           CLOSE ACCRUAL-SCHEDULE.
           CLOSE ACCRUAL-GL-FILE.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           MOVE WS-PRICED-COUNT TO WS-LOG-COUNT.
           MOVE WS-GT-WAGES     TO WS-LOG-GROSS.
           MOVE 0 TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           DISPLAY "MONTH-END-ACCRUAL COMPLETE: ACCRUED WAGES "
               WS-GT-WAGES ", VACATION LIABILITY " WS-GT-VAC-VALUE.
           IF WS-UNPRICED-COUNT > 0 OR WS-ORPHAN-LB-COUNT > 0
               DISPLAY WS-UNPRICED-COUNT " EMPLOYEES WITHOUT A RATE, "
                   WS-ORPHAN-LB-COUNT " LEAVE ROWS WITHOUT AN "
                   "EMPLOYEE - NOT BOOKED"
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
           MOVE "MONTH-END-ACCRUAL" TO JRL-PROGRAM.
           MOVE WS-LOG-PERIOD  TO JRL-PERIOD-ID.
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
