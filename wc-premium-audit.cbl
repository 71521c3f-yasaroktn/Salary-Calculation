       IDENTIFICATION DIVISION.
       PROGRAM-ID. WC-PREMIUM-AUDIT.
      *> Workers' compensation premium audit for a policy period:
      *> the carrier bills on payroll by class code, and this is the
      *> figure the payroll office used to rebuild every year from
      *> LABOR-COST-REPORT output by hand. Takes the range of pay
      *> periods from the WC-AUDIT-CONTROL card, reads the permanent
      *> PAYROLL-HISTORY archive for the detail records paid in it
      *> (adjustment records included, so corrections net in), and
      *> classifies each line through the JOB-RATE-TABLE row in
      *> effect at its period's end date. Reportable payroll follows
      *> the carrier rules: gross pay less the overtime premium (the
      *> half-time portion of time-and-a-half, priced exactly as
      *> LABOR-COST-REPORT prices it), leave pay counted in full.
      *> Summarizes through the work-file sort-and-control-break
      *> pattern by employer EIN, institution, class code and rate,
      *> with the estimated premium per class line, institution,
      *> employer and grand totals, and writes the same lines to the
      *> carrier's questionnaire extract. Payroll on a JOB/WHERE
      *> with no class keyed yet is reported unclassified and the
      *> run ends with a warning so it is keyed before filing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WC-AUDIT-CONTROL-FILE ASSIGN TO "WC-AUDIT-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAC-STATUS.

           SELECT PAYROLL-HISTORY ASSIGN TO "PAYROLL-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

      *> Read-only: the paid-day multiplier of legacy records and
      *> the period end date the rate row is chosen by.
           SELECT PAY-PERIOD-CALENDAR ASSIGN TO "PAY-PERIOD-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT JOB-RATE-MASTER ASSIGN TO "JOB-RATE-TABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

           SELECT EMPLOYER-MASTER ASSIGN TO "EMPLOYER-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT WC-WORK-FILE ASSIGN TO "WC-AUDIT-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WW-STATUS.

           SELECT WC-SORT-FILE ASSIGN TO "WC-AUDIT-SORT-WORK".

           SELECT WC-WORK-SORTED ASSIGN TO "WC-AUDIT-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.

           SELECT WC-REPORT ASSIGN TO "WC-PREMIUM-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT WC-AUDIT-EXTRACT ASSIGN TO "WC-AUDIT-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCX-STATUS.

      *> Shared job-run log - START/END with the classified line
      *> count and reportable payroll, under the range's last period.
           SELECT JOB-RUN-LOG ASSIGN TO "JOB-RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WC-AUDIT-CONTROL-FILE.
       COPY "wc-audit-control-record.cpy".

       FD  PAYROLL-HISTORY.
       COPY "payroll-detail.cpy".

       FD  PAY-PERIOD-CALENDAR.
       COPY "pay-period-calendar.cpy".

       FD  JOB-RATE-MASTER.
       COPY "job-rate-record.cpy".

       FD  EMPLOYER-MASTER.
       COPY "employer-record.cpy".

      *> One classified record per detail line. Amounts signed: an
      *> adjustment record legitimately carries negative pay.
       FD  WC-WORK-FILE.
       01  WC-WORK-RECORD.
           05  WW-EIN              PIC X(10).
           05  WW-WHERE            PIC X(20).
           05  WW-WC-CLASS         PIC X(04).
           05  WW-WC-RATE          PIC 9(3)V99.
           05  WW-WHO              PIC X(20).
           05  WW-EMPLOYER-NAME    PIC X(16).
           05  WW-GROSS            PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  WW-OT-PREMIUM       PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.

       SD  WC-SORT-FILE.
       01  WC-SORT-RECORD.
           05  WSR-EIN             PIC X(10).
           05  WSR-WHERE           PIC X(20).
           05  WSR-WC-CLASS        PIC X(04).
           05  WSR-WC-RATE         PIC 9(3)V99.
           05  WSR-WHO             PIC X(20).
           05  FILLER              PIC X(36).

       FD  WC-WORK-SORTED.
       01  WC-SORTED-RECORD.
           05  SW-EIN              PIC X(10).
           05  SW-WHERE            PIC X(20).
           05  SW-WC-CLASS         PIC X(04).
           05  SW-WC-RATE          PIC 9(3)V99.
           05  SW-WHO              PIC X(20).
           05  SW-EMPLOYER-NAME    PIC X(16).
           05  SW-GROSS            PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  SW-OT-PREMIUM       PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.

       FD  WC-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  WC-AUDIT-EXTRACT.
       COPY "wc-audit-extract-record.cpy".

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WAC-STATUS       PIC X(02).
           88  WS-WAC-OK               VALUE "00".
       01  WS-PH-STATUS        PIC X(02).
           88  WS-PH-OK                VALUE "00".
       01  WS-CAL-STATUS       PIC X(02).
           88  WS-CAL-OK               VALUE "00".
       01  WS-JR-STATUS        PIC X(02).
           88  WS-JR-OK                VALUE "00".
       01  WS-ER-STATUS        PIC X(02).
           88  WS-ER-OK                VALUE "00".
       01  WS-WW-STATUS        PIC X(02).
           88  WS-WW-OK                VALUE "00".
       01  WS-SW-STATUS        PIC X(02).
           88  WS-SW-OK                VALUE "00".
       01  WS-RPT-STATUS       PIC X(02).
           88  WS-RPT-OK               VALUE "00".
       01  WS-WCX-STATUS       PIC X(02).
           88  WS-WCX-OK               VALUE "00".
       01  WS-JRL-STATUS       PIC X(02).
           88  WS-JRL-OK               VALUE "00".

      *> Staging for the next JOB-RUN-LOG record.
       01  WS-LOG-EVENT        PIC X(05).
       01  WS-LOG-STATUS       PIC X(04).
       01  WS-LOG-COUNT        PIC 9(6).
       01  WS-LOG-GROSS        PIC S9(9)V99.
       01  WS-LOG-NET          PIC S9(9)V99.
       01  WS-LOG-PERIOD       PIC X(06)       VALUE SPACES.

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(4).

      *> The audited range and policy from the control card.
       01  WS-PERIOD-FROM      PIC X(06)       VALUE SPACES.
       01  WS-PERIOD-TO        PIC X(06)       VALUE SPACES.
       01  WS-POLICY-NBR       PIC X(15)       VALUE SPACES.

       01  WS-EOF-SWITCH       PIC X(01)       VALUE "N".
           88  WS-END-OF-HISTORY               VALUE "Y".
       01  WS-SORT-EOF         PIC X(01)       VALUE "N".
       01  WS-CLASSIFIED-COUNT PIC 9(6)        VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(7)        VALUE 0.

      *> Only the periods inside the audited range are kept - a
      *> policy year is far inside the table at any pay frequency.
       01  WS-CAL-COUNT        PIC 9(3)        VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 120 TIMES INDEXED BY CAL-IDX.
               10  WS-C-ID             PIC X(06).
               10  WS-C-DAYS           PIC 9(2).
               10  WS-C-END-DATE       PIC 9(8).
       01  WS-PERIOD-DAYS      PIC 9(2).
       01  WS-PERIOD-END       PIC 9(8).
       01  WS-DAYS-FOUND       PIC X(01).

      *> Every dated rate row - the class in effect at a period's
      *> end is the latest row for the JOB/WHERE dated on or before
      *> it, so the rows for a class or rate change mid-policy
      *> split the payroll at the change. Overflow refuses the run:
      *> a dropped row would misclassify payroll silently.
       01  WS-JR-COUNT         PIC 9(4)        VALUE 0.
       01  WS-JR-TABLE.
           05  WS-JR-ENTRY OCCURS 500 TIMES INDEXED BY JR-IDX.
               10  WS-JR-JOB           PIC X(20).
               10  WS-JR-WHERE         PIC X(20).
               10  WS-JR-EFF-DATE      PIC 9(8).
               10  WS-JR-WC-CLASS      PIC X(04).
               10  WS-JR-WC-RATE       PIC 9(3)V99.
       01  WS-BEST-EFF-DATE    PIC 9(8).
       01  WS-ROW-FOUND        PIC X(01).
       01  WS-THIS-CLASS       PIC X(04).
       01  WS-THIS-RATE        PIC 9(3)V99.

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
       01  WS-THIS-NAME        PIC X(16).
       01  WS-THIS-EIN         PIC X(10).

      *> JOB/WHERE pairs already named on the console as having no
      *> class, so each is named once; the line count is kept in
      *> full whatever the table holds.
       01  WS-UNCLASS-COUNT    PIC 9(6)        VALUE 0.
       01  WS-NC-COUNT         PIC 9(3)        VALUE 0.
       01  WS-NC-TABLE.
           05  WS-NC-ENTRY OCCURS 100 TIMES INDEXED BY NC-IDX.
               10  WS-NC-JOB           PIC X(20).
               10  WS-NC-WHERE         PIC X(20).
       01  WS-NC-FOUND         PIC X(01).

      *> Pricing scratch for one detail line - the same effective
      *> rate the run built from rate and shift differential.
       01  WS-EFFECTIVE-RATE   PIC 9(5)V99.

      *> Current EIN/WHERE/CLASS/RATE group, the employee within it
      *> (the sort puts an employee's lines together, so each new
      *> WHO is one more head) and the rollups above it.
       01  WS-GRP-ACTIVE       PIC X(01)       VALUE "N".
       01  WS-GRP-EIN          PIC X(10).
       01  WS-GRP-NAME         PIC X(16).
       01  WS-GRP-WHERE        PIC X(20).
       01  WS-GRP-CLASS        PIC X(04).
       01  WS-GRP-RATE         PIC 9(3)V99.
       01  WS-GRP-LAST-WHO     PIC X(20).
       01  WS-GRP-EMPLOYEES    PIC 9(4).
       01  WS-GRP-GROSS        PIC S9(9)V99.
       01  WS-GRP-OT-PREMIUM   PIC S9(9)V99.
       01  WS-GRP-REPORTABLE   PIC S9(9)V99.
       01  WS-GRP-PREMIUM      PIC S9(9)V99.
       01  WS-INST-GROSS       PIC S9(9)V99.
       01  WS-INST-OT-PREMIUM  PIC S9(9)V99.
       01  WS-INST-REPORTABLE  PIC S9(9)V99.
       01  WS-INST-PREMIUM     PIC S9(9)V99.
       01  WS-EIN-GROSS        PIC S9(9)V99.
       01  WS-EIN-OT-PREMIUM   PIC S9(9)V99.
       01  WS-EIN-REPORTABLE   PIC S9(9)V99.
       01  WS-EIN-PREMIUM      PIC S9(9)V99.
       01  WS-GT-GROSS         PIC S9(9)V99    VALUE 0.
       01  WS-GT-OT-PREMIUM    PIC S9(9)V99    VALUE 0.
       01  WS-GT-REPORTABLE    PIC S9(9)V99    VALUE 0.
       01  WS-GT-PREMIUM       PIC S9(9)V99    VALUE 0.

       01  WS-DETAIL-COUNT     PIC 9(6)        VALUE 0.
       01  WS-CENTS            PIC S9(11).
       01  WS-TOTAL-PAYROLL-CENTS PIC S9(13)   VALUE 0.
       01  WS-TOTAL-PREMIUM-CENTS PIC S9(13)   VALUE 0.

       01  WS-RPT-TITLE        PIC X(50)       VALUE
           "WORKERS COMP PREMIUM AUDIT BY EMPLOYER AND CLASS".
       01  WS-RANGE-LINE.
           05  FILLER  PIC X(08)   VALUE "POLICY ".
           05  WS-RL-POLICY        PIC X(15).
           05  FILLER  PIC X(16)   VALUE "  PAY PERIODS ".
           05  WS-RL-FROM          PIC X(06).
           05  FILLER  PIC X(04)   VALUE " TO ".
           05  WS-RL-TO            PIC X(06).
       01  WS-RPT-HEADINGS.
           05  FILLER  PIC X(12)   VALUE "EIN".
           05  FILLER  PIC X(22)   VALUE "INSTITUTION".
           05  FILLER  PIC X(07)   VALUE "CLASS".
           05  FILLER  PIC X(08)   VALUE "  RATE".
           05  FILLER  PIC X(08)   VALUE "  EMPS".
           05  FILLER  PIC X(16)   VALUE "          GROSS".
           05  FILLER  PIC X(14)   VALUE "  OT PREM EXCL".
           05  FILLER  PIC X(16)   VALUE "     REPORTABLE".
           05  FILLER  PIC X(13)   VALUE "  EST PREMIUM".

       01  WS-RPT-DETAIL.
           05  WS-RD-EIN           PIC X(10).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-WHERE         PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-CLASS         PIC X(06).
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RD-RATE          PIC ZZ9.99.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-EMPLOYEES     PIC ZZ,ZZZ.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-GROSS         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RD-OT-PREMIUM    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RD-REPORTABLE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-RD-PREMIUM       PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CLASSIFY-HISTORY
               UNTIL WS-END-OF-HISTORY.
           PERFORM 3000-SORT-AND-REPORT.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4)  TO WS-RUN-TIME.
           PERFORM 1100-READ-CONTROL-CARD.
           PERFORM 1200-LOAD-CALENDAR.
           PERFORM 1300-LOAD-JOB-RATES.
           PERFORM 1400-LOAD-EMPLOYER-TABLE.
           OPEN INPUT PAYROLL-HISTORY.
           IF NOT WS-PH-OK
               DISPLAY "UNABLE TO OPEN PAYROLL-HISTORY, STATUS "
                   WS-PH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WC-WORK-FILE.
           IF NOT WS-WW-OK
               DISPLAY "UNABLE TO OPEN WC-AUDIT-WORK, STATUS "
                   WS-WW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WC-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "UNABLE TO OPEN WC-PREMIUM-REPORT, STATUS "
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WC-AUDIT-EXTRACT.
           IF NOT WS-WCX-OK
               DISPLAY "UNABLE TO OPEN WC-AUDIT-EXTRACT, STATUS "
                   WS-WCX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIOD-TO TO WS-LOG-PERIOD.
           MOVE "START" TO WS-LOG-EVENT.
           MOVE SPACES  TO WS-LOG-STATUS.
           MOVE 0 TO WS-LOG-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE 0 TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           MOVE WS-RPT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POLICY-NBR  TO WS-RL-POLICY.
           MOVE WS-PERIOD-FROM TO WS-RL-FROM.
           MOVE WS-PERIOD-TO   TO WS-RL-TO.
           MOVE WS-RANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WC-AUDIT-EXTRACT-RECORD.
           MOVE "H"            TO WCX-RECORD-TYPE.
           MOVE WS-RUN-DATE    TO WCX-H-CREATE-DATE.
           MOVE WS-RUN-TIME    TO WCX-H-CREATE-TIME.
           MOVE WS-POLICY-NBR  TO WCX-H-POLICY-NBR.
           MOVE WS-PERIOD-FROM TO WCX-H-PERIOD-FROM.
           MOVE WS-PERIOD-TO   TO WCX-H-PERIOD-TO.
           WRITE WC-AUDIT-EXTRACT-RECORD.

      *> An audit filed for the wrong range is worse than none - no
      *> card, a missing bound or a reversed range refuses the run.
       1100-READ-CONTROL-CARD.
           OPEN INPUT WC-AUDIT-CONTROL-FILE.
           IF NOT WS-WAC-OK
               DISPLAY "UNABLE TO OPEN WC-AUDIT-CONTROL, STATUS "
                   WS-WAC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ WC-AUDIT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WAC-PERIOD-FROM TO WS-PERIOD-FROM
                   MOVE WAC-PERIOD-TO   TO WS-PERIOD-TO
                   MOVE WAC-POLICY-NBR  TO WS-POLICY-NBR
           END-READ.
           CLOSE WC-AUDIT-CONTROL-FILE.
           IF WS-PERIOD-FROM = SPACES OR WS-PERIOD-TO = SPACES
               DISPLAY "WC-AUDIT-CONTROL CARD MISSING OR PERIOD "
                   "RANGE INCOMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PERIOD-FROM > WS-PERIOD-TO
               DISPLAY "WC-AUDIT-CONTROL PERIOD " WS-PERIOD-FROM
                   " IS AFTER " WS-PERIOD-TO " - RUN REFUSED"
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
                       IF CAL-PERIOD-ID >= WS-PERIOD-FROM
                               AND CAL-PERIOD-ID <= WS-PERIOD-TO
                           IF WS-CAL-COUNT >= 120
                               DISPLAY "CALENDAR TABLE FULL AT 120 "
                                   "PERIODS - NARROW THE RANGE, "
                                   "RUN REFUSED"
                               CLOSE PAY-PERIOD-CALENDAR
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CAL-COUNT
                           SET CAL-IDX TO WS-CAL-COUNT
                           MOVE CAL-PERIOD-ID
                               TO WS-C-ID(CAL-IDX)
                           MOVE CAL-PAID-DAYS
                               TO WS-C-DAYS(CAL-IDX)
                           MOVE CAL-END-DATE
                               TO WS-C-END-DATE(CAL-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-PERIOD-CALENDAR.

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
                       IF JR-EFFECTIVE-DATE NUMERIC
                           MOVE JR-EFFECTIVE-DATE
                               TO WS-JR-EFF-DATE(JR-IDX)
                       ELSE
                           MOVE 0 TO WS-JR-EFF-DATE(JR-IDX)
                       END-IF
                       MOVE JR-WC-CLASS TO WS-JR-WC-CLASS(JR-IDX)
                       IF JR-WC-RATE NUMERIC
                           MOVE JR-WC-RATE TO WS-JR-WC-RATE(JR-IDX)
                       ELSE
                           MOVE 0 TO WS-JR-WC-RATE(JR-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-RATE-MASTER.

      *> No EMPLOYER-MASTER at all just means one employer under the
      *> default identity - the pre-multi-employer behavior.
       1400-LOAD-EMPLOYER-TABLE.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-MASTER
           END-IF.

       2000-CLASSIFY-HISTORY.
           READ PAYROLL-HISTORY
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
               NOT AT END
                   IF PD-PERIOD-ID >= WS-PERIOD-FROM
                           AND PD-PERIOD-ID <= WS-PERIOD-TO
                       PERFORM 2100-CLASSIFY-ONE-LINE
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
           END-READ.

      *> The period must be on the calendar whatever the record
      *> carries - its end date picks the rate row. The multiplier
      *> stamped on the record wins for the overtime premium, as in
      *> LABOR-COST-REPORT; a legacy record prices off the calendar.
       2100-CLASSIFY-ONE-LINE.
           MOVE "N" TO WS-DAYS-FOUND.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-C-ID(CAL-IDX) = PD-PERIOD-ID
                   MOVE WS-C-DAYS(CAL-IDX)     TO WS-PERIOD-DAYS
                   MOVE WS-C-END-DATE(CAL-IDX) TO WS-PERIOD-END
                   MOVE "Y" TO WS-DAYS-FOUND
               END-IF
           END-PERFORM.
           IF WS-DAYS-FOUND = "N"
               DISPLAY "PERIOD " PD-PERIOD-ID " FOR " PD-WHO
                   " NOT ON PAY-PERIOD-CALENDAR - RUN REFUSED"
               CLOSE PAYROLL-HISTORY
               CLOSE WC-WORK-FILE
               CLOSE WC-REPORT
               CLOSE WC-AUDIT-EXTRACT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PD-DAYS-PAID NUMERIC AND PD-DAYS-PAID > 0
               MOVE PD-DAYS-PAID TO WS-PERIOD-DAYS
           END-IF.
           COMPUTE WS-EFFECTIVE-RATE ROUNDED =
               PD-RATE + (PD-RATE * PD-SHIFT-DIFF-PCT / 100).
           PERFORM 2200-RESOLVE-CLASS.
           PERFORM 2300-RESOLVE-EMPLOYER.
           MOVE WS-THIS-EIN   TO WW-EIN.
           MOVE PD-WHERE      TO WW-WHERE.
           MOVE WS-THIS-CLASS TO WW-WC-CLASS.
           MOVE WS-THIS-RATE  TO WW-WC-RATE.
           MOVE PD-WHO        TO WW-WHO.
           MOVE WS-THIS-NAME  TO WW-EMPLOYER-NAME.
           MOVE PD-GROSS-PAY  TO WW-GROSS.
           COMPUTE WW-OT-PREMIUM ROUNDED =
               PD-OT-HOURS * WS-PERIOD-DAYS
                   * WS-EFFECTIVE-RATE * 0.5.
           WRITE WC-WORK-RECORD.
           ADD 1 TO WS-CLASSIFIED-COUNT.

      *> Latest row for the JOB/WHERE dated on or before the period
      *> end. No such row, or a row keyed before the class existed,
      *> leaves the line unclassified (blank class, zero rate).
       2200-RESOLVE-CLASS.
           MOVE SPACES TO WS-THIS-CLASS.
           MOVE 0      TO WS-THIS-RATE.
           MOVE 0      TO WS-BEST-EFF-DATE.
           MOVE "N"    TO WS-ROW-FOUND.
           PERFORM VARYING JR-IDX FROM 1 BY 1
                   UNTIL JR-IDX > WS-JR-COUNT
               IF WS-JR-JOB(JR-IDX) = PD-JOB
                       AND WS-JR-WHERE(JR-IDX) = PD-WHERE
                       AND WS-JR-EFF-DATE(JR-IDX) <= WS-PERIOD-END
                       AND (WS-ROW-FOUND = "N"
                           OR WS-JR-EFF-DATE(JR-IDX)
                               >= WS-BEST-EFF-DATE)
                   MOVE "Y" TO WS-ROW-FOUND
                   MOVE WS-JR-EFF-DATE(JR-IDX) TO WS-BEST-EFF-DATE
                   MOVE WS-JR-WC-CLASS(JR-IDX) TO WS-THIS-CLASS
                   MOVE WS-JR-WC-RATE(JR-IDX)  TO WS-THIS-RATE
               END-IF
           END-PERFORM.
           IF WS-THIS-CLASS = SPACES
               MOVE 0 TO WS-THIS-RATE
               ADD 1 TO WS-UNCLASS-COUNT
               PERFORM 2210-NOTE-UNCLASSIFIED
           END-IF.

       2210-NOTE-UNCLASSIFIED.
           MOVE "N" TO WS-NC-FOUND.
           PERFORM VARYING NC-IDX FROM 1 BY 1
                   UNTIL NC-IDX > WS-NC-COUNT
               IF WS-NC-JOB(NC-IDX) = PD-JOB
                       AND WS-NC-WHERE(NC-IDX) = PD-WHERE
                   MOVE "Y" TO WS-NC-FOUND
               END-IF
           END-PERFORM.
           IF WS-NC-FOUND = "N" AND WS-NC-COUNT < 100
               ADD 1 TO WS-NC-COUNT
               SET NC-IDX TO WS-NC-COUNT
               MOVE PD-JOB   TO WS-NC-JOB(NC-IDX)
               MOVE PD-WHERE TO WS-NC-WHERE(NC-IDX)
               DISPLAY "NO WORKERS COMP CLASS FOR JOB " PD-JOB
                   " AT " PD-WHERE " - REPORTED UNCLASSIFIED"
           END-IF.

       2300-RESOLVE-EMPLOYER.
           MOVE WS-DEF-EMPLOYER-NAME TO WS-THIS-NAME.
           MOVE WS-DEF-EMPLOYER-ID   TO WS-THIS-EIN.
           IF WS-ER-COUNT > 0
               SET ER-IDX TO 1
               SEARCH WS-ER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ER-WHERE(ER-IDX) = PD-WHERE
                       MOVE WS-ER-NAME(ER-IDX) TO WS-THIS-NAME
                       MOVE WS-ER-EIN(ER-IDX)  TO WS-THIS-EIN
               END-SEARCH
           END-IF.

       3000-SORT-AND-REPORT.
           CLOSE PAYROLL-HISTORY.
           CLOSE WC-WORK-FILE.
           SORT WC-SORT-FILE
               ON ASCENDING KEY WSR-EIN WSR-WHERE WSR-WC-CLASS
                                WSR-WC-RATE WSR-WHO
               USING WC-WORK-FILE
               GIVING WC-WORK-SORTED.
           OPEN INPUT WC-WORK-SORTED.
           IF NOT WS-SW-OK
               DISPLAY "UNABLE TO OPEN WC-AUDIT-SORTED, STATUS "
                   WS-SW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-GRP-ACTIVE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 3100-READ-SORTED-LINE
               UNTIL WS-SORT-EOF = "Y".
           IF WS-GRP-ACTIVE = "Y"
               PERFORM 3200-WRITE-CLASS-BREAK
               PERFORM 3300-WRITE-INSTITUTION-BREAK
               PERFORM 3400-WRITE-EMPLOYER-BREAK
           END-IF.
           CLOSE WC-WORK-SORTED.

       3100-READ-SORTED-LINE.
           READ WC-WORK-SORTED
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   IF WS-GRP-ACTIVE = "Y"
                           AND (SW-EIN NOT = WS-GRP-EIN
                               OR SW-WHERE NOT = WS-GRP-WHERE
                               OR SW-WC-CLASS NOT = WS-GRP-CLASS
                               OR SW-WC-RATE NOT = WS-GRP-RATE)
                       PERFORM 3200-WRITE-CLASS-BREAK
                       IF SW-EIN NOT = WS-GRP-EIN
                               OR SW-WHERE NOT = WS-GRP-WHERE
                           PERFORM 3300-WRITE-INSTITUTION-BREAK
                       END-IF
                       IF SW-EIN NOT = WS-GRP-EIN
                           PERFORM 3400-WRITE-EMPLOYER-BREAK
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-GRP-ACTIVE = "N"
                       WHEN SW-EIN NOT = WS-GRP-EIN
                           PERFORM 3150-START-EMPLOYER
                       WHEN SW-WHERE NOT = WS-GRP-WHERE
                           PERFORM 3160-START-INSTITUTION
                       WHEN SW-WC-CLASS NOT = WS-GRP-CLASS
                       WHEN SW-WC-RATE NOT = WS-GRP-RATE
                           PERFORM 3170-START-CLASS-GROUP
                   END-EVALUATE
                   IF SW-WHO NOT = WS-GRP-LAST-WHO
                       ADD 1 TO WS-GRP-EMPLOYEES
                       MOVE SW-WHO TO WS-GRP-LAST-WHO
                   END-IF
                   ADD SW-GROSS      TO WS-GRP-GROSS
                   ADD SW-OT-PREMIUM TO WS-GRP-OT-PREMIUM
           END-READ.

       3150-START-EMPLOYER.
           MOVE SW-EIN           TO WS-GRP-EIN.
           MOVE SW-EMPLOYER-NAME TO WS-GRP-NAME.
           MOVE 0 TO WS-EIN-GROSS.
           MOVE 0 TO WS-EIN-OT-PREMIUM.
           MOVE 0 TO WS-EIN-REPORTABLE.
           MOVE 0 TO WS-EIN-PREMIUM.
           PERFORM 3160-START-INSTITUTION.
           MOVE "Y" TO WS-GRP-ACTIVE.

       3160-START-INSTITUTION.
           MOVE SW-WHERE TO WS-GRP-WHERE.
           MOVE 0 TO WS-INST-GROSS.
           MOVE 0 TO WS-INST-OT-PREMIUM.
           MOVE 0 TO WS-INST-REPORTABLE.
           MOVE 0 TO WS-INST-PREMIUM.
           PERFORM 3170-START-CLASS-GROUP.

       3170-START-CLASS-GROUP.
           MOVE SW-WC-CLASS TO WS-GRP-CLASS.
           MOVE SW-WC-RATE  TO WS-GRP-RATE.
           MOVE SPACES TO WS-GRP-LAST-WHO.
           MOVE 0 TO WS-GRP-EMPLOYEES.
           MOVE 0 TO WS-GRP-GROSS.
           MOVE 0 TO WS-GRP-OT-PREMIUM.

      *> The premium is figured once on the class line's reportable
      *> payroll, the way the carrier figures it, not summed from
      *> per-line roundings.
       3200-WRITE-CLASS-BREAK.
           COMPUTE WS-GRP-REPORTABLE =
               WS-GRP-GROSS - WS-GRP-OT-PREMIUM.
           COMPUTE WS-GRP-PREMIUM ROUNDED =
               WS-GRP-REPORTABLE * WS-GRP-RATE / 100.
           MOVE WS-GRP-EIN         TO WS-RD-EIN.
           MOVE WS-GRP-WHERE       TO WS-RD-WHERE.
           IF WS-GRP-CLASS = SPACES
               MOVE "(NONE)"       TO WS-RD-CLASS
           ELSE
               MOVE WS-GRP-CLASS   TO WS-RD-CLASS
           END-IF.
           MOVE WS-GRP-RATE        TO WS-RD-RATE.
           MOVE WS-GRP-EMPLOYEES   TO WS-RD-EMPLOYEES.
           MOVE WS-GRP-GROSS       TO WS-RD-GROSS.
           MOVE WS-GRP-OT-PREMIUM  TO WS-RD-OT-PREMIUM.
           MOVE WS-GRP-REPORTABLE  TO WS-RD-REPORTABLE.
           MOVE WS-GRP-PREMIUM     TO WS-RD-PREMIUM.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WC-AUDIT-EXTRACT-RECORD.
           MOVE "D"                TO WCX-RECORD-TYPE.
           MOVE WS-GRP-EIN         TO WCX-D-EIN.
           MOVE WS-GRP-WHERE       TO WCX-D-WHERE.
           MOVE WS-GRP-CLASS       TO WCX-D-WC-CLASS.
           MOVE WS-GRP-RATE        TO WCX-D-WC-RATE.
           MOVE WS-GRP-EMPLOYEES   TO WCX-D-EMPLOYEES.
           COMPUTE WS-CENTS = WS-GRP-REPORTABLE * 100.
           MOVE WS-CENTS           TO WCX-D-PAYROLL-CENTS.
           ADD WS-CENTS            TO WS-TOTAL-PAYROLL-CENTS.
           COMPUTE WS-CENTS = WS-GRP-OT-PREMIUM * 100.
           MOVE WS-CENTS           TO WCX-D-OT-EXCL-CENTS.
           COMPUTE WS-CENTS = WS-GRP-PREMIUM * 100.
           MOVE WS-CENTS           TO WCX-D-PREMIUM-CENTS.
           ADD WS-CENTS            TO WS-TOTAL-PREMIUM-CENTS.
           WRITE WC-AUDIT-EXTRACT-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-GRP-GROSS       TO WS-INST-GROSS.
           ADD WS-GRP-OT-PREMIUM  TO WS-INST-OT-PREMIUM.
           ADD WS-GRP-REPORTABLE  TO WS-INST-REPORTABLE.
           ADD WS-GRP-PREMIUM     TO WS-INST-PREMIUM.

       3300-WRITE-INSTITUTION-BREAK.
           MOVE WS-GRP-EIN          TO WS-RD-EIN.
           MOVE WS-GRP-WHERE        TO WS-RD-WHERE.
           MOVE SPACES              TO WS-RD-CLASS.
           MOVE 0                   TO WS-RD-RATE.
           MOVE 0                   TO WS-RD-EMPLOYEES.
           MOVE WS-INST-GROSS       TO WS-RD-GROSS.
           MOVE WS-INST-OT-PREMIUM  TO WS-RD-OT-PREMIUM.
           MOVE WS-INST-REPORTABLE  TO WS-RD-REPORTABLE.
           MOVE WS-INST-PREMIUM     TO WS-RD-PREMIUM.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           MOVE "** INSTITUTION TOTAL" TO REPORT-LINE(35:20).
           WRITE REPORT-LINE.
           ADD WS-INST-GROSS       TO WS-EIN-GROSS.
           ADD WS-INST-OT-PREMIUM  TO WS-EIN-OT-PREMIUM.
           ADD WS-INST-REPORTABLE  TO WS-EIN-REPORTABLE.
           ADD WS-INST-PREMIUM     TO WS-EIN-PREMIUM.

       3400-WRITE-EMPLOYER-BREAK.
           MOVE WS-GRP-EIN          TO WS-RD-EIN.
           MOVE WS-GRP-NAME         TO WS-RD-WHERE.
           MOVE SPACES              TO WS-RD-CLASS.
           MOVE 0                   TO WS-RD-RATE.
           MOVE 0                   TO WS-RD-EMPLOYEES.
           MOVE WS-EIN-GROSS        TO WS-RD-GROSS.
           MOVE WS-EIN-OT-PREMIUM   TO WS-RD-OT-PREMIUM.
           MOVE WS-EIN-REPORTABLE   TO WS-RD-REPORTABLE.
           MOVE WS-EIN-PREMIUM      TO WS-RD-PREMIUM.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           MOVE "** EMPLOYER TOTAL" TO REPORT-LINE(35:20).
           WRITE REPORT-LINE.
           ADD WS-EIN-GROSS        TO WS-GT-GROSS.
           ADD WS-EIN-OT-PREMIUM   TO WS-GT-OT-PREMIUM.
           ADD WS-EIN-REPORTABLE   TO WS-GT-REPORTABLE.
           ADD WS-EIN-PREMIUM      TO WS-GT-PREMIUM.

       9000-TERMINATE.
           MOVE SPACES             TO WS-RD-EIN.
           MOVE SPACES             TO WS-RD-WHERE.
           MOVE SPACES             TO WS-RD-CLASS.
           MOVE 0                  TO WS-RD-RATE.
           MOVE 0                  TO WS-RD-EMPLOYEES.
           MOVE WS-GT-GROSS        TO WS-RD-GROSS.
           MOVE WS-GT-OT-PREMIUM   TO WS-RD-OT-PREMIUM.
           MOVE WS-GT-REPORTABLE   TO WS-RD-REPORTABLE.
           MOVE WS-GT-PREMIUM      TO WS-RD-PREMIUM.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           MOVE "** GRAND TOTAL" TO REPORT-LINE(35:20).
           WRITE REPORT-LINE.
           CLOSE WC-REPORT.
           MOVE SPACES TO WC-AUDIT-EXTRACT-RECORD.
           MOVE "T"                    TO WCX-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT        TO WCX-T-DETAIL-COUNT.
           MOVE WS-TOTAL-PAYROLL-CENTS TO WCX-T-PAYROLL-CENTS.
           MOVE WS-TOTAL-PREMIUM-CENTS TO WCX-T-PREMIUM-CENTS.
           WRITE WC-AUDIT-EXTRACT-RECORD.
           CLOSE WC-AUDIT-EXTRACT.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           MOVE WS-CLASSIFIED-COUNT TO WS-LOG-COUNT.
           MOVE WS-GT-REPORTABLE    TO WS-LOG-GROSS.
           MOVE 0 TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           DISPLAY "WC-PREMIUM-AUDIT COMPLETE: REPORTABLE "
               WS-GT-REPORTABLE ", EST PREMIUM " WS-GT-PREMIUM.
           IF WS-UNCLASS-COUNT > 0
               DISPLAY WS-UNCLASS-COUNT " PAY LINES HAVE NO "
                   "WORKERS COMP CLASS - KEY THE JOB-RATE-TABLE "
                   "CLASS AND RERUN BEFORE FILING"
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
           MOVE "WC-PREMIUM-AUDIT" TO JRL-PROGRAM.
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
