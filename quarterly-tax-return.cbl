      *> an earlier quarter still carry THAT quarter's QTD amounts
      *> (the run only rolls an employee forward when it pays them),
      *> so they are excluded from the totals and counted for the
      *> report footing instead. Each employer's quarter liability
      *> (federal tax withheld plus the employee and the employer
      *> social security) is compared with the deposits
      *> TAX-DEPOSIT-LEDGER carries for the same quarter; a shortfall
      *> or any deposit settled after its due date is flagged on the
      *> return and ends the run with RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

      *> Permanent federal deposit ledger, read only. A site that
      *> has never scheduled a deposit has no ledger - every
      *> employer's liability then shows as undeposited.
           SELECT TAX-DEPOSIT-LEDGER ASSIGN TO "TAX-DEPOSIT-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT RETURN-REPORT ASSIGN TO "QUARTERLY-TAX-RETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  EMPLOYER-MASTER.
       COPY "employer-record.cpy".

       FD  TAX-DEPOSIT-LEDGER.
       COPY "tax-deposit-record.cpy".

       FD  RETURN-REPORT.
       01  REPORT-LINE             PIC X(80).

       01  WS-LOG-NET          PIC S9(9)V99.
       01  WS-LOG-EOF          PIC X(01).
       01  WS-LAST-CALC-PERIOD PIC X(06)       VALUE SPACES.
       01  WS-LAST-CALC-SEQ    PIC 9(2)        VALUE 0.
       01  WS-JRL-SEQ          PIC 9(2).
       01  WS-BALANCE-PASSED   PIC X(01)       VALUE "N".

      *> Pass 1 finds the reporting quarter; pass 2 totals it. Both
           88  WS-EMP-OK               VALUE "00".
       01  WS-ER-STATUS        PIC X(02).
           88  WS-ER-OK                VALUE "00".
       01  WS-TD-STATUS        PIC X(02).
           88  WS-TD-OK                VALUE "00".

       01  WS-EMP-COUNT        PIC 9(5)        VALUE 0.
       01  WS-STALE-COUNT      PIC 9(5)        VALUE 0.
       01  WS-TOTAL-FED        PIC S9(9)V99    VALUE 0.
       01  WS-TOTAL-STATE      PIC S9(9)V99    VALUE 0.
       01  WS-TOTAL-SS         PIC S9(9)V99    VALUE 0.
       01  WS-TOTAL-FED-WAGES  PIC S9(9)V99    VALUE 0.
       01  WS-TOTAL-STATE-WAGES PIC S9(9)V99   VALUE 0.
       01  WS-TOTAL-SS-WAGES   PIC S9(9)V99    VALUE 0.
      *> This row's quarter taxable wages - its gross on a row
      *> written before pre-tax deductions were carried.
       01  WS-QTD-FED-WAGES    PIC S9(7)V99.
       01  WS-QTD-STATE-WAGES  PIC S9(7)V99.
       01  WS-QTD-SS-WAGES     PIC S9(7)V99.
       01  WS-EMP-EOF          PIC X(01)       VALUE "N".

      *> Deposit reconciliation: the quarter's ledger rows, and the
      *> employers left short or paid late.
       01  WS-TD-EOF           PIC X(01)       VALUE "N".
       01  WS-LEDGER-FOUND     PIC X(01)       VALUE "N".
       01  WS-TOTAL-DEPOSITS   PIC S9(9)V99    VALUE 0.
       01  WS-TOTAL-LIABILITY  PIC S9(9)V99    VALUE 0.
       01  WS-LIABILITY        PIC S9(9)V99.
       01  WS-SHORTFALL        PIC S9(9)V99.
       01  WS-SHORT-EMPLOYERS  PIC 9(3)        VALUE 0.
       01  WS-LATE-DEPOSITS    PIC 9(5)        VALUE 0.

      *> Default employer identity for institutions without an
      *> EMPLOYER-MASTER row - the single identity the suite carried
      *> before the file existed.
               10  WS-RET-FED          PIC S9(9)V99.
               10  WS-RET-STATE        PIC S9(9)V99.
               10  WS-RET-SS           PIC S9(9)V99.
               10  WS-RET-FED-WAGES    PIC S9(9)V99.
               10  WS-RET-STATE-WAGES  PIC S9(9)V99.
               10  WS-RET-SS-WAGES     PIC S9(9)V99.
               10  WS-RET-DEPOSITS     PIC S9(9)V99.
               10  WS-RET-LATE-COUNT   PIC 9(5).
       01  WS-THIS-NAME        PIC X(16).
       01  WS-THIS-EIN         PIC X(10).

           PERFORM 2000-FIND-REPORTING-QUARTER
               UNTIL WS-END-OF-YTD.
           PERFORM 3000-TOTAL-REPORTING-QUARTER.
           PERFORM 4000-TOTAL-DEPOSITS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *> The log reads newest-last: each SALARY-CALCULATION END
      *> becomes the latest calculation and resets the proof flag,
      *> and the PAYROLL-BALANCE END that follows it (chronological
      *> order - the file is only ever extended) settles it - the
      *> proof of that same run, period and run sequence both, since
      *> an off-cycle run re-opens a period already proved once. No
      *> completed calculation, or one without a passing proof,
      *> refuses the run - the totals would come off an unproven
      *> master.
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           IF JRL-RUN-SEQ NUMERIC
                               MOVE JRL-RUN-SEQ TO WS-JRL-SEQ
                           ELSE
                               MOVE 0 TO WS-JRL-SEQ
                           END-IF
                           IF JRL-END-EVENT
                               IF JRL-PROGRAM = "SALARY-CALCULATION"
                                   MOVE JRL-PERIOD-ID
                                       TO WS-LAST-CALC-PERIOD
                                   MOVE WS-JRL-SEQ
                                       TO WS-LAST-CALC-SEQ
                                   MOVE "N" TO WS-BALANCE-PASSED
                               END-IF
                               IF JRL-PROGRAM = "PAYROLL-BALANCE"
                                       AND JRL-PERIOD-ID
                                           = WS-LAST-CALC-PERIOD
                                       AND WS-JRL-SEQ
                                           = WS-LAST-CALC-SEQ
                                   IF JRL-STATUS-OK
                                       MOVE "Y" TO WS-BALANCE-PASSED
                                   ELSE
               NOT AT END
                   IF YTD-CURRENT-YEAR = WS-RPT-YEAR
                           AND YTD-CURRENT-QUARTER = WS-RPT-QUARTER
                       PERFORM 3150-RESOLVE-TAXABLE-WAGES
                       PERFORM 3200-RESOLVE-EMPLOYER
                       PERFORM 3300-ADD-TO-EMPLOYER
                       ADD 1                  TO WS-EMP-COUNT
                       ADD YTD-QTD-FED-TAX    TO WS-TOTAL-FED
                       ADD YTD-QTD-STATE-TAX  TO WS-TOTAL-STATE
                       ADD YTD-QTD-SOC-SEC    TO WS-TOTAL-SS
                       ADD WS-QTD-FED-WAGES   TO WS-TOTAL-FED-WAGES
                       ADD WS-QTD-STATE-WAGES TO WS-TOTAL-STATE-WAGES
                       ADD WS-QTD-SS-WAGES    TO WS-TOTAL-SS-WAGES
                   ELSE
                       ADD 1 TO WS-STALE-COUNT
                   END-IF
           END-READ.

       3150-RESOLVE-TAXABLE-WAGES.
           IF YTD-QTD-FED-WAGES NUMERIC
               MOVE YTD-QTD-FED-WAGES   TO WS-QTD-FED-WAGES
               MOVE YTD-QTD-STATE-WAGES TO WS-QTD-STATE-WAGES
               MOVE YTD-QTD-SS-WAGES    TO WS-QTD-SS-WAGES
           ELSE
               MOVE YTD-QTD-GROSS       TO WS-QTD-FED-WAGES
               MOVE YTD-QTD-GROSS       TO WS-QTD-STATE-WAGES
               MOVE YTD-QTD-GROSS       TO WS-QTD-SS-WAGES
           END-IF.

      *> Advance the WHO-sequenced employee master to the YTD row in
      *> hand and map the institution to its legal employer. An
      *> employee no longer on the master or an unmapped institution
           ADD YTD-QTD-FED-TAX   TO WS-RET-FED(RET-IDX).
           ADD YTD-QTD-STATE-TAX TO WS-RET-STATE(RET-IDX).
           ADD YTD-QTD-SOC-SEC   TO WS-RET-SS(RET-IDX).
           ADD WS-QTD-FED-WAGES  TO WS-RET-FED-WAGES(RET-IDX).
           ADD WS-QTD-STATE-WAGES TO WS-RET-STATE-WAGES(RET-IDX).
           ADD WS-QTD-SS-WAGES   TO WS-RET-SS-WAGES(RET-IDX).

      *> Twenty distinct EINs is far beyond anything registration
      *> will ever hand us; a twenty-first would blend into the
           MOVE 0 TO WS-RET-FED(RET-IDX).
           MOVE 0 TO WS-RET-STATE(RET-IDX).
           MOVE 0 TO WS-RET-SS(RET-IDX).
           MOVE 0 TO WS-RET-FED-WAGES(RET-IDX).
           MOVE 0 TO WS-RET-STATE-WAGES(RET-IDX).
           MOVE 0 TO WS-RET-SS-WAGES(RET-IDX).
           MOVE 0 TO WS-RET-DEPOSITS(RET-IDX).
           MOVE 0 TO WS-RET-LATE-COUNT(RET-IDX).

       3490-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER
                   MOVE "Y" TO WS-EMP-EOF
           END-READ.

      *> Every ledger row dated in the reporting quarter - scheduled
      *> or entered by hand - counts toward its EIN's deposits. A
      *> deposit for an EIN with no wages this quarter still opens
      *> an entry, so it shows on the return rather than vanishing.
       4000-TOTAL-DEPOSITS.
           MOVE "N" TO WS-TD-EOF.
           OPEN INPUT TAX-DEPOSIT-LEDGER.
           IF WS-TD-OK
               MOVE "Y" TO WS-LEDGER-FOUND
               PERFORM UNTIL WS-TD-EOF = "Y"
                   READ TAX-DEPOSIT-LEDGER
                       AT END
                           MOVE "Y" TO WS-TD-EOF
                       NOT AT END
                           IF TD-TAX-YEAR = WS-RPT-YEAR
                                   AND TD-TAX-QUARTER = WS-RPT-QUARTER
                               PERFORM 4100-ADD-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-DEPOSIT-LEDGER
           END-IF.

       4100-ADD-DEPOSIT.
           MOVE TD-EMPLOYER-ID   TO WS-THIS-EIN.
           MOVE TD-EMPLOYER-NAME TO WS-THIS-NAME.
           SET RET-IDX TO 1.
           IF WS-RET-COUNT > 0
               SEARCH WS-RET-ENTRY
                   AT END
                       PERFORM 3310-NEW-EMPLOYER-ENTRY
                   WHEN WS-RET-EIN(RET-IDX) = WS-THIS-EIN
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 3310-NEW-EMPLOYER-ENTRY
           END-IF.
           ADD TD-DEPOSIT-AMOUNT TO WS-RET-DEPOSITS(RET-IDX).
           ADD TD-DEPOSIT-AMOUNT TO WS-TOTAL-DEPOSITS.
           IF TD-SETTLE-DATE > TD-DUE-DATE
               ADD 1 TO WS-RET-LATE-COUNT(RET-IDX)
               ADD 1 TO WS-LATE-DEPOSITS
           END-IF.

       9000-TERMINATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-WAGES TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL EMPLOYERS - FED TAX WAGES" TO WS-AL-LABEL.
           MOVE WS-TOTAL-FED-WAGES TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL EMPLOYERS - STATE TAX WAGES" TO WS-AL-LABEL.
           MOVE WS-TOTAL-STATE-WAGES TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL EMPLOYERS - SOC SEC WAGES" TO WS-AL-LABEL.
           MOVE WS-TOTAL-SS-WAGES TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL EMPLOYERS - TAX LIABILITY" TO WS-AL-LABEL.
           MOVE WS-TOTAL-LIABILITY TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL EMPLOYERS - DEPOSITS MADE" TO WS-AL-LABEL.
           MOVE WS-TOTAL-DEPOSITS TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPLOYERS WITH A DEPOSIT SHORTFALL" TO WS-CL-LABEL.
           MOVE WS-SHORT-EMPLOYERS TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LATE DEPOSITS THIS QUARTER" TO WS-CL-LABEL.
           MOVE WS-LATE-DEPOSITS TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPLOYEES PAID THIS QUARTER" TO WS-CL-LABEL.
           MOVE WS-EMP-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           DISPLAY "QUARTERLY-TAX-RETURN COMPLETE: " WS-RPT-YEAR
               " Q" WS-RPT-QUARTER ", " WS-EMP-COUNT
               " EMPLOYEES, " WS-STALE-COUNT " STALE ROWS SKIPPED".
           IF WS-LEDGER-FOUND = "N"
               DISPLAY "NO TAX-DEPOSIT-LEDGER ON FILE - NO DEPOSITS "
                   "COUNTED AGAINST THE QUARTER"
           END-IF.
           IF WS-SHORT-EMPLOYERS > 0 OR WS-LATE-DEPOSITS > 0
               DISPLAY "DEPOSITS DO NOT COVER THE QUARTER: "
                   WS-SHORT-EMPLOYERS " EMPLOYERS SHORT, "
                   WS-LATE-DEPOSITS " LATE DEPOSITS"
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-EMPLOYER-RETURN.
           MOVE WS-RET-NAME(RET-IDX) TO WS-EMPL-NAME.
           MOVE WS-RET-WAGES(RET-IDX) TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      *> Taxable wages are gross less the pre-tax deductions that
      *> reduce each tax - the bases the withholding below was
      *> figured on.
           MOVE "FEDERAL TAXABLE WAGES" TO WS-AL-LABEL.
           MOVE WS-RET-FED-WAGES(RET-IDX) TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STATE TAXABLE WAGES" TO WS-AL-LABEL.
           MOVE WS-RET-STATE-WAGES(RET-IDX) TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SOCIAL SECURITY WAGES" TO WS-AL-LABEL.
           MOVE WS-RET-SS-WAGES(RET-IDX) TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-AL-LABEL.
           MOVE WS-RET-FED(RET-IDX) TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           MOVE WS-RET-EMP-COUNT(RET-IDX) TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      *> The deposit liability carries the employer's matching
      *> social security on top of what was withheld.
           COMPUTE WS-LIABILITY = WS-RET-FED(RET-IDX)
               + (2 * WS-RET-SS(RET-IDX)).
           ADD WS-LIABILITY TO WS-TOTAL-LIABILITY.
           MOVE "TOTAL TAX LIABILITY" TO WS-AL-LABEL.
           MOVE WS-LIABILITY TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPOSITS MADE FOR THE QUARTER" TO WS-AL-LABEL.
           MOVE WS-RET-DEPOSITS(RET-IDX) TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-SHORTFALL =
               WS-LIABILITY - WS-RET-DEPOSITS(RET-IDX).
           IF WS-SHORTFALL > 0
               ADD 1 TO WS-SHORT-EMPLOYERS
               MOVE "DEPOSIT SHORTFALL - FLAGGED" TO WS-AL-LABEL
               MOVE WS-SHORTFALL TO WS-AL-AMOUNT
               MOVE WS-AMOUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-RET-LATE-COUNT(RET-IDX) > 0
               MOVE "LATE DEPOSITS - FLAGGED" TO WS-CL-LABEL
               MOVE WS-RET-LATE-COUNT(RET-IDX) TO WS-CL-COUNT
               MOVE WS-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *> One record onto the shared job-run log from the WS-LOG
      *> staging fields (EXTEND with an OUTPUT fallback creates the
           END-IF.
           MOVE "QUARTERLY-TAX-RETURN" TO JRL-PROGRAM.
           MOVE WS-LAST-CALC-PERIOD TO JRL-PERIOD-ID.
           MOVE 0              TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
