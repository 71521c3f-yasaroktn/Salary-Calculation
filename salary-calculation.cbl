               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.

      *> Overpayment recovery receivables - old/new generation pair
      *> in the merge, several receivables per WHO allowed, gathered
      *> like the garnishment orders. RECOVERY-AGING posts new
      *> receivables onto the master between runs.
           SELECT RECOVERY-MASTER-OLD ASSIGN TO "RECOVERY-MASTER-OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-OLD-STATUS.

           SELECT RECOVERY-MASTER-NEW ASSIGN TO "RECOVERY-MASTER-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-NEW-STATUS.

      *> Pay-period control calendar - read in full at start-up to
      *> locate the period containing the run date, rewritten in full
      *> at normal termination with that period marked closed (the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

      *> Off-cycle pay list - the employees an off-cycle run (period
      *> named on the RUN-CONTROL card) is to pay. Read only in that
      *> mode; the regular run never opens it.
           SELECT OFF-CYCLE-LIST ASSIGN TO "OFF-CYCLE-LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.

      *> Shared job-run log - a START record once the run is
      *> committed to go and an END record with the final counts and
      *> totals at normal termination, keyed by WS-PERIOD-ID. Opened
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

       FD  DEDUCTION-MASTER.
       COPY "deduction-record.cpy".
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

       FD  CHECKPOINT-FILE.
       COPY "checkpoint-record.cpy".
      *> One record per paid employee: the seven per-category
      *> withholding amounts bound for the GL plus the three
      *> employer-burden amounts (social security match, unemployment
      *> insurance, employer health share), the three pre-tax
      *> deductions, the three taxable-wage bases (memo lines on
      *> the extract) and the overpayment recovery taken, keyed by
      *> institution for the termination sort-and-summarize.
       FD  GL-WORK-FILE.
       01  GL-WORK-RECORD.
           05  GLW-WHERE           PIC X(20).
                                   SIGN IS LEADING SEPARATE.
           05  GLW-ER-HEALTH       PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLW-RETIRE          PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLW-S125-HEALTH     PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLW-S125-DEPCARE    PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLW-FED-WAGES       PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLW-STATE-WAGES     PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLW-SS-WAGES        PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLW-RECOVERY        PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.

       SD  GL-SORT-FILE.
       01  GL-SORT-RECORD.
           05  SRT-WHERE           PIC X(20).
           05  FILLER              PIC X(170).

      *> The sorted copy of GL-WORK-FILE, read back with a control
      *> break on institution to build the summarized extract.
                                   SIGN IS LEADING SEPARATE.
           05  GLS-ER-HEALTH       PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLS-RETIRE          PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLS-S125-HEALTH     PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLS-S125-DEPCARE    PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLS-FED-WAGES       PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLS-STATE-WAGES     PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLS-SS-WAGES        PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  GLS-RECOVERY        PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.

       FD  EMPLOYER-LIAB-REPORT.
       01  EMPLOYER-LIAB-LINE      PIC X(100).
       FD  GARNISH-REMIT-FILE.
       COPY "garnish-remit-record.cpy".

       FD  RECOVERY-MASTER-OLD.
       COPY "recovery-record.cpy".

       FD  RECOVERY-MASTER-NEW.
       COPY "recovery-record.cpy"
           REPLACING ==RECOVERY-RECORD==     BY ==RECOVERY-NEW-RECORD==
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

       FD  RUN-CONTROL-FILE.
       COPY "run-control-record.cpy".

       FD  OFF-CYCLE-LIST.
       COPY "off-cycle-record.cpy".

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

           88  WS-GM-NEW-OK            VALUE "00".
       01  WS-GR-STATUS        PIC X(02).
           88  WS-GR-OK                VALUE "00".
       01  WS-RM-OLD-STATUS    PIC X(02).
           88  WS-RM-OLD-OK            VALUE "00".
       01  WS-RM-NEW-STATUS    PIC X(02).
           88  WS-RM-NEW-OK            VALUE "00".
       01  WS-RC-STATUS        PIC X(02).
           88  WS-RC-OK                VALUE "00".
       01  WS-OC-STATUS        PIC X(02).
           88  WS-OC-OK                VALUE "00".
       01  WS-PL-STATUS        PIC X(02).
           88  WS-PL-OK                VALUE "00".
       01  WS-EL-STATUS        PIC X(02).
       01  WS-YTD-EOF          PIC X(01)       VALUE "N".
       01  WS-LB-EOF           PIC X(01)       VALUE "N".
       01  WS-GM-EOF           PIC X(01)       VALUE "N".
       01  WS-RM-EOF           PIC X(01)       VALUE "N".

      *> Sequence pre-check working fields - every sorted input is
      *> proven in WHO order (strictly ascending except the
      *> garnishment and recovery masters, where several rows share a
      *> WHO) before
      *> the run commits anything, so a mis-sorted file is a clean
      *> up-front refusal instead of a corrupted merge mid-run.
       01  WS-SEQ-ERROR        PIC X(01)       VALUE "N".
               10  WS-SB-FLOOR     PIC 9(7)V99.
               10  WS-SB-RATE      PIC 9(2)V99.
       01  WS-SS-WAGE-BASE         PIC 9(7)V99 VALUE 0.
      *> Retirement plan annual elective deferral limit from the
      *> year's "R" row - zero means no row, no limit.
       01  WS-RETIRE-LIMIT         PIC 9(7)V99 VALUE 0.
      *> Protected minimum net pay from the year's "P" row - the
      *> floor overpayment recovery stops at; no row protects net
      *> down to zero.
       01  WS-RCV-PROTECTED-NET    PIC 9(6)V99 VALUE 0.

      *> Bracket-walk scratch: the slice of gross each bracket
      *> covers, the tax built up across the walk, and the YTD wages
       01  WS-GRAD-TAX             PIC S9(7)V99.
       01  WS-YTD-WAGES            PIC S9(8)V99.
       01  WS-SS-TAXABLE           PIC S9(7)V99.
       01  WS-YTD-RETIRE           PIC S9(8)V99.
       01  WS-RETIRE-ROOM          PIC S9(8)V99.

      *> Pre-tax deductions for the employee in hand and the three
      *> taxable-wage bases they leave (gross less whichever pre-tax
      *> amounts are tagged to reduce that tax). 3205-COMPUTE-PRETAX
      *> sets them from the elections below; the restart replay sets
      *> them from the PAYROLL-DETAIL record. WS-SS-WAGES ends up as
      *> the CAPPED base once 3240 has applied the annual wage base.
       01  WS-RETIRE-AMT           PIC 9(5)V99.
       01  WS-S125-HEALTH-AMT      PIC 9(5)V99.
       01  WS-S125-DEPCARE-AMT     PIC 9(5)V99.
       01  WS-PRETAX-TOTAL         PIC 9(6)V99.
       01  WS-PRETAX-ROOM          PIC S9(6)V99.
       01  WS-FED-WAGES            PIC S9(6)V99.
       01  WS-STATE-WAGES          PIC S9(6)V99.
       01  WS-SS-WAGES             PIC S9(6)V99.
       01  WS-AFTER-PRETAX         PIC S9(6)V99.

      *> Withholding elections for the employee in hand, set by
      *> 3210-LOOKUP-DEDUCTIONS from the merge-positioned
       01  WS-DEFAULT-SS-PCT       PIC 9(2)V99 VALUE 6.20.
       01  WS-DEFAULT-HEALTH-AMT   PIC 9(4)V99 VALUE 50.00.

      *> Pre-tax elections from the same row: the retirement
      *> percentage of gross, the flat section-125 amounts, and the
      *> resolved "Y"/"N" reduces-this-tax tags (blank tags on the
      *> master already resolved to the statutory defaults by
      *> 3216-RESOLVE-PRETAX-TAGS). No row means no pre-tax elections.
       01  WS-RETIRE-PCT           PIC 9(2)V99.
       01  WS-S125-HEALTH-ELECT    PIC 9(4)V99.
       01  WS-S125-DEPCARE-ELECT   PIC 9(4)V99.
       01  WS-RETIRE-TAGS.
           05  WS-RETIRE-FIT       PIC X(01).
           05  WS-RETIRE-SIT       PIC X(01).
           05  WS-RETIRE-SS        PIC X(01).
       01  WS-S125-HEALTH-TAGS.
           05  WS-S125-HEALTH-FIT  PIC X(01).
           05  WS-S125-HEALTH-SIT  PIC X(01).
           05  WS-S125-HEALTH-SS   PIC X(01).
       01  WS-S125-DEPCARE-TAGS.
           05  WS-S125-DEPCARE-FIT PIC X(01).
           05  WS-S125-DEPCARE-SIT PIC X(01).
           05  WS-S125-DEPCARE-SS  PIC X(01).

      *> Employer-side burden, computed per employee alongside the
      *> withholding so accounting stops booking it by hand. The
      *> social security match mirrors the amount actually withheld
       01  WS-REMIT-SUPPRESS   PIC X(01)       VALUE "N".
       01  WS-GARN-MORE        PIC X(01).

      *> This employee's open overpayment receivables, gathered from
      *> the merge-positioned RECOVERY-MASTER-OLD in file order (the
      *> master is kept oldest first within WHO) and drawn by
      *> 3290-APPLY-RECOVERIES. Rows past twenty are carried forward
      *> untouched with a console warning, like extra garnishments.
       01  WS-RV-COUNT         PIC 9(2)        VALUE 0.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 20 TIMES INDEXED BY RV-IDX.
               10  WS-RV-ITEM-ID       PIC X(10).
               10  WS-RV-SOURCE        PIC X(01).
               10  WS-RV-OPEN-DATE     PIC 9(8).
               10  WS-RV-PERIOD-ID     PIC X(06).
               10  WS-RV-ORIGINAL      PIC 9(7)V99.
               10  WS-RV-INSTALLMENT   PIC 9(5)V99.
               10  WS-RV-BALANCE       PIC 9(7)V99.
               10  WS-RV-TAKEN         PIC 9(7)V99.
               10  WS-RV-LAST-TAKEN    PIC 9(8).
               10  WS-RV-REASON        PIC X(30).

      *> Per-employee recovery working set: what net is left above
      *> the protected minimum, what the receivable in hand wants
      *> this period and gets, and the employee's total taken.
       01  WS-RCV-ROOM         PIC S9(7)V99.
       01  WS-RCV-WANT         PIC S9(7)V99.
       01  WS-RCV-TAKE         PIC S9(7)V99.
       01  WS-RECOVERY-TOTAL   PIC S9(6)V99.

       01  WS-FED-TAX-PCT      PIC 9(2)V99.
       01  WS-STATE-TAX-PCT    PIC 9(2)V99.
       01  WS-SS-PCT           PIC 9(2)V99.
       01  WS-VARIANCE-THRESHOLD PIC 9(3)V99   VALUE 25.00.
       01  WS-THRESHOLD-EDIT   PIC ZZ9.99.

      *> Off-cycle state. An off-cycle run pays only the employees on
      *> OFF-CYCLE-LIST, for the already-closed period named on the
      *> RUN-CONTROL card, under WS-RUN-SEQ - one past the highest
      *> sequence JOB-RUN-LOG shows completed for the period (the
      *> regular run is 0). Everything else - YTD, leave,
      *> garnishments, recoveries, GL, detail and stubs - runs
      *> exactly as live; only the calendar is left alone, because
      *> the period is already closed. WS-OC-PAID marks a listed
      *> employee PAYROLL-HISTORY already holds a payment for in the
      *> period (refused, E011); WS-OC-FOUND marks one met on
      *> EMPLOYEE-MASTER, so a list entry never met is reported
      *> (E012) rather than silently left unpaid.
       01  WS-OFF-CYCLE        PIC X(01)       VALUE "N".
           88  WS-OFF-CYCLE-RUN                VALUE "Y".
       01  WS-OFF-CYCLE-PERIOD PIC X(06)       VALUE SPACES.
       01  WS-RUN-SEQ          PIC 9(2)        VALUE 0.
       01  WS-HIGH-SEQ         PIC 9(2)        VALUE 0.
       01  WS-JRL-SEQ          PIC 9(2).
       01  WS-JRL-EOF          PIC X(01).
       01  WS-PH-EOF           PIC X(01).
       01  WS-LAST-CALC-PERIOD PIC X(06)       VALUE SPACES.
       01  WS-LAST-CALC-SEQ    PIC 9(2)        VALUE 0.
       01  WS-LAST-CALC-PAID   PIC X(01)       VALUE "Y".
       01  WS-OFF-LIST-SKIP    PIC X(01)       VALUE "N".
       01  WS-OC-FINAL-COUNT   PIC 9(6)        VALUE 0.
       01  WS-OC-UNMATCHED     PIC 9(4)        VALUE 0.
       01  WS-OC-COUNT         PIC 9(4)        VALUE 0.
       01  WS-OC-TABLE.
           05  WS-OC-ENTRY OCCURS 500 TIMES INDEXED BY OC-IDX.
               10  WS-OC-WHO           PIC X(20).
               10  WS-OC-REASON        PIC X(30).
               10  WS-OC-PAID          PIC X(01).
               10  WS-OC-FOUND         PIC X(01).
       01  WS-OC-MATCH         PIC 9(4)        VALUE 0.
       01  WS-OC-KEY           PIC X(20).
       01  WS-CKPT-SEQ         PIC 9(2).

      *> Prior-period comparison state: the last live run's
      *> PAYROLL-DETAIL, merge-read by WHO alongside this trial.
       01  WS-PRIOR-EOF        PIC X(01)       VALUE "N".
       01  WS-GLB-ER-UNEMP     PIC S9(9)V99.
       01  WS-GLB-ER-HEALTH    PIC S9(9)V99.
       01  WS-GLB-ER-TOTAL     PIC S9(9)V99.
       01  WS-GLB-RETIRE       PIC S9(9)V99.
       01  WS-GLB-S125-HEALTH  PIC S9(9)V99.
       01  WS-GLB-S125-DEPCARE PIC S9(9)V99.
       01  WS-GLB-FED-WAGES    PIC S9(9)V99.
       01  WS-GLB-STATE-WAGES  PIC S9(9)V99.
       01  WS-GLB-SS-WAGES     PIC S9(9)V99.
       01  WS-GLB-RECOVERY     PIC S9(9)V99.
       01  WS-SORT-EOF         PIC X(01).

      *> Grand totals across institutions for the employer-liability
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *> The run card and the calendar gate run first, before any
      *> file is opened or table loaded: a refused run (closed
      *> period, no period, no calendar, a bad off-cycle request,
      *> mis-sorted input) leaves nothing open and nothing touched.
      *> The card is read ahead of the calendar because an off-cycle
      *> card names the period instead of the run date finding it.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-QUARTER = ((WS-RUN-MONTH - 1) / 3) + 1.
           PERFORM 1550-READ-RUN-CONTROL.
           PERFORM 1500-LOAD-CALENDAR.
           IF WS-OFF-CYCLE-RUN
               PERFORM 1560-LOAD-OFF-CYCLE-LIST
               PERFORM 1570-SCAN-RUN-SEQUENCE
               PERFORM 1580-SCAN-PRIOR-PAYMENTS
           END-IF.
           PERFORM 1600-SEQUENCE-CHECK-INPUTS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WS-EMP-OK
           IF WS-TRIAL-RUN
               PERFORM 1480-OPEN-TRIAL-OUTPUTS
           ELSE
               PERFORM 1405-CHECK-CHECKPOINT-OWNER
      *> The START record goes down before the first output opens: a
      *> live run that dies from here on shows on the log as a START
      *> with no END, which is what the operator needs to see.
                       "STATUS " WS-GM-NEW-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT RECOVERY-MASTER-NEW
               IF NOT WS-RM-NEW-OK
                   DISPLAY "UNABLE TO OPEN RECOVERY-MASTER-NEW, "
                       "STATUS " WS-RM-NEW-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT GL-WORK-FILE
               IF NOT WS-GLW-OK
                   DISPLAY "UNABLE TO OPEN GL-WORK-FILE, STATUS "
                   END-IF
               WHEN TR-WAGE-BASE
                   MOVE TR-FLOOR TO WS-SS-WAGE-BASE
               WHEN TR-RETIRE-LIMIT
                   MOVE TR-FLOOR TO WS-RETIRE-LIMIT
               WHEN TR-PROTECTED-NET
                   MOVE TR-FLOOR TO WS-RCV-PROTECTED-NET
               WHEN OTHER
                   DISPLAY "TAX-RATE-TABLE ROW WITH UNKNOWN TYPE "
                       TR-TYPE " FOR " TR-YEAR " - IGNORED"
               END-READ
           END-PERFORM.
           CLOSE PAY-PERIOD-CALENDAR.
           IF WS-OFF-CYCLE-RUN
               PERFORM 1510-LOCATE-CLOSED-PERIOD
           ELSE
               PERFORM 1520-LOCATE-OPEN-PERIOD
           END-IF.
           IF WS-C-DAYS(CAL-IDX) = 0
               DISPLAY "PAY PERIOD " WS-C-ID(CAL-IDX)
                   " HAS ZERO PAID DAYS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-C-ID(CAL-IDX)    TO WS-PERIOD-ID.
           MOVE WS-C-DAYS(CAL-IDX)  TO WS-PERIOD-DAYS.
           MOVE WS-C-START(CAL-IDX) TO WS-PERIOD-START.
           MOVE WS-C-END(CAL-IDX)   TO WS-PERIOD-END.

      *> An off-cycle run names its period on the card, and that
      *> period must already be CLOSED: an open period still belongs
      *> to the regular run, which would pay the off-cycle employees
      *> a second time when it came round.
       1510-LOCATE-CLOSED-PERIOD.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-C-ID(CAL-IDX) = WS-OFF-CYCLE-PERIOD
                   SET WS-CUR-PERIOD TO CAL-IDX
               END-IF
           END-PERFORM.
           IF WS-CUR-PERIOD = 0
               DISPLAY "OFF-CYCLE PERIOD " WS-OFF-CYCLE-PERIOD
                   " IS NOT ON PAY-PERIOD-CALENDAR - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET CAL-IDX TO WS-CUR-PERIOD.
           IF WS-C-STATUS(CAL-IDX) NOT = "C"
               DISPLAY "PAY PERIOD " WS-C-ID(CAL-IDX)
                   " IS NOT CLOSED - PAY IT IN THE REGULAR RUN, "
                   "OFF-CYCLE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1520-LOCATE-OPEN-PERIOD.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-RUN-DATE >= WS-C-START(CAL-IDX)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No card, an unreadable card, or any mode other than TRIAL is
      *> a live run - the mode that pays people must be the default
                                   TO WS-VARIANCE-THRESHOLD
                           END-IF
                       END-IF
                       IF RC-OFF-CYCLE-PERIOD NOT = SPACES
                           MOVE "Y" TO WS-OFF-CYCLE
                           MOVE RC-OFF-CYCLE-PERIOD
                               TO WS-OFF-CYCLE-PERIOD
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
               END-IF
           END-IF.

      *> The off-cycle list is held whole in a table - the run is
      *> refused outright if it cannot be, since a listed employee
      *> dropped on overflow would go unpaid with nothing said. A
      *> missing or empty list is refused too: an off-cycle card with
      *> no one to pay is an operator error, not a quiet no-op.
       1560-LOAD-OFF-CYCLE-LIST.
           OPEN INPUT OFF-CYCLE-LIST.
           IF NOT WS-OC-OK
               DISPLAY "OFF-CYCLE RUN REQUESTED BUT OFF-CYCLE-LIST "
                   "CANNOT BE OPENED, STATUS " WS-OC-STATUS
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-OC-STATUS = "10"
               READ OFF-CYCLE-LIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OC-WHO NOT = SPACES
                           PERFORM 1565-STORE-OFF-CYCLE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFF-CYCLE-LIST.
           IF WS-OC-COUNT = 0
               DISPLAY "OFF-CYCLE-LIST IS EMPTY - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1565-STORE-OFF-CYCLE-ENTRY.
           MOVE OC-WHO TO WS-OC-KEY.
           PERFORM 2035-FIND-OFF-CYCLE-ENTRY.
           IF WS-OC-MATCH > 0
               DISPLAY "OFF-CYCLE-LIST NAMES " OC-WHO
                   " TWICE - SECOND ENTRY IGNORED"
           ELSE
               IF WS-OC-COUNT >= 500
                   DISPLAY "OFF-CYCLE-LIST TABLE FULL AT 500 "
                       "ENTRIES AT " OC-WHO " - RUN REFUSED"
                   CLOSE OFF-CYCLE-LIST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO WS-OC-COUNT
                   SET OC-IDX TO WS-OC-COUNT
                   MOVE OC-WHO    TO WS-OC-WHO(OC-IDX)
                   MOVE OC-REASON TO WS-OC-REASON(OC-IDX)
                   MOVE "N"       TO WS-OC-PAID(OC-IDX)
                   MOVE "N"       TO WS-OC-FOUND(OC-IDX)
               END-IF
           END-IF.

      *> Numbers the off-cycle run from JOB-RUN-LOG: one past the
      *> highest sequence any SALARY-CALCULATION END shows for the
      *> period (a record from before sequences existed is the
      *> regular run, 0). A dead off-cycle run left only its START,
      *> so its restart is given the same number back. The same pass
      *> follows the LAST calculation of any period and whether a
      *> PAYMENT-EXTRACT END has matched it since: a live run
      *> truncates PAYROLL-DETAIL, so an off-cycle run refuses while
      *> the previous run's payments are still waiting to go out. A
      *> trial writes no PAYROLL-DETAIL and is not held back.
       1570-SCAN-RUN-SEQUENCE.
           MOVE 0 TO WS-HIGH-SEQ.
           MOVE "N" TO WS-JRL-EOF.
           OPEN INPUT JOB-RUN-LOG.
           IF WS-JRL-OK
               PERFORM UNTIL WS-JRL-EOF = "Y"
                   READ JOB-RUN-LOG
                       AT END
                           MOVE "Y" TO WS-JRL-EOF
                       NOT AT END
                           IF JRL-END-EVENT
                               PERFORM 1575-NOTE-RUN-LOG-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-RUN-LOG
           END-IF.
           IF WS-HIGH-SEQ >= 99
               DISPLAY "PERIOD " WS-PERIOD-ID " HAS USED ALL 99 "
                   "OFF-CYCLE RUN NUMBERS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-RUN-SEQ = WS-HIGH-SEQ + 1.
           IF WS-LAST-CALC-PAID = "N" AND NOT WS-TRIAL-RUN
               DISPLAY "PERIOD " WS-LAST-CALC-PERIOD " RUN "
                   WS-LAST-CALC-SEQ " HAS NOT BEEN THROUGH "
                   "PAYMENT-EXTRACT - OFF-CYCLE REFUSED, IT WOULD "
                   "OVERWRITE THAT PAYROLL-DETAIL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OFF-CYCLE RUN " WS-RUN-SEQ " FOR CLOSED PERIOD "
               WS-PERIOD-ID ", " WS-OC-COUNT " EMPLOYEES LISTED".

      *> A calculation that paid no one left an empty PAYROLL-DETAIL,
      *> so there is nothing for the extract to lose.
       1575-NOTE-RUN-LOG-END.
           IF JRL-RUN-SEQ NUMERIC
               MOVE JRL-RUN-SEQ TO WS-JRL-SEQ
           ELSE
               MOVE 0 TO WS-JRL-SEQ
           END-IF.
           IF JRL-PROGRAM = "SALARY-CALCULATION"
               MOVE JRL-PERIOD-ID TO WS-LAST-CALC-PERIOD
               MOVE WS-JRL-SEQ    TO WS-LAST-CALC-SEQ
               IF JRL-RECORD-COUNT = 0
                   MOVE "Y" TO WS-LAST-CALC-PAID
               ELSE
                   MOVE "N" TO WS-LAST-CALC-PAID
               END-IF
               IF JRL-PERIOD-ID = WS-PERIOD-ID
                       AND WS-JRL-SEQ > WS-HIGH-SEQ
                   MOVE WS-JRL-SEQ TO WS-HIGH-SEQ
               END-IF
           END-IF.
           IF JRL-PROGRAM = "PAYMENT-EXTRACT"
                   AND JRL-PERIOD-ID = WS-LAST-CALC-PERIOD
                   AND WS-JRL-SEQ = WS-LAST-CALC-SEQ
               MOVE "Y" TO WS-LAST-CALC-PAID
           END-IF.

      *> Marks every listed employee PAYROLL-HISTORY already holds a
      *> payment for in the period, from the regular run or an
      *> earlier off-cycle run. Adjustment deltas (origin A) only
      *> ever correct such a payment and are not one themselves.
       1580-SCAN-PRIOR-PAYMENTS.
           MOVE "N" TO WS-PH-EOF.
           OPEN INPUT PAYROLL-HISTORY.
           IF WS-PH-OK
               PERFORM UNTIL WS-PH-EOF = "Y"
                   READ PAYROLL-HISTORY
                       AT END
                           MOVE "Y" TO WS-PH-EOF
                       NOT AT END
                           IF PH-PERIOD-ID = WS-PERIOD-ID
                                   AND PH-ORIGIN NOT = "A"
                               MOVE PH-WHO TO WS-OC-KEY
                               PERFORM 2035-FIND-OFF-CYCLE-ENTRY
                               IF WS-OC-MATCH > 0
                                   MOVE "Y"
                                       TO WS-OC-PAID(WS-OC-MATCH)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.

      *> Trial outputs: the pre-list and the exception report, plus
      *> the prior period's PAYROLL-DETAIL opened INPUT (the live run
      *> would have opened it OUTPUT and truncated it) and primed for
                   WS-EXC-STATUS
               STOP RUN
           END-IF.
      *> An off-cycle trial has no prior-period base to compare a
      *> handful of listed employees against - every one pre-lists
      *> as NEW and no one is reported dropped.
           MOVE "N" TO WS-PRIOR-EOF.
           IF WS-OFF-CYCLE-RUN
               MOVE "Y" TO WS-PRIOR-EOF
           ELSE
               OPEN INPUT PAYROLL-DETAIL-FILE
               IF WS-PD-OK
                   PERFORM 7090-READ-PRIOR-DETAIL
               ELSE
                   MOVE "Y" TO WS-PRIOR-EOF
               END-IF
           END-IF.
           MOVE WS-PL-TITLE TO PRELIST-LINE.
           WRITE PRELIST-LINE.
      *> paid: EMPLOYEE-MASTER, DEDUCTION-MASTER, YTD-MASTER-OLD and
      *> LEAVE-BALANCE-OLD must be STRICTLY ascending on WHO (a
      *> duplicate employee would double-pay and cannot merge);
      *> GARNISH-MASTER-OLD and RECOVERY-MASTER-OLD must be
      *> non-descending (several orders or receivables per WHO are
      *> normal). Any violation refuses the whole run
      *> with RETURN-CODE 8 - a mis-sorted file caught here costs a
      *> re-sort, caught mid-run it costs a corrupted generation.
       1600-SEQUENCE-CHECK-INPUTS.
           PERFORM 1630-CHECK-YTD-SEQ.
           PERFORM 1640-CHECK-LEAVE-SEQ.
           PERFORM 1650-CHECK-GARNISH-SEQ.
           PERFORM 1660-CHECK-RECOVERY-SEQ.
           IF WS-SEQ-ERROR = "Y"
               DISPLAY "INPUT SEQUENCE ERRORS - RUN REFUSED, "
                   "SORT THE FILES AND RESUBMIT"
               CLOSE GARNISH-MASTER-OLD
           END-IF.

       1660-CHECK-RECOVERY-SEQ.
           OPEN INPUT RECOVERY-MASTER-OLD.
           IF WS-RM-OLD-OK
               MOVE "Y" TO WS-SEQ-FIRST
               PERFORM UNTIL WS-RM-OLD-STATUS = "10"
                   READ RECOVERY-MASTER-OLD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SEQ-FIRST = "N"
                                   AND RCV-WHO < WS-SEQ-PRIOR-KEY
                               MOVE "Y" TO WS-SEQ-ERROR
                               DISPLAY "RECOVERY-MASTER-OLD OUT OF "
                                   "SEQUENCE AT " RCV-WHO
                           END-IF
                           MOVE RCV-WHO TO WS-SEQ-PRIOR-KEY
                           MOVE "N" TO WS-SEQ-FIRST
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-MASTER-OLD
           END-IF.

      *> Opens the WHO-sequenced inputs for the merge proper and
      *> primes the first record of each. A file that is absent
      *> (first run at a new site) just starts at end-of-file.
           ELSE
               MOVE "Y" TO WS-GM-EOF
           END-IF.
           MOVE "N" TO WS-RM-EOF.
           OPEN INPUT RECOVERY-MASTER-OLD.
           IF WS-RM-OLD-OK
               PERFORM 5490-READ-RECOVERY-OLD
           ELSE
               MOVE "Y" TO WS-RM-EOF
           END-IF.

      *> An in-progress checkpoint may only be resumed by the run
      *> that wrote it. One left by another period or run sequence
      *> refuses this run before anything is opened or logged: that
      *> run must be restarted to completion first, or its half-
      *> written outputs would be taken for this run's.
       1405-CHECK-CHECKPOINT-OWNER.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-OK
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-IN-PROGRESS
                           IF CKPT-RUN-SEQ NUMERIC
                               MOVE CKPT-RUN-SEQ TO WS-CKPT-SEQ
                           ELSE
                               MOVE 0 TO WS-CKPT-SEQ
                           END-IF
                           IF WS-CKPT-SEQ NOT = WS-RUN-SEQ
                                   OR (CKPT-PERIOD-ID NOT = SPACES
                                   AND CKPT-PERIOD-ID
                                       NOT = WS-PERIOD-ID)
                               DISPLAY "IN-PROGRESS CHECKPOINT "
                                   "BELONGS TO PERIOD "
                                   CKPT-PERIOD-ID " RUN "
                                   WS-CKPT-SEQ " - RESTART THAT "
                                   "RUN FIRST, RUN REFUSED"
                               CLOSE CHECKPOINT-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *> If the prior run left an in-progress checkpoint, resume from
      *> it: skip the already-processed records (counting them off
                           MOVE PD-HEALTH      TO WS-HEALTH-AMT
                           COMPUTE WS-NET-PAY =
                               PD-NET-PAY + PD-GARNISH
                           IF PD-RECOVERY NUMERIC
                               ADD PD-RECOVERY TO WS-NET-PAY
                           END-IF
                           MOVE PD-VAC-HOURS   TO WS-VAC-TAKEN
                           MOVE PD-SICK-HOURS  TO WS-SICK-TAKEN
                           MOVE PD-FINAL-PAY   TO WS-FINAL-PAY
                           PERFORM 1465-REPLAY-PRETAX-FIELDS
                           MOVE "Y" TO WS-REMIT-SUPPRESS
                           PERFORM 3250-APPLY-GARNISHMENTS
                           MOVE "N" TO WS-REMIT-SUPPRESS
                           PERFORM 3290-APPLY-RECOVERIES
                           PERFORM 3300-UPDATE-YTD
                           PERFORM 3350-UPDATE-LEAVE-BALANCE
                           PERFORM 3400-WRITE-GL-WORK
               STOP RUN
           END-IF.

      *> A detail record written before the taxable-wage fields
      *> existed carries spaces there - wages were gross then, and
      *> nothing was taken pre-tax.
       1465-REPLAY-PRETAX-FIELDS.
           IF PD-FED-WAGES NUMERIC
               MOVE PD-FED-WAGES    TO WS-FED-WAGES
               MOVE PD-STATE-WAGES  TO WS-STATE-WAGES
               MOVE PD-SS-WAGES     TO WS-SS-WAGES
               MOVE PD-RETIRE       TO WS-RETIRE-AMT
               MOVE PD-S125-HEALTH  TO WS-S125-HEALTH-AMT
               MOVE PD-S125-DEPCARE TO WS-S125-DEPCARE-AMT
           ELSE
               MOVE PD-GROSS-PAY    TO WS-FED-WAGES
               MOVE PD-GROSS-PAY    TO WS-STATE-WAGES
               MOVE PD-GROSS-PAY    TO WS-SS-WAGES
               MOVE 0 TO WS-RETIRE-AMT
               MOVE 0 TO WS-S125-HEALTH-AMT
               MOVE 0 TO WS-S125-DEPCARE-AMT
           END-IF.

       2000-PROCESS-EMPLOYEES.
           READ EMPLOYEE-MASTER
               AT END
                   SET WS-END-OF-EMPLOYEES TO TRUE
               NOT AT END
                   ADD 1 TO WS-RAW-READS-PROCESSED
                   IF WS-OFF-CYCLE-RUN
                       PERFORM 2030-MATCH-OFF-CYCLE-LIST
                   END-IF
                   IF WS-SKIP-COUNT > 0
                       SUBTRACT 1 FROM WS-SKIP-COUNT
                   ELSE
                               END-IF
                           END-IF
                       ELSE
                           IF WS-OFF-LIST-SKIP = "N"
                               PERFORM 4200-WRITE-EXCEPTION
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> Off-cycle only. Every EMPLOYEE-MASTER record is matched to
      *> the list as it is read - the restart skip included - so the
      *> list entries never met can be reported at the end.
       2030-MATCH-OFF-CYCLE-LIST.
           MOVE EMP-WHO TO WS-OC-KEY.
           PERFORM 2035-FIND-OFF-CYCLE-ENTRY.
           IF WS-OC-MATCH > 0
               MOVE "Y" TO WS-OC-FOUND(WS-OC-MATCH)
           END-IF.

       2035-FIND-OFF-CYCLE-ENTRY.
           MOVE 0 TO WS-OC-MATCH.
           PERFORM VARYING OC-IDX FROM 1 BY 1
                   UNTIL OC-IDX > WS-OC-COUNT
                      OR WS-OC-MATCH > 0
               IF WS-OC-WHO(OC-IDX) = WS-OC-KEY
                   SET WS-OC-MATCH TO OC-IDX
               END-IF
           END-PERFORM.

      *> Looks up the standard rate and shift differential for this
      *> JOB/WHERE in WS-JOB-RATE-TABLE, honoring JR-EFFECTIVE-DATE:
      *> JOB-RATE-MASTER can carry more than one dated row per

       2050-VALIDATE-EMPLOYEE.
           SET WS-RECORD-VALID TO TRUE.
           MOVE "N" TO WS-OFF-LIST-SKIP.
           IF WS-OFF-CYCLE-RUN
               PERFORM 2056-CHECK-OFF-CYCLE-LIST
           END-IF.
           IF WS-RECORD-VALID
               PERFORM 2052-VALIDATE-STATUS-DATES
           END-IF.
           IF WS-RECORD-VALID
               PERFORM 2054-VALIDATE-FIELDS
           END-IF.

      *> Off-cycle only. An employee not on the list is passed over
      *> with no exception - the regular run already dealt with them
      *> - and every merge master carries their rows forward
      *> untouched, exactly as for a rejected record. A listed
      *> employee already paid in the period is refused (E011);
      *> a correction to that payment belongs to PAYROLL-ADJUSTMENT.
       2056-CHECK-OFF-CYCLE-LIST.
           IF WS-OC-MATCH = 0
               SET WS-RECORD-INVALID TO TRUE
               MOVE "Y" TO WS-OFF-LIST-SKIP
           ELSE
               IF WS-OC-PAID(WS-OC-MATCH) = "Y"
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "E011" TO WS-REJECT-REASON-CODE
                   MOVE "ALREADY PAID FOR THIS PERIOD"
                       TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.

      *> Status and date gates, ahead of the field edits because the
      *> leave validation (2060) must already know whether this is a
      *> final-pay period. A terminated employee whose date precedes
      *> automatically, since it copies WS-SOC-SEC.
       3200-CALCULATE-NET-PAY.
           PERFORM 3210-LOOKUP-DEDUCTIONS.
           PERFORM 3205-COMPUTE-PRETAX.
           IF WS-FED-BRACKET-COUNT > 0
               PERFORM 3220-COMPUTE-FED-GRADUATED
           ELSE
               COMPUTE WS-FED-TAX ROUNDED =
                   WS-FED-WAGES * WS-FED-TAX-PCT / 100
           END-IF.
           IF WS-STATE-BRACKET-COUNT > 0
               PERFORM 3230-COMPUTE-STATE-GRADUATED
           ELSE
               COMPUTE WS-STATE-TAX ROUNDED =
                   WS-STATE-WAGES * WS-STATE-TAX-PCT / 100
           END-IF.
           PERFORM 3240-COMPUTE-CAPPED-SOC-SEC.
           COMPUTE WS-NET-PAY-CALC ROUNDED =
               WS-GROSS-PAY - WS-PRETAX-TOTAL - WS-FED-TAX
                   - WS-STATE-TAX - WS-SOC-SEC - WS-HEALTH-AMT.
      *> Deductions exceeding gross pay would otherwise leave GROSS
      *> PAY's GL debit short of the FED/STATE/SOC-SEC/HEALTH/NET
      *> credits (NET PAY clamped to 0 but the withholdings still
      *> totaling more than gross) - absorb the shortfall by scaling
      *> ALL FOUR deduction categories down proportionally so they sum
      *> to exactly what is left of WS-GROSS-PAY after the pre-tax
      *> deductions (see the note above FD GL-POSTING-FILE), rather
      *> than reducing only the health premium, which left a
      *> residual imbalance whenever the statutory taxes alone
      *> already exceeded gross. FED-TAX/STATE-TAX/SOC-SEC are scaled
      *> TRUNCATED (not ROUNDED) so their sum cannot round up past
      *> that amount; HEALTH then absorbs whatever is left, so the
      *> four categories plus the pre-tax deductions always foot to
      *> WS-GROSS-PAY exactly with no rounding residue. The pre-tax
      *> deductions are never scaled - 3205 already held them to
      *> gross, and the plan and the section-125 carriers are owed
      *> exactly what the wage bases were reduced by.
           IF WS-NET-PAY-CALC < 0
               MOVE 0 TO WS-NET-PAY
               COMPUTE WS-AFTER-PRETAX =
                   WS-GROSS-PAY - WS-PRETAX-TOTAL
               COMPUTE WS-TOTAL-DEDUCT =
                   WS-FED-TAX + WS-STATE-TAX + WS-SOC-SEC
                       + WS-HEALTH-AMT
               COMPUTE WS-FED-TAX =
                   WS-FED-TAX * WS-AFTER-PRETAX / WS-TOTAL-DEDUCT
               COMPUTE WS-STATE-TAX =
                   WS-STATE-TAX * WS-AFTER-PRETAX / WS-TOTAL-DEDUCT
               COMPUTE WS-SOC-SEC =
                   WS-SOC-SEC * WS-AFTER-PRETAX / WS-TOTAL-DEDUCT
               COMPUTE WS-HEALTH-ADJ =
                   WS-AFTER-PRETAX - WS-FED-TAX - WS-STATE-TAX
                       - WS-SOC-SEC
               IF WS-HEALTH-ADJ < 0
                   MOVE 0 TO WS-HEALTH-AMT
               MOVE WS-NET-PAY-CALC TO WS-NET-PAY
           END-IF.
           PERFORM 3250-APPLY-GARNISHMENTS.
           PERFORM 3290-APPLY-RECOVERIES.

      *> Pre-tax deductions come off gross before any tax is figured:
      *> section-125 health first, then dependent care, then the
      *> retirement deferral, each held to whatever gross is left so
      *> a short period can never drive a wage base negative. The
      *> deferral is a percentage of gross, stopped at the plan's
      *> annual limit: 5195-ADVANCE-YTD positions YTD-MASTER-OLD on
      *> this employee (as 3240 does) so the year's deferrals to
      *> date are in hand - a row still carrying last year, or a
      *> legacy row with no retirement accumulator, counts as zero.
      *> Each taxable-wage base is then gross less only the amounts
      *> tagged to reduce that tax.
       3205-COMPUTE-PRETAX.
           MOVE WS-GROSS-PAY TO WS-PRETAX-ROOM.
           IF WS-S125-HEALTH-ELECT > WS-PRETAX-ROOM
               MOVE WS-PRETAX-ROOM TO WS-S125-HEALTH-AMT
           ELSE
               MOVE WS-S125-HEALTH-ELECT TO WS-S125-HEALTH-AMT
           END-IF.
           SUBTRACT WS-S125-HEALTH-AMT FROM WS-PRETAX-ROOM.
           IF WS-S125-DEPCARE-ELECT > WS-PRETAX-ROOM
               MOVE WS-PRETAX-ROOM TO WS-S125-DEPCARE-AMT
           ELSE
               MOVE WS-S125-DEPCARE-ELECT TO WS-S125-DEPCARE-AMT
           END-IF.
           SUBTRACT WS-S125-DEPCARE-AMT FROM WS-PRETAX-ROOM.
           COMPUTE WS-RETIRE-AMT ROUNDED =
               WS-GROSS-PAY * WS-RETIRE-PCT / 100.
           IF WS-RETIRE-LIMIT > 0 AND WS-RETIRE-AMT > 0
               PERFORM 5195-ADVANCE-YTD
               MOVE 0 TO WS-YTD-RETIRE
               IF WS-YTD-EOF = "N" AND YTD-WHO = WS-ACC-WHO
                       AND YTD-CURRENT-YEAR = WS-RUN-YEAR
                   IF YTD-YEAR-RETIRE NUMERIC
                       MOVE YTD-YEAR-RETIRE TO WS-YTD-RETIRE
                   END-IF
               END-IF
               COMPUTE WS-RETIRE-ROOM =
                   WS-RETIRE-LIMIT - WS-YTD-RETIRE
               IF WS-RETIRE-ROOM < 0
                   MOVE 0 TO WS-RETIRE-ROOM
               END-IF
               IF WS-RETIRE-AMT > WS-RETIRE-ROOM
                   MOVE WS-RETIRE-ROOM TO WS-RETIRE-AMT
               END-IF
           END-IF.
           IF WS-RETIRE-AMT > WS-PRETAX-ROOM
               MOVE WS-PRETAX-ROOM TO WS-RETIRE-AMT
           END-IF.
           COMPUTE WS-PRETAX-TOTAL =
               WS-S125-HEALTH-AMT + WS-S125-DEPCARE-AMT
                   + WS-RETIRE-AMT.
           MOVE WS-GROSS-PAY TO WS-FED-WAGES.
           MOVE WS-GROSS-PAY TO WS-STATE-WAGES.
           MOVE WS-GROSS-PAY TO WS-SS-WAGES.
           IF WS-RETIRE-FIT = "Y"
               SUBTRACT WS-RETIRE-AMT FROM WS-FED-WAGES
           END-IF.
           IF WS-RETIRE-SIT = "Y"
               SUBTRACT WS-RETIRE-AMT FROM WS-STATE-WAGES
           END-IF.
           IF WS-RETIRE-SS = "Y"
               SUBTRACT WS-RETIRE-AMT FROM WS-SS-WAGES
           END-IF.
           IF WS-S125-HEALTH-FIT = "Y"
               SUBTRACT WS-S125-HEALTH-AMT FROM WS-FED-WAGES
           END-IF.
           IF WS-S125-HEALTH-SIT = "Y"
               SUBTRACT WS-S125-HEALTH-AMT FROM WS-STATE-WAGES
           END-IF.
           IF WS-S125-HEALTH-SS = "Y"
               SUBTRACT WS-S125-HEALTH-AMT FROM WS-SS-WAGES
           END-IF.
           IF WS-S125-DEPCARE-FIT = "Y"
               SUBTRACT WS-S125-DEPCARE-AMT FROM WS-FED-WAGES
           END-IF.
           IF WS-S125-DEPCARE-SIT = "Y"
               SUBTRACT WS-S125-DEPCARE-AMT FROM WS-STATE-WAGES
           END-IF.
           IF WS-S125-DEPCARE-SS = "Y"
               SUBTRACT WS-S125-DEPCARE-AMT FROM WS-SS-WAGES
           END-IF.

      *> Marginal walk up the sorted federal brackets: each bracket
      *> taxes the slice of federal taxable wages between its floor
      *> and the next floor (or the wages themselves, in the top
      *> applicable bracket) at its own rate.
       3220-COMPUTE-FED-GRADUATED.
           MOVE 0 TO WS-GRAD-TAX.
           PERFORM VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT > WS-FED-BRACKET-COUNT
               IF WS-FED-WAGES > WS-FB-FLOOR(WS-BKT)
                   IF WS-BKT < WS-FED-BRACKET-COUNT
                           AND WS-FED-WAGES
                               > WS-FB-FLOOR(WS-BKT + 1)
                       COMPUTE WS-BKT-SLICE =
                           WS-FB-FLOOR(WS-BKT + 1)
                               - WS-FB-FLOOR(WS-BKT)
                   ELSE
                       COMPUTE WS-BKT-SLICE =
                           WS-FED-WAGES - WS-FB-FLOOR(WS-BKT)
                   END-IF
                   COMPUTE WS-GRAD-TAX ROUNDED =
                       WS-GRAD-TAX
           MOVE 0 TO WS-GRAD-TAX.
           PERFORM VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT > WS-STATE-BRACKET-COUNT
               IF WS-STATE-WAGES > WS-SB-FLOOR(WS-BKT)
                   IF WS-BKT < WS-STATE-BRACKET-COUNT
                           AND WS-STATE-WAGES
                               > WS-SB-FLOOR(WS-BKT + 1)
                       COMPUTE WS-BKT-SLICE =
                           WS-SB-FLOOR(WS-BKT + 1)
                               - WS-SB-FLOOR(WS-BKT)
                   ELSE
                       COMPUTE WS-BKT-SLICE =
                           WS-STATE-WAGES - WS-SB-FLOOR(WS-BKT)
                   END-IF
                   COMPUTE WS-GRAD-TAX ROUNDED =
                       WS-GRAD-TAX
           END-PERFORM.
           MOVE WS-GRAD-TAX TO WS-STATE-TAX.

      *> Social security with the annual cap, figured on the social
      *> security wage base (gross less the pre-tax amounts tagged
      *> to reduce it). 5195-ADVANCE-YTD positions YTD-MASTER-OLD at
      *> or past this employee (carrying passed rows forward, as
      *> every merge advance does), so the year's social security
      *> wages to date are in hand; a row still carrying last year
      *> counts as zero, mirroring 3320's year rollover, and a legacy
      *> row with no wage accumulators measures against its gross
      *> (which is what its wages were). With no wage base on file
      *> the full base is taxed, as it always was. WS-SS-WAGES is
      *> left holding the capped figure - the amount actually taxed
      *> is what the master and the wage statement must report.
       3240-COMPUTE-CAPPED-SOC-SEC.
           COMPUTE WS-SOC-SEC ROUNDED =
               WS-SS-WAGES * WS-SS-PCT / 100.
           IF WS-SS-WAGE-BASE > 0
               PERFORM 5195-ADVANCE-YTD
               IF WS-YTD-EOF = "N" AND YTD-WHO = WS-ACC-WHO
                       AND YTD-CURRENT-YEAR = WS-RUN-YEAR
                   IF YTD-YEAR-SS-WAGES NUMERIC
                       MOVE YTD-YEAR-SS-WAGES TO WS-YTD-WAGES
                   ELSE
                       MOVE YTD-YEAR-GROSS TO WS-YTD-WAGES
                   END-IF
               ELSE
                   MOVE 0 TO WS-YTD-WAGES
               END-IF
               EVALUATE TRUE
                   WHEN WS-YTD-WAGES >= WS-SS-WAGE-BASE
                       MOVE 0 TO WS-SS-TAXABLE
                   WHEN WS-YTD-WAGES + WS-SS-WAGES
                           > WS-SS-WAGE-BASE
                       COMPUTE WS-SS-TAXABLE =
                           WS-SS-WAGE-BASE - WS-YTD-WAGES
                   WHEN OTHER
                       MOVE WS-SS-WAGES TO WS-SS-TAXABLE
               END-EVALUATE
               COMPUTE WS-SOC-SEC ROUNDED =
                   WS-SS-TAXABLE * WS-SS-PCT / 100
               MOVE WS-SS-TAXABLE TO WS-SS-WAGES
           END-IF.

      *> Elections come from the merge-positioned DEDUCTION-MASTER
      *> whose statutory percentages alone already exceed 100% is bad
      *> data (not just a large-but-legal withholding) - the employee
      *> falls back to the default elections, same as having no row.
      *> The pre-tax elections come from the row as it stands (a
      *> legacy row, spaces over the block, reads as none elected);
      *> defaults elect nothing pre-tax.
       3210-LOOKUP-DEDUCTIONS.
           PERFORM 5000-ADVANCE-DEDUCTION.
           MOVE 0      TO WS-RETIRE-PCT.
           MOVE 0      TO WS-S125-HEALTH-ELECT.
           MOVE 0      TO WS-S125-DEPCARE-ELECT.
           MOVE SPACES TO WS-RETIRE-TAGS.
           MOVE SPACES TO WS-S125-HEALTH-TAGS.
           MOVE SPACES TO WS-S125-DEPCARE-TAGS.
           IF WS-DED-EOF = "N" AND DED-WHO = EMP-WHO
               IF DED-FED-TAX-PCT + DED-STATE-TAX-PCT
                       + DED-SOC-SEC-PCT > 100
                   MOVE DED-STATE-TAX-PCT TO WS-STATE-TAX-PCT
                   MOVE DED-SOC-SEC-PCT   TO WS-SS-PCT
                   MOVE DED-HEALTH-AMT    TO WS-HEALTH-AMT
                   PERFORM 3215-LOAD-PRETAX-ELECTIONS
               END-IF
           ELSE
               MOVE WS-DEFAULT-FED-PCT    TO WS-FED-TAX-PCT
               MOVE WS-DEFAULT-SS-PCT     TO WS-SS-PCT
               MOVE WS-DEFAULT-HEALTH-AMT TO WS-HEALTH-AMT
           END-IF.
           PERFORM 3216-RESOLVE-PRETAX-TAGS.

      *> Non-numeric election amounts (a legacy row, or a keying
      *> error MASTER-MAINTENANCE would have refused) elect nothing.
       3215-LOAD-PRETAX-ELECTIONS.
           IF DED-RETIRE-PCT NUMERIC
               MOVE DED-RETIRE-PCT TO WS-RETIRE-PCT
           END-IF.
           IF DED-S125-HEALTH-AMT NUMERIC
               MOVE DED-S125-HEALTH-AMT TO WS-S125-HEALTH-ELECT
           END-IF.
           IF DED-S125-DEPCARE-AMT NUMERIC
               MOVE DED-S125-DEPCARE-AMT TO WS-S125-DEPCARE-ELECT
           END-IF.
           MOVE DED-RETIRE-TAGS       TO WS-RETIRE-TAGS.
           MOVE DED-S125-HEALTH-TAGS  TO WS-S125-HEALTH-TAGS.
           MOVE DED-S125-DEPCARE-TAGS TO WS-S125-DEPCARE-TAGS.

      *> Anything but an explicit "Y" or "N" takes the statutory
      *> treatment: a retirement deferral escapes federal and state
      *> income tax but not social security; a section-125 amount
      *> escapes all three.
       3216-RESOLVE-PRETAX-TAGS.
           IF WS-RETIRE-FIT NOT = "Y" AND WS-RETIRE-FIT NOT = "N"
               MOVE "Y" TO WS-RETIRE-FIT
           END-IF.
           IF WS-RETIRE-SIT NOT = "Y" AND WS-RETIRE-SIT NOT = "N"
               MOVE "Y" TO WS-RETIRE-SIT
           END-IF.
           IF WS-RETIRE-SS NOT = "Y" AND WS-RETIRE-SS NOT = "N"
               MOVE "N" TO WS-RETIRE-SS
           END-IF.
           IF WS-S125-HEALTH-FIT NOT = "Y"
                   AND WS-S125-HEALTH-FIT NOT = "N"
               MOVE "Y" TO WS-S125-HEALTH-FIT
           END-IF.
           IF WS-S125-HEALTH-SIT NOT = "Y"
                   AND WS-S125-HEALTH-SIT NOT = "N"
               MOVE "Y" TO WS-S125-HEALTH-SIT
           END-IF.
           IF WS-S125-HEALTH-SS NOT = "Y"
                   AND WS-S125-HEALTH-SS NOT = "N"
               MOVE "Y" TO WS-S125-HEALTH-SS
           END-IF.
           IF WS-S125-DEPCARE-FIT NOT = "Y"
                   AND WS-S125-DEPCARE-FIT NOT = "N"
               MOVE "Y" TO WS-S125-DEPCARE-FIT
           END-IF.
           IF WS-S125-DEPCARE-SIT NOT = "Y"
                   AND WS-S125-DEPCARE-SIT NOT = "N"
               MOVE "Y" TO WS-S125-DEPCARE-SIT
           END-IF.
           IF WS-S125-DEPCARE-SS NOT = "Y"
                   AND WS-S125-DEPCARE-SS NOT = "N"
               MOVE "Y" TO WS-S125-DEPCARE-SS
           END-IF.

      *> Applies this employee's orders in priority sequence against
      *> disposable pay (gross less the statutory taxes). Per order:
           END-PERFORM
           END-IF.

      *> Overpayment recovery comes after the court orders and takes
      *> only what net pay has above the protected minimum: each
      *> receivable, oldest first, wants its agreed installment (the
      *> whole balance when the installment is zero or more than is
      *> left, and always on a final payment, when the employee will
      *> not be back to collect from). Whatever one receivable cannot
      *> get stays on its balance for next period. Also run for
      *> replayed records on restart - the net it starts from and the
      *> rows it draws are the same, so it takes the same amounts.
      *> 5400-GATHER-RECOVERIES consumes this employee's rows from
      *> the merge; the drawn rows go to the NEW master at once, and
      *> a receivable drawn to zero is retired from it.
       3290-APPLY-RECOVERIES.
           MOVE 0 TO WS-RECOVERY-TOTAL.
           PERFORM 5400-GATHER-RECOVERIES.
           IF WS-RV-COUNT > 0
               COMPUTE WS-RCV-ROOM =
                   WS-NET-PAY - WS-RCV-PROTECTED-NET
               IF WS-RCV-ROOM < 0
                   MOVE 0 TO WS-RCV-ROOM
               END-IF
               PERFORM VARYING RV-IDX FROM 1 BY 1
                       UNTIL RV-IDX > WS-RV-COUNT
                   PERFORM 3292-TAKE-ONE-RECOVERY
               END-PERFORM
               SUBTRACT WS-RECOVERY-TOTAL FROM WS-NET-PAY
               PERFORM 3295-WRITE-EMPLOYEE-RECOVERIES
           END-IF.

       3292-TAKE-ONE-RECOVERY.
           IF WS-FINAL-PAY = "Y"
                   OR WS-RV-INSTALLMENT(RV-IDX) = 0
                   OR WS-RV-INSTALLMENT(RV-IDX)
                       > WS-RV-BALANCE(RV-IDX)
               MOVE WS-RV-BALANCE(RV-IDX) TO WS-RCV-WANT
           ELSE
               MOVE WS-RV-INSTALLMENT(RV-IDX) TO WS-RCV-WANT
           END-IF.
           MOVE WS-RCV-WANT TO WS-RCV-TAKE.
           IF WS-RCV-TAKE > WS-RCV-ROOM
               MOVE WS-RCV-ROOM TO WS-RCV-TAKE
           END-IF.
           IF WS-RCV-TAKE > 0
               SUBTRACT WS-RCV-TAKE FROM WS-RCV-ROOM
               ADD WS-RCV-TAKE TO WS-RECOVERY-TOTAL
               SUBTRACT WS-RCV-TAKE FROM WS-RV-BALANCE(RV-IDX)
               ADD WS-RCV-TAKE TO WS-RV-TAKEN(RV-IDX)
               MOVE WS-RUN-DATE TO WS-RV-LAST-TAKEN(RV-IDX)
               IF WS-RV-BALANCE(RV-IDX) = 0
                   IF WS-LIVE-RUN
                       DISPLAY "RECOVERY "
                           WS-RV-ITEM-ID(RV-IDX) " FOR "
                           WS-ACC-WHO
                           " REPAID - RETIRED FROM MASTER"
                   ELSE
                       DISPLAY "RECOVERY "
                           WS-RV-ITEM-ID(RV-IDX) " FOR "
                           WS-ACC-WHO
                           " WOULD BE REPAID THIS PERIOD"
                   END-IF
               END-IF
           END-IF.

       3295-WRITE-EMPLOYEE-RECOVERIES.
           IF WS-TRIAL-RUN
               CONTINUE
           ELSE
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > WS-RV-COUNT
               IF WS-RV-BALANCE(RV-IDX) = 0
                   CONTINUE
               ELSE
               MOVE WS-ACC-WHO              TO RCVN-WHO
               MOVE WS-RV-ITEM-ID(RV-IDX)   TO RCVN-ITEM-ID
               MOVE WS-RV-SOURCE(RV-IDX)    TO RCVN-SOURCE
               MOVE WS-RV-OPEN-DATE(RV-IDX) TO RCVN-OPEN-DATE
               MOVE WS-RV-PERIOD-ID(RV-IDX) TO RCVN-PERIOD-ID
               MOVE WS-RV-ORIGINAL(RV-IDX)  TO RCVN-ORIGINAL-AMT
               MOVE WS-RV-INSTALLMENT(RV-IDX)
                   TO RCVN-INSTALLMENT
               MOVE WS-RV-BALANCE(RV-IDX)   TO RCVN-BALANCE
               MOVE WS-RV-TAKEN(RV-IDX)     TO RCVN-TAKEN-TO-DATE
               MOVE WS-RV-LAST-TAKEN(RV-IDX)
                   TO RCVN-LAST-TAKEN-DATE
               MOVE WS-RV-REASON(RV-IDX)    TO RCVN-REASON
               WRITE RECOVERY-NEW-RECORD
               END-IF
           END-PERFORM
           END-IF.

      *> ---- YTD merge update --------------------------------------
      *> Carry forward old records below this employee's key, then
      *> merge or create: a matched record rolls its quarter/year
           ADD WS-FED-TAX   TO YTDN-YEAR-FED-TAX.
           ADD WS-STATE-TAX TO YTDN-YEAR-STATE-TAX.
           ADD WS-SOC-SEC   TO YTDN-YEAR-SOC-SEC.
           ADD WS-FED-WAGES        TO YTDN-QTD-FED-WAGES.
           ADD WS-STATE-WAGES      TO YTDN-QTD-STATE-WAGES.
           ADD WS-SS-WAGES         TO YTDN-QTD-SS-WAGES.
           ADD WS-FED-WAGES        TO YTDN-YEAR-FED-WAGES.
           ADD WS-STATE-WAGES      TO YTDN-YEAR-STATE-WAGES.
           ADD WS-SS-WAGES         TO YTDN-YEAR-SS-WAGES.
           ADD WS-RETIRE-AMT       TO YTDN-YEAR-RETIRE.
           ADD WS-S125-DEPCARE-AMT TO YTDN-YEAR-DEPCARE.
           MOVE WS-RUN-DATE  TO YTDN-LAST-RUN-DATE.
           MOVE WS-PERIOD-ID TO YTDN-LAST-PERIOD-ID.
           WRITE YTD-NEW-RECORD.
           MOVE YTD-YEAR-SOC-SEC    TO YTDN-YEAR-SOC-SEC.
           MOVE YTD-LAST-RUN-DATE   TO YTDN-LAST-RUN-DATE.
           MOVE YTD-LAST-PERIOD-ID  TO YTDN-LAST-PERIOD-ID.
           PERFORM 3308-MOVE-YTD-WAGE-FIELDS.
           WRITE YTD-NEW-RECORD.

      *> The taxable-wage and pre-tax accumulators. A legacy row
      *> (spaces over the block) had no pre-tax deductions, so its
      *> wages are its gross and its deferrals zero - seeded that way
      *> the first time the row passes through.
       3308-MOVE-YTD-WAGE-FIELDS.
           IF YTD-YEAR-FED-WAGES NUMERIC
               MOVE YTD-QTD-FED-WAGES    TO YTDN-QTD-FED-WAGES
               MOVE YTD-QTD-STATE-WAGES  TO YTDN-QTD-STATE-WAGES
               MOVE YTD-QTD-SS-WAGES     TO YTDN-QTD-SS-WAGES
               MOVE YTD-YEAR-FED-WAGES   TO YTDN-YEAR-FED-WAGES
               MOVE YTD-YEAR-STATE-WAGES TO YTDN-YEAR-STATE-WAGES
               MOVE YTD-YEAR-SS-WAGES    TO YTDN-YEAR-SS-WAGES
               MOVE YTD-YEAR-RETIRE      TO YTDN-YEAR-RETIRE
               MOVE YTD-YEAR-DEPCARE     TO YTDN-YEAR-DEPCARE
           ELSE
               MOVE YTD-QTD-GROSS        TO YTDN-QTD-FED-WAGES
               MOVE YTD-QTD-GROSS        TO YTDN-QTD-STATE-WAGES
               MOVE YTD-QTD-GROSS        TO YTDN-QTD-SS-WAGES
               MOVE YTD-YEAR-GROSS       TO YTDN-YEAR-FED-WAGES
               MOVE YTD-YEAR-GROSS       TO YTDN-YEAR-STATE-WAGES
               MOVE YTD-YEAR-GROSS       TO YTDN-YEAR-SS-WAGES
               MOVE 0                    TO YTDN-YEAR-RETIRE
               MOVE 0                    TO YTDN-YEAR-DEPCARE
           END-IF.

       3310-CREATE-YTD-ENTRY.
           MOVE WS-ACC-WHO     TO YTDN-WHO.
           MOVE WS-RUN-YEAR    TO YTDN-CURRENT-YEAR.
           MOVE 0 TO YTDN-YEAR-FED-TAX.
           MOVE 0 TO YTDN-YEAR-STATE-TAX.
           MOVE 0 TO YTDN-YEAR-SOC-SEC.
           MOVE 0 TO YTDN-QTD-FED-WAGES.
           MOVE 0 TO YTDN-QTD-STATE-WAGES.
           MOVE 0 TO YTDN-QTD-SS-WAGES.
           MOVE 0 TO YTDN-YEAR-FED-WAGES.
           MOVE 0 TO YTDN-YEAR-STATE-WAGES.
           MOVE 0 TO YTDN-YEAR-SS-WAGES.
           MOVE 0 TO YTDN-YEAR-RETIRE.
           MOVE 0 TO YTDN-YEAR-DEPCARE.

      *> Existing employee - reset QTD (and YTD, on a new year)
      *> accumulators before this run's pay is added in.
           MOVE YTD-YEAR-FED-TAX    TO YTDN-YEAR-FED-TAX.
           MOVE YTD-YEAR-STATE-TAX  TO YTDN-YEAR-STATE-TAX.
           MOVE YTD-YEAR-SOC-SEC    TO YTDN-YEAR-SOC-SEC.
           PERFORM 3308-MOVE-YTD-WAGE-FIELDS.
           IF WS-RUN-YEAR NOT = YTD-CURRENT-YEAR
               MOVE 0 TO YTDN-QTD-GROSS
               MOVE 0 TO YTDN-QTD-NET
               MOVE 0 TO YTDN-YEAR-FED-TAX
               MOVE 0 TO YTDN-YEAR-STATE-TAX
               MOVE 0 TO YTDN-YEAR-SOC-SEC
               MOVE 0 TO YTDN-QTD-FED-WAGES
               MOVE 0 TO YTDN-QTD-STATE-WAGES
               MOVE 0 TO YTDN-QTD-SS-WAGES
               MOVE 0 TO YTDN-YEAR-FED-WAGES
               MOVE 0 TO YTDN-YEAR-STATE-WAGES
               MOVE 0 TO YTDN-YEAR-SS-WAGES
               MOVE 0 TO YTDN-YEAR-RETIRE
               MOVE 0 TO YTDN-YEAR-DEPCARE
           ELSE
               IF WS-RUN-QUARTER NOT = YTD-CURRENT-QUARTER
                   MOVE 0 TO YTDN-QTD-GROSS
                   MOVE 0 TO YTDN-QTD-FED-TAX
                   MOVE 0 TO YTDN-QTD-STATE-TAX
                   MOVE 0 TO YTDN-QTD-SOC-SEC
                   MOVE 0 TO YTDN-QTD-FED-WAGES
                   MOVE 0 TO YTDN-QTD-STATE-WAGES
                   MOVE 0 TO YTDN-QTD-SS-WAGES
               END-IF
           END-IF.
           MOVE WS-RUN-YEAR    TO YTDN-CURRENT-YEAR.
           MOVE WS-ER-SOC-SEC    TO GLW-ER-SOC-SEC.
           MOVE WS-ER-UNEMP      TO GLW-ER-UNEMP.
           MOVE WS-ER-HEALTH-SHARE TO GLW-ER-HEALTH.
           MOVE WS-RETIRE-AMT    TO GLW-RETIRE.
           MOVE WS-S125-HEALTH-AMT  TO GLW-S125-HEALTH.
           MOVE WS-S125-DEPCARE-AMT TO GLW-S125-DEPCARE.
           MOVE WS-FED-WAGES     TO GLW-FED-WAGES.
           MOVE WS-STATE-WAGES   TO GLW-STATE-WAGES.
           MOVE WS-SS-WAGES      TO GLW-SS-WAGES.
           MOVE WS-RECOVERY-TOTAL TO GLW-RECOVERY.
           WRITE GL-WORK-RECORD.

      *> ---- merge input advance/read primitives -------------------
      *> with key >= the employee in hand. Deduction rows passed over
      *> carry no balances and are simply skipped; leave and YTD rows
      *> passed over are carried forward to their NEW files; passed-
      *> over garnishment and recovery rows are carried forward by
      *> 5300 and 5400.
       5000-ADVANCE-DEDUCTION.
           PERFORM UNTIL WS-DED-EOF = "Y"
                   OR DED-WHO >= EMP-WHO
                   MOVE "Y" TO WS-GM-EOF
           END-READ.

      *> Consumes every RECOVERY-MASTER-OLD row for the employee in
      *> hand into WS-RV-TABLE, carrying earlier-keyed rows forward
      *> untouched first - the 5300 pattern.
       5400-GATHER-RECOVERIES.
           MOVE 0 TO WS-RV-COUNT.
           PERFORM UNTIL WS-RM-EOF = "Y"
                   OR RCV-WHO >= WS-ACC-WHO
               PERFORM 5405-CARRY-RECOVERY-FORWARD
           END-PERFORM.
           PERFORM UNTIL WS-RM-EOF = "Y"
                   OR RCV-WHO NOT = WS-ACC-WHO
               IF WS-RV-COUNT >= 20
                   DISPLAY "MORE THAN 20 RECOVERIES FOR " RCV-WHO
                       " - EXTRA ITEM " RCV-ITEM-ID
                       " CARRIED, NOT DRAWN"
                   PERFORM 5405-CARRY-RECOVERY-FORWARD
               ELSE
                   ADD 1 TO WS-RV-COUNT
                   SET RV-IDX TO WS-RV-COUNT
                   MOVE RCV-ITEM-ID      TO WS-RV-ITEM-ID(RV-IDX)
                   MOVE RCV-SOURCE       TO WS-RV-SOURCE(RV-IDX)
                   MOVE RCV-OPEN-DATE    TO WS-RV-OPEN-DATE(RV-IDX)
                   MOVE RCV-PERIOD-ID    TO WS-RV-PERIOD-ID(RV-IDX)
                   MOVE RCV-ORIGINAL-AMT TO WS-RV-ORIGINAL(RV-IDX)
                   MOVE RCV-INSTALLMENT  TO WS-RV-INSTALLMENT(RV-IDX)
                   MOVE RCV-BALANCE      TO WS-RV-BALANCE(RV-IDX)
                   MOVE RCV-TAKEN-TO-DATE TO WS-RV-TAKEN(RV-IDX)
                   MOVE RCV-LAST-TAKEN-DATE
                       TO WS-RV-LAST-TAKEN(RV-IDX)
                   MOVE RCV-REASON       TO WS-RV-REASON(RV-IDX)
                   PERFORM 5490-READ-RECOVERY-OLD
               END-IF
           END-PERFORM.

       5405-CARRY-RECOVERY-FORWARD.
           IF WS-LIVE-RUN
               MOVE RECOVERY-RECORD TO RECOVERY-NEW-RECORD
               WRITE RECOVERY-NEW-RECORD
           END-IF.
           PERFORM 5490-READ-RECOVERY-OLD.

       5490-READ-RECOVERY-OLD.
           READ RECOVERY-MASTER-OLD
               AT END
                   MOVE "Y" TO WS-RM-EOF
           END-READ.

       4000-WRITE-PAYROLL-DETAIL.
           MOVE EMP-WHO            TO PD-WHO.
           MOVE EMP-WHERE          TO PD-WHERE.
           MOVE WS-FINAL-PAY       TO PD-FINAL-PAY.
           MOVE WS-PRORATE-DAYS    TO PD-DAYS-PAID.
           MOVE "L"                TO PD-ORIGIN.
           MOVE WS-FED-WAGES       TO PD-FED-WAGES.
           MOVE WS-STATE-WAGES     TO PD-STATE-WAGES.
           MOVE WS-SS-WAGES        TO PD-SS-WAGES.
           MOVE WS-RETIRE-AMT      TO PD-RETIRE.
           MOVE WS-S125-HEALTH-AMT TO PD-S125-HEALTH.
           MOVE WS-S125-DEPCARE-AMT TO PD-S125-DEPCARE.
           MOVE WS-RECOVERY-TOTAL  TO PD-RECOVERY.
           MOVE WS-RUN-SEQ         TO PD-RUN-SEQ.
           IF WS-FINAL-PAY = "Y"
               ADD 1 TO WS-OC-FINAL-COUNT
           END-IF.
           WRITE PAYROLL-DETAIL-RECORD.
           MOVE PAYROLL-DETAIL-RECORD TO PAYROLL-HISTORY-RECORD.
           WRITE PAYROLL-HISTORY-RECORD.
           MOVE WS-HEALTH-AMT      TO PS-HEALTH.
           MOVE WS-GARNISH-TOTAL   TO PS-GARNISH.
           MOVE WS-NET-PAY         TO PS-NET-PAY.
           MOVE WS-RETIRE-AMT      TO PS-RETIRE.
           MOVE WS-S125-HEALTH-AMT TO PS-S125-HEALTH.
           MOVE WS-S125-DEPCARE-AMT TO PS-S125-DEPCARE.
           MOVE WS-FED-WAGES       TO PS-FED-WAGES.
           MOVE WS-STATE-WAGES     TO PS-STATE-WAGES.
           MOVE WS-SS-WAGES        TO PS-SS-WAGES.
           MOVE WS-RECOVERY-TOTAL  TO PS-RECOVERY.
           WRITE PAY-STUB-RECORD.

       4200-WRITE-EXCEPTION.
      *> A trial run commits nothing at termination either: no merge
      *> flush (nothing was written to flush toward), no GL sort, no
      *> completion checkpoint, and - critically - the pay period
      *> stays OPEN for the live run that follows sign-off. An
      *> off-cycle run leaves the calendar alone either way: its
      *> period was closed before it started.
       9000-TERMINATE.
           IF WS-OFF-CYCLE-RUN
               PERFORM 9050-REPORT-UNMATCHED-LIST
           END-IF.
           IF WS-TRIAL-RUN
               PERFORM 7100-FINISH-PRELIST
               CLOSE DEDUCTION-MASTER
               CLOSE YTD-MASTER-OLD
               CLOSE LEAVE-BALANCE-OLD
               CLOSE GARNISH-MASTER-OLD
               CLOSE RECOVERY-MASTER-OLD
               CLOSE EMPLOYEE-MASTER
               CLOSE PAYROLL-DETAIL-FILE
               CLOSE EXCEPTION-FILE
               CLOSE YTD-MASTER-NEW
               CLOSE LEAVE-BALANCE-NEW
               CLOSE GARNISH-MASTER-NEW
               CLOSE RECOVERY-MASTER-NEW
               CLOSE DEDUCTION-MASTER
               CLOSE YTD-MASTER-OLD
               CLOSE LEAVE-BALANCE-OLD
               CLOSE GARNISH-MASTER-OLD
               CLOSE RECOVERY-MASTER-OLD
               CLOSE GL-WORK-FILE
               PERFORM 9200-SORT-AND-POST-GL
               MOVE "C" TO WS-CKPT-NEW-STATUS
               PERFORM 8000-WRITE-CHECKPOINT
               IF NOT WS-OFF-CYCLE-RUN
                   PERFORM 9400-CLOSE-PAY-PERIOD
               END-IF
               MOVE "END" TO WS-LOG-EVENT
               MOVE "OK"  TO WS-LOG-STATUS
               MOVE WS-RECORDS-PROCESSED TO WS-LOG-COUNT
               CLOSE EXCEPTION-FILE
               CLOSE GL-POSTING-FILE
               CLOSE GARNISH-REMIT-FILE
               IF WS-OFF-CYCLE-RUN
                   DISPLAY "OFF-CYCLE RUN " WS-RUN-SEQ " FOR PERIOD "
                       WS-PERIOD-ID " COMPLETE: "
                       WS-RECORDS-PROCESSED " PAID, "
                       WS-OC-FINAL-COUNT " FINAL PAYMENTS"
               END-IF
           END-IF.

      *> A list entry never met on EMPLOYEE-MASTER was not paid and
      *> would otherwise vanish without trace - most often a WHO
      *> mistyped on the list, which matters most when it is a
      *> final payment with a legal deadline.
       9050-REPORT-UNMATCHED-LIST.
           PERFORM VARYING OC-IDX FROM 1 BY 1
                   UNTIL OC-IDX > WS-OC-COUNT
               IF WS-OC-FOUND(OC-IDX) = "N"
                   ADD 1 TO WS-OC-UNMATCHED
                   MOVE WS-OC-WHO(OC-IDX) TO EXC-WHO
                   MOVE SPACES            TO EXC-WHERE
                   MOVE SPACES            TO EXC-JOB
                   MOVE "E012"            TO EXC-REASON-CODE
                   MOVE "LISTED OFF-CYCLE, NOT ON EMPLOYEE-MASTER"
                       TO EXC-REASON-TEXT
                   MOVE "REJECTED"        TO EXC-DISPOSITION
                   WRITE EXCEPTION-RECORD
               END-IF
           END-PERFORM.
           IF WS-OC-UNMATCHED > 0
               DISPLAY WS-OC-UNMATCHED " OFF-CYCLE-LIST ENTRIES NOT "
                   "ON EMPLOYEE-MASTER - SEE EXCEPTION-REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> ---- trial pre-list ----------------------------------------
               UNTIL WS-LB-EOF = "Y".
           PERFORM 5305-CARRY-GARNISH-FORWARD
               UNTIL WS-GM-EOF = "Y".
           PERFORM 5405-CARRY-RECOVERY-FORWARD
               UNTIL WS-RM-EOF = "Y".

      *> Sorts the per-employee work records by institution (USING/
      *> GIVING keeps the whole program in plain paragraphs - no
                       MOVE 0 TO WS-GLB-ER-SOC-SEC
                       MOVE 0 TO WS-GLB-ER-UNEMP
                       MOVE 0 TO WS-GLB-ER-HEALTH
                       MOVE 0 TO WS-GLB-RETIRE
                       MOVE 0 TO WS-GLB-S125-HEALTH
                       MOVE 0 TO WS-GLB-S125-DEPCARE
                       MOVE 0 TO WS-GLB-FED-WAGES
                       MOVE 0 TO WS-GLB-STATE-WAGES
                       MOVE 0 TO WS-GLB-SS-WAGES
                       MOVE 0 TO WS-GLB-RECOVERY
                   END-IF
                   ADD GLS-GROSS     TO WS-GLB-GROSS
                   ADD GLS-FED-TAX   TO WS-GLB-FED-TAX
                   ADD GLS-ER-SOC-SEC TO WS-GLB-ER-SOC-SEC
                   ADD GLS-ER-UNEMP  TO WS-GLB-ER-UNEMP
                   ADD GLS-ER-HEALTH TO WS-GLB-ER-HEALTH
                   ADD GLS-RETIRE    TO WS-GLB-RETIRE
                   ADD GLS-S125-HEALTH  TO WS-GLB-S125-HEALTH
                   ADD GLS-S125-DEPCARE TO WS-GLB-S125-DEPCARE
                   ADD GLS-FED-WAGES TO WS-GLB-FED-WAGES
                   ADD GLS-STATE-WAGES TO WS-GLB-STATE-WAGES
                   ADD GLS-SS-WAGES  TO WS-GLB-SS-WAGES
                   ADD GLS-RECOVERY  TO WS-GLB-RECOVERY
           END-READ.

       9230-WRITE-GL-BREAK.
           MOVE "C"                  TO GL-DEBIT-CREDIT.
           MOVE WS-GLB-GARNISH       TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
      *> Recoveries collected credit the overpayment receivable the
      *> adjustment run (or an advance) opened.
           MOVE "PAY RECOVERY"       TO GL-PAY-CATEGORY.
           MOVE "C"                  TO GL-DEBIT-CREDIT.
           MOVE WS-GLB-RECOVERY      TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "NET PAY"            TO GL-PAY-CATEGORY.
           MOVE "C"                  TO GL-DEBIT-CREDIT.
           MOVE WS-GLB-NET           TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
      *> Pre-tax deductions are credits like any other withholding -
      *> owed to the plan trustee and the section-125 carriers.
           MOVE "RETIREMENT DEF"     TO GL-PAY-CATEGORY.
           MOVE "C"                  TO GL-DEBIT-CREDIT.
           MOVE WS-GLB-RETIRE        TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "SEC125 HEALTH"      TO GL-PAY-CATEGORY.
           MOVE "C"                  TO GL-DEBIT-CREDIT.
           MOVE WS-GLB-S125-HEALTH   TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "SEC125 DEP CARE"    TO GL-PAY-CATEGORY.
           MOVE "C"                  TO GL-DEBIT-CREDIT.
           MOVE WS-GLB-S125-DEPCARE  TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
      *> Taxable-wage bases ride as memo lines - statistical amounts
      *> the GL ties the tax liability accounts to, outside the
      *> debit/credit footing.
           MOVE "FED TAX WAGES"      TO GL-PAY-CATEGORY.
           MOVE "M"                  TO GL-DEBIT-CREDIT.
           MOVE WS-GLB-FED-WAGES     TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "STATE TAX WAGES"    TO GL-PAY-CATEGORY.
           MOVE "M"                  TO GL-DEBIT-CREDIT.
           MOVE WS-GLB-STATE-WAGES   TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE "SOC SEC WAGES"      TO GL-PAY-CATEGORY.
           MOVE "M"                  TO GL-DEBIT-CREDIT.
           MOVE WS-GLB-SS-WAGES      TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
      *> Employer burden: one expense debit offset by the three
      *> liability credits, so the institution's debits still equal
      *> its credits with the burden lines included.
           END-IF.
           MOVE "SALARY-CALCULATION" TO JRL-PROGRAM.
           MOVE WS-PERIOD-ID   TO JRL-PERIOD-ID.
           MOVE WS-RUN-SEQ     TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
           MOVE WS-RUN-TOTAL-GROSS    TO CKPT-RUN-TOTAL-GROSS.
           MOVE WS-RUN-TOTAL-NET      TO CKPT-RUN-TOTAL-NET.
           MOVE WS-RUN-DATE           TO CKPT-RUN-DATE.
           MOVE WS-PERIOD-ID          TO CKPT-PERIOD-ID.
           MOVE WS-RUN-SEQ            TO CKPT-RUN-SEQ.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
