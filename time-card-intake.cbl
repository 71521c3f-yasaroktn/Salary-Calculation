       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-CARD-INTAKE.
      *> Time-and-attendance intake, run before the payday run in
      *> place of keying EMP-HOURS and the leave buckets through
      *> MASTER-MAINTENANCE. Reads the day's-worth-per-card
      *> TIME-CARDS file in step with EMPLOYEE-MASTER (both SORTED ON
      *> WHO - the balanced-line match the payday run uses), edits
      *> every card against the open PAY-PERIOD-CALENDAR row and the
      *> employee's hire and termination dates, and rolls the
      *> supervisor-approved cards up into the hours buckets
      *> SALARY-CALCULATION consumes:
      *>   - worked hours become EMP-HOURS, the DAILY figure the run
      *>     multiplies by the paid days - the period's approved
      *>     worked hours spread over the same prorated paid days the
      *>     run will apply (2070-PRORATE-PERIOD-DAYS) and rounded
      *>     to the whole hour EMP-HOURS holds; where that rounding
      *>     makes the run pay a different total from the cards, the
      *>     employee gets a ROUNDED line on the report for payroll to
      *>     key the difference through PAYROLL-ADJUSTMENT;
      *>   - vacation, sick and holiday cards become the PERIOD-TOTAL
      *>     leave buckets as they stand.
      *> An employee with no approved card gets zero hours - an
      *> unproven hour is not paid - and, when active in the period,
      *> a MISSING line on the report, so the gap is chased before
      *> the live run instead of surfacing as an E005 zero-pay
      *> exception. Rejected and unapproved cards are listed with a
      *> reason. Writes EMPLOYEE-MASTER-NEW; the operator promotes it
      *> over EMPLOYEE-MASTER after reviewing TIME-CARD-REPORT, the
      *> same old/new handling as MASTER-MAINTENANCE. Ends RC 4 when
      *> the report carries anything to chase.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-CARD-FILE ASSIGN TO "TIME-CARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT EMPLOYEE-MASTER-NEW ASSIGN TO "EMPLOYEE-MASTER-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPN-STATUS.

           SELECT PAY-PERIOD-CALENDAR ASSIGN TO "PAY-PERIOD-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT TIME-CARD-REPORT ASSIGN TO "TIME-CARD-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *> Shared job-run log - START and END stamped with the open
      *> period the cards were loaded for.
           SELECT JOB-RUN-LOG ASSIGN TO "JOB-RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIME-CARD-FILE.
       COPY "time-card-record.cpy".

       FD  EMPLOYEE-MASTER.
       COPY "employee-record.cpy".

       FD  EMPLOYEE-MASTER-NEW.
       01  EMPLOYEE-NEW-RECORD     PIC X(98).

       FD  PAY-PERIOD-CALENDAR.
       COPY "pay-period-calendar.cpy".

       FD  TIME-CARD-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TC-STATUS        PIC X(02).
           88  WS-TC-OK                VALUE "00".
       01  WS-EMP-STATUS       PIC X(02).
           88  WS-EMP-OK               VALUE "00".
       01  WS-EMPN-STATUS      PIC X(02).
           88  WS-EMPN-OK              VALUE "00".
       01  WS-CAL-STATUS       PIC X(02).
           88  WS-CAL-OK               VALUE "00".
       01  WS-RPT-STATUS       PIC X(02).
           88  WS-RPT-OK               VALUE "00".
       01  WS-JRL-STATUS       PIC X(02).
           88  WS-JRL-OK               VALUE "00".

       01  WS-EMP-EOF          PIC X(01)       VALUE "N".
       01  WS-TC-EOF           PIC X(01)       VALUE "N".

       01  WS-RUN-DATE         PIC 9(8).

      *> The open period covering the run date - the period the
      *> payday run about to follow will pay.
       01  WS-PERIOD-FOUND     PIC X(01)       VALUE "N".
       01  WS-PERIOD-ID        PIC X(06).
       01  WS-PERIOD-START     PIC 9(8).
       01  WS-PERIOD-END       PIC 9(8).
       01  WS-PERIOD-DAYS      PIC 9(2).
       01  WS-PERIOD-STATUS    PIC X(01).

      *> Sequence proof - cards out of WHO/date/type order would
      *> slip past the match and be silently dropped.
       01  WS-SEQ-ERROR        PIC X(01)       VALUE "N".
       01  WS-SEQ-FIRST        PIC X(01).
       01  WS-SEQ-PRIOR-KEY    PIC X(29).
       01  WS-TC-KEY.
           05  WS-TK-WHO       PIC X(20).
           05  WS-TK-DATE      PIC X(08).
           05  WS-TK-TYPE      PIC X(01).
       01  WS-PRIOR-CARD-KEY   PIC X(29).
       01  WS-PRIOR-EMP-WHO    PIC X(20)       VALUE LOW-VALUES.

      *> One card's edit result.
       01  WS-CARD-VALID       PIC X(01).
           88  WS-CARD-IS-VALID        VALUE "Y".
       01  WS-REASON-CODE      PIC X(04).
       01  WS-REASON-TEXT      PIC X(40).
       01  WS-CARD-HOURS       PIC 9(2)V99.
       01  WS-IN-MINUTES       PIC 9(4).
       01  WS-OUT-MINUTES      PIC 9(4).
       01  WS-SHIFT-MINUTES    PIC 9(4).

      *> The current employee's approved totals.
       01  WS-APPROVED-CARDS   PIC 9(3).
       01  WS-UNAPPROVED-CARDS PIC 9(3).
       01  WS-WORKED-DAYS      PIC 9(3).
       01  WS-LAST-WORKED-DATE PIC 9(8).
       01  WS-WORKED-TOTAL     PIC 9(4)V99.
       01  WS-VAC-TOTAL        PIC 9(3)V99.
       01  WS-SICK-TOTAL       PIC 9(3)V99.
       01  WS-HOL-TOTAL        PIC 9(3)V99.
       01  WS-DAILY-HOURS      PIC 9(4).
       01  WS-PAID-TOTAL       PIC 9(6)V99.

      *> Whether the employee is on the books at all during the
      *> period - the test for owing a MISSING line.
       01  WS-EXPECTED         PIC X(01).

      *> Paid-day proration - the same overlap arithmetic as the
      *> payday run's 2070-PRORATE-PERIOD-DAYS, so the daily figure
      *> multiplies back to the card total up to the whole-hour
      *> rounding.
       01  WS-PRORATE-DAYS     PIC 9(2).
       01  WS-PRO-START        PIC 9(8).
       01  WS-PRO-END          PIC 9(8).
       01  WS-PERIOD-CAL-DAYS  PIC 9(3).
       01  WS-ACTIVE-CAL-DAYS  PIC 9(3).

       01  WS-EMP-READ-COUNT   PIC 9(6)        VALUE 0.
       01  WS-LOADED-COUNT     PIC 9(6)        VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(6)        VALUE 0.
       01  WS-ROUNDED-COUNT    PIC 9(6)        VALUE 0.
       01  WS-CARD-COUNT       PIC 9(6)        VALUE 0.
       01  WS-ACCEPTED-COUNT   PIC 9(6)        VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(6)        VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(6)        VALUE 0.
       01  WS-TOTAL-WORKED     PIC 9(7)V99     VALUE 0.
       01  WS-TOTAL-LEAVE      PIC 9(7)V99     VALUE 0.

      *> Staging for the next JOB-RUN-LOG record - the FD record
      *> cannot be filled until the file is open.
       01  WS-LOG-EVENT        PIC X(05).
       01  WS-LOG-STATUS       PIC X(04).
       01  WS-LOG-COUNT        PIC 9(6).
       01  WS-LOG-GROSS        PIC S9(9)V99.
       01  WS-LOG-NET          PIC S9(9)V99.

       01  WS-RPT-TITLE.
           05  FILLER          PIC X(36)   VALUE
               "TIME-CARD INTAKE - PAY PERIOD".
           05  WS-RT-PERIOD    PIC X(06).
           05  FILLER          PIC X(04)   VALUE SPACES.
           05  WS-RT-START     PIC 9(8).
           05  FILLER          PIC X(04)   VALUE " TO ".
           05  WS-RT-END       PIC 9(8).

      *> One line per rejected or unapproved card.
       01  WS-CARD-LINE.
           05  WS-CL-TAG           PIC X(08).
           05  WS-CL-WHO           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-CL-DATE          PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-CL-TYPE          PIC X(01).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-CL-HOURS         PIC Z9.99.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-CL-CODE          PIC X(04).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-CL-TEXT          PIC X(40).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-CL-APPROVER      PIC X(08).

      *> One line per employee whose buckets were loaded.
       01  WS-LOADED-LINE.
           05  WS-LL-TAG           PIC X(08)   VALUE "LOADED".
           05  WS-LL-WHO           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  FILLER              PIC X(06)   VALUE "DAYS".
           05  WS-LL-DAYS          PIC ZZ9.
           05  FILLER              PIC X(08)   VALUE "  WORKED".
           05  WS-LL-WORKED        PIC Z,ZZ9.99.
           05  FILLER              PIC X(08)   VALUE "  DAILY".
           05  WS-LL-DAILY         PIC ZZ9.
           05  FILLER              PIC X(06)   VALUE "  VAC".
           05  WS-LL-VAC           PIC ZZ9.99.
           05  FILLER              PIC X(07)   VALUE "  SICK".
           05  WS-LL-SICK          PIC ZZ9.99.
           05  FILLER              PIC X(06)   VALUE "  HOL".
           05  WS-LL-HOL           PIC ZZ9.99.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-LL-NOTE          PIC X(24).

      *> One line per employee whose whole-hour daily figure pays a
      *> different total from the approved cards.
       01  WS-ROUNDED-LINE.
           05  WS-RL-TAG           PIC X(08)   VALUE "ROUNDED".
           05  WS-RL-WHO           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  FILLER              PIC X(07)   VALUE "CARDS".
           05  WS-RL-CARD-TOTAL    PIC Z,ZZ9.99.
           05  FILLER              PIC X(08)   VALUE "  PAID".
           05  WS-RL-PAID-TOTAL    PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RL-TEXT          PIC X(42)   VALUE
               "KEY DIFFERENCE THROUGH PAYROLL-ADJUSTMENT".

      *> One line per active employee with nothing approved to pay.
       01  WS-MISSING-LINE.
           05  WS-ML-TAG           PIC X(08)   VALUE "MISSING".
           05  WS-ML-WHO           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-ML-WHERE         PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-ML-JOB           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-ML-TEXT          PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(40).
           05  WS-TL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)   VALUE SPACES.
           05  WS-TL-HOURS         PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-EMPLOYEE
               UNTIL WS-EMP-EOF = "Y".
           PERFORM 2100-REJECT-ORPHAN-CARD
               UNTIL WS-TC-EOF = "Y".
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 1100-LOAD-CALENDAR.
           PERFORM 1200-SEQUENCE-CHECK-CARDS.
           OPEN INPUT TIME-CARD-FILE.
           IF NOT WS-TC-OK
               DISPLAY "UNABLE TO OPEN TIME-CARDS, STATUS "
                   WS-TC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WS-EMP-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEE-MASTER, STATUS "
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EMPLOYEE-MASTER-NEW.
           IF NOT WS-EMPN-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEE-MASTER-NEW, STATUS "
                   WS-EMPN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TIME-CARD-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "UNABLE TO OPEN TIME-CARD-REPORT, STATUS "
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
           MOVE WS-PERIOD-ID    TO WS-RT-PERIOD.
           MOVE WS-PERIOD-START TO WS-RT-START.
           MOVE WS-PERIOD-END   TO WS-RT-END.
           MOVE WS-RPT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRIOR-CARD-KEY.
           PERFORM 2900-READ-CARD.
           PERFORM 2800-READ-EMPLOYEE.

      *> The cards belong to the period the payday run is about to
      *> pay: the calendar row covering today, which must still be
      *> open - loading hours into a period already paid would only
      *> feed the next period's run the wrong numbers.
       1100-LOAD-CALENDAR.
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
                       IF WS-RUN-DATE >= CAL-START-DATE
                               AND WS-RUN-DATE <= CAL-END-DATE
                           MOVE "Y"            TO WS-PERIOD-FOUND
                           MOVE CAL-PERIOD-ID  TO WS-PERIOD-ID
                           MOVE CAL-START-DATE TO WS-PERIOD-START
                           MOVE CAL-END-DATE   TO WS-PERIOD-END
                           MOVE CAL-PAID-DAYS  TO WS-PERIOD-DAYS
                           MOVE CAL-STATUS     TO WS-PERIOD-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-PERIOD-CALENDAR.
           IF WS-PERIOD-FOUND = "N"
               DISPLAY "NO PAY-PERIOD-CALENDAR ENTRY COVERS RUN "
                   "DATE " WS-RUN-DATE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PERIOD-STATUS = "C"
               DISPLAY "PAY PERIOD " WS-PERIOD-ID
                   " IS ALREADY CLOSED - TIME CARDS NOT LOADED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PERIOD-DAYS = 0
               DISPLAY "PAY PERIOD " WS-PERIOD-ID
                   " HAS ZERO PAID DAYS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Proves WHO/date/type order up front, before anything is
      *> written. Equal keys are allowed through - the main pass
      *> rejects the second card as a double entry.
       1200-SEQUENCE-CHECK-CARDS.
           OPEN INPUT TIME-CARD-FILE.
           IF NOT WS-TC-OK
               DISPLAY "UNABLE TO OPEN TIME-CARDS, STATUS "
                   WS-TC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-SEQ-FIRST.
           PERFORM UNTIL WS-TC-STATUS = "10"
               READ TIME-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TC-WHO       TO WS-TK-WHO
                       MOVE TC-WORK-DATE TO WS-TK-DATE
                       MOVE TC-TIME-TYPE TO WS-TK-TYPE
                       IF WS-SEQ-FIRST = "N"
                               AND WS-TC-KEY < WS-SEQ-PRIOR-KEY
                           MOVE "Y" TO WS-SEQ-ERROR
                           DISPLAY "TIME-CARDS OUT OF SEQUENCE AT "
                               TC-WHO " " TC-WORK-DATE
                       END-IF
                       MOVE WS-TC-KEY TO WS-SEQ-PRIOR-KEY
                       MOVE "N" TO WS-SEQ-FIRST
               END-READ
           END-PERFORM.
           CLOSE TIME-CARD-FILE.
           IF WS-SEQ-ERROR = "Y"
               DISPLAY "INPUT SEQUENCE ERRORS - RUN REFUSED, "
                   "SORT THE FILES AND RESUBMIT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> One employee: cards keyed below this WHO belong to nobody on
      *> file; the cards matching the WHO are edited and totalled,
      *> and the record goes to the NEW master with its buckets
      *> rebuilt from them.
       2000-PROCESS-EMPLOYEE.
           IF EMP-WHO <= WS-PRIOR-EMP-WHO
               DISPLAY "EMPLOYEE-MASTER OUT OF SEQUENCE AT " EMP-WHO
                   " - RUN ABANDONED, DO NOT PROMOTE "
                   "EMPLOYEE-MASTER-NEW"
               CLOSE TIME-CARD-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE EMPLOYEE-MASTER-NEW
               CLOSE TIME-CARD-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE EMP-WHO TO WS-PRIOR-EMP-WHO.
           ADD 1 TO WS-EMP-READ-COUNT.
           PERFORM 2100-REJECT-ORPHAN-CARD
               UNTIL WS-TC-EOF = "Y" OR TC-WHO >= EMP-WHO.
           MOVE 0 TO WS-APPROVED-CARDS.
           MOVE 0 TO WS-UNAPPROVED-CARDS.
           MOVE 0 TO WS-WORKED-DAYS.
           MOVE 0 TO WS-LAST-WORKED-DATE.
           MOVE 0 TO WS-WORKED-TOTAL.
           MOVE 0 TO WS-VAC-TOTAL.
           MOVE 0 TO WS-SICK-TOTAL.
           MOVE 0 TO WS-HOL-TOTAL.
           PERFORM 2200-APPLY-CARD
               UNTIL WS-TC-EOF = "Y" OR TC-WHO NOT = EMP-WHO.
           PERFORM 2300-BUILD-HOURS.
           WRITE EMPLOYEE-NEW-RECORD FROM EMPLOYEE-RECORD.
           PERFORM 2800-READ-EMPLOYEE.

       2100-REJECT-ORPHAN-CARD.
           IF TC-HOURS NUMERIC
               MOVE TC-HOURS TO WS-CARD-HOURS
           ELSE
               MOVE 0 TO WS-CARD-HOURS
           END-IF.
           MOVE "T100" TO WS-REASON-CODE.
           MOVE "NO SUCH EMPLOYEE ON EMPLOYEE-MASTER"
               TO WS-REASON-TEXT.
           PERFORM 7000-WRITE-CARD-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 2900-READ-CARD.

      *> A valid approved card adds to the buckets; a valid card
      *> still awaiting approval is listed as PENDING (the supervisor
      *> can approve it and the intake be rerun); anything else is a
      *> REJECT with the reason.
       2200-APPLY-CARD.
           PERFORM 2210-EDIT-CARD.
           IF WS-CARD-IS-VALID
               IF TC-IS-APPROVED
                   PERFORM 2250-ACCUMULATE-CARD
               ELSE
                   ADD 1 TO WS-UNAPPROVED-CARDS
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "T107" TO WS-REASON-CODE
                   MOVE "NOT APPROVED BY SUPERVISOR"
                       TO WS-REASON-TEXT
                   PERFORM 7000-WRITE-CARD-LINE
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 7000-WRITE-CARD-LINE
           END-IF.
           MOVE WS-TC-KEY TO WS-PRIOR-CARD-KEY.
           PERFORM 2900-READ-CARD.

       2210-EDIT-CARD.
           MOVE "Y" TO WS-CARD-VALID.
           MOVE 0   TO WS-CARD-HOURS.
           EVALUATE TRUE
               WHEN WS-TC-KEY = WS-PRIOR-CARD-KEY
                   MOVE "T108" TO WS-REASON-CODE
                   MOVE "DUPLICATE CARD FOR THIS DATE AND TYPE"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-VALID
               WHEN TC-WORK-DATE NOT NUMERIC
                       OR TC-WORK-MONTH < 1 OR TC-WORK-MONTH > 12
                       OR TC-WORK-DAY < 1 OR TC-WORK-DAY > 31
                   MOVE "T101" TO WS-REASON-CODE
                   MOVE "WORK DATE NOT A VALID DATE"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-VALID
               WHEN TC-WORK-DATE < WS-PERIOD-START
                       OR TC-WORK-DATE > WS-PERIOD-END
                   MOVE "T102" TO WS-REASON-CODE
                   MOVE "WORK DATE OUTSIDE THE PAY PERIOD"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-VALID
               WHEN EMP-HIRE-DATE NUMERIC
                       AND TC-WORK-DATE < EMP-HIRE-DATE
                   MOVE "T103" TO WS-REASON-CODE
                   MOVE "WORK DATE BEFORE HIRE DATE"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-VALID
               WHEN EMP-TERMINATED AND EMP-TERM-DATE NUMERIC
                       AND EMP-TERM-DATE NOT = 0
                       AND TC-WORK-DATE > EMP-TERM-DATE
                   MOVE "T104" TO WS-REASON-CODE
                   MOVE "WORK DATE AFTER TERMINATION DATE"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-VALID
               WHEN NOT TC-WORKED AND NOT TC-VACATION
                       AND NOT TC-SICK AND NOT TC-HOLIDAY
                   MOVE "T105" TO WS-REASON-CODE
                   MOVE "TIME TYPE MUST BE W, V, S OR H"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-VALID
               WHEN OTHER
                   PERFORM 2220-RESOLVE-CARD-HOURS
           END-EVALUATE.

      *> Keyed hours win; a worked card with none keyed takes its
      *> hours from the punches. A day over 24 hours, or a card
      *> with no hours at all, is a keying error.
       2220-RESOLVE-CARD-HOURS.
           IF TC-HOURS NUMERIC AND TC-HOURS > 0
               MOVE TC-HOURS TO WS-CARD-HOURS
           ELSE
               IF TC-WORKED
                       AND TC-PUNCH-IN NUMERIC
                       AND TC-PUNCH-OUT NUMERIC
                       AND TC-IN-HH < 24 AND TC-IN-MM < 60
                       AND TC-OUT-HH < 24 AND TC-OUT-MM < 60
                       AND TC-PUNCH-IN NOT = TC-PUNCH-OUT
                   COMPUTE WS-IN-MINUTES =
                       TC-IN-HH * 60 + TC-IN-MM
                   COMPUTE WS-OUT-MINUTES =
                       TC-OUT-HH * 60 + TC-OUT-MM
                   IF WS-OUT-MINUTES > WS-IN-MINUTES
                       COMPUTE WS-SHIFT-MINUTES =
                           WS-OUT-MINUTES - WS-IN-MINUTES
                   ELSE
                       COMPUTE WS-SHIFT-MINUTES =
                           WS-OUT-MINUTES + 1440 - WS-IN-MINUTES
                   END-IF
                   COMPUTE WS-CARD-HOURS ROUNDED =
                       WS-SHIFT-MINUTES / 60
               END-IF
           END-IF.
           IF WS-CARD-HOURS = 0
               MOVE "T106" TO WS-REASON-CODE
               MOVE "NO HOURS KEYED OR PUNCHED"
                   TO WS-REASON-TEXT
               MOVE "N" TO WS-CARD-VALID
           ELSE
               IF WS-CARD-HOURS > 24
                   MOVE "T106" TO WS-REASON-CODE
                   MOVE "HOURS OUT OF RANGE (MUST BE 0-24)"
                       TO WS-REASON-TEXT
                   MOVE "N" TO WS-CARD-VALID
               END-IF
           END-IF.

       2250-ACCUMULATE-CARD.
           ADD 1 TO WS-APPROVED-CARDS.
           ADD 1 TO WS-ACCEPTED-COUNT.
           EVALUATE TRUE
               WHEN TC-WORKED
                   ADD WS-CARD-HOURS TO WS-WORKED-TOTAL
                   ADD WS-CARD-HOURS TO WS-TOTAL-WORKED
                   IF TC-WORK-DATE NOT = WS-LAST-WORKED-DATE
                       ADD 1 TO WS-WORKED-DAYS
                       MOVE TC-WORK-DATE TO WS-LAST-WORKED-DATE
                   END-IF
               WHEN TC-VACATION
                   ADD WS-CARD-HOURS TO WS-VAC-TOTAL
                   ADD WS-CARD-HOURS TO WS-TOTAL-LEAVE
               WHEN TC-SICK
                   ADD WS-CARD-HOURS TO WS-SICK-TOTAL
                   ADD WS-CARD-HOURS TO WS-TOTAL-LEAVE
               WHEN TC-HOLIDAY
                   ADD WS-CARD-HOURS TO WS-HOL-TOTAL
                   ADD WS-CARD-HOURS TO WS-TOTAL-LEAVE
           END-EVALUATE.

      *> The buckets are replaced outright - whatever was keyed
      *> before is exactly what this intake exists to stop paying.
      *> The worked total is spread over the prorated paid days and
      *> rounded to the whole daily hour EMP-HOURS holds. A daily
      *> figure that does not multiply back to the card total gets
      *> a ROUNDED line, so the difference is keyed rather than
      *> overpaid or lost unnoticed.
       2300-BUILD-HOURS.
           MOVE 0 TO EMP-HOURS.
           MOVE WS-VAC-TOTAL  TO EMP-VAC-HOURS.
           MOVE WS-SICK-TOTAL TO EMP-SICK-HOURS.
           MOVE WS-HOL-TOTAL  TO EMP-HOL-HOURS.
           MOVE SPACES TO WS-LL-NOTE.
           IF WS-APPROVED-CARDS > 0
               PERFORM 2310-PRORATE-PERIOD-DAYS
               IF WS-WORKED-TOTAL > 0
                   COMPUTE WS-DAILY-HOURS ROUNDED =
                       WS-WORKED-TOTAL / WS-PRORATE-DAYS
                   IF WS-DAILY-HOURS > 24
                       MOVE "DAILY OVER 24 - E005" TO WS-LL-NOTE
                   END-IF
                   IF WS-DAILY-HOURS > 999
                       MOVE 999 TO EMP-HOURS
                   ELSE
                       MOVE WS-DAILY-HOURS TO EMP-HOURS
                   END-IF
               END-IF
               ADD 1 TO WS-LOADED-COUNT
               PERFORM 7100-WRITE-LOADED-LINE
               IF WS-WORKED-TOTAL > 0
                   COMPUTE WS-PAID-TOTAL =
                       EMP-HOURS * WS-PRORATE-DAYS
                   IF WS-PAID-TOTAL NOT = WS-WORKED-TOTAL
                       ADD 1 TO WS-ROUNDED-COUNT
                       PERFORM 7150-WRITE-ROUNDED-LINE
                   END-IF
               END-IF
           ELSE
               PERFORM 2320-CHECK-EXPECTED
               IF WS-EXPECTED = "Y"
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM 7200-WRITE-MISSING-LINE
               END-IF
           END-IF.

      *> See the payday run's 2070-PRORATE-PERIOD-DAYS - a mid-
      *> period hire or termination gets the worked fraction of the
      *> paid days, never less than one.
       2310-PRORATE-PERIOD-DAYS.
           MOVE WS-PERIOD-DAYS  TO WS-PRORATE-DAYS.
           MOVE WS-PERIOD-START TO WS-PRO-START.
           MOVE WS-PERIOD-END   TO WS-PRO-END.
           IF EMP-HIRE-DATE NUMERIC
                   AND EMP-HIRE-DATE > WS-PRO-START
                   AND EMP-HIRE-DATE <= WS-PERIOD-END
               MOVE EMP-HIRE-DATE TO WS-PRO-START
           END-IF.
           IF EMP-TERMINATED AND EMP-TERM-DATE NUMERIC
                   AND EMP-TERM-DATE NOT = 0
                   AND EMP-TERM-DATE >= WS-PERIOD-START
                   AND EMP-TERM-DATE < WS-PRO-END
               MOVE EMP-TERM-DATE TO WS-PRO-END
           END-IF.
           IF WS-PRO-START NOT = WS-PERIOD-START
                   OR WS-PRO-END NOT = WS-PERIOD-END
               COMPUTE WS-PERIOD-CAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
                       - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
                       + 1
               COMPUTE WS-ACTIVE-CAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PRO-END)
                       - FUNCTION INTEGER-OF-DATE(WS-PRO-START)
                       + 1
               IF WS-PERIOD-CAL-DAYS > 0
                       AND WS-ACTIVE-CAL-DAYS > 0
                       AND WS-ACTIVE-CAL-DAYS
                           < WS-PERIOD-CAL-DAYS
                   COMPUTE WS-PRORATE-DAYS ROUNDED =
                       WS-PERIOD-DAYS * WS-ACTIVE-CAL-DAYS
                           / WS-PERIOD-CAL-DAYS
                   IF WS-PRORATE-DAYS = 0
                       MOVE 1 TO WS-PRORATE-DAYS
                   END-IF
               END-IF
           END-IF.

      *> Owed a card: not hired after the period ends and not gone
      *> before it starts (a leaver with no termination date is the
      *> payday run's E008, so is listed here too).
       2320-CHECK-EXPECTED.
           MOVE "Y" TO WS-EXPECTED.
           IF EMP-HIRE-DATE NUMERIC
                   AND EMP-HIRE-DATE > WS-PERIOD-END
               MOVE "N" TO WS-EXPECTED
           END-IF.
           IF EMP-TERMINATED AND EMP-TERM-DATE NUMERIC
                   AND EMP-TERM-DATE NOT = 0
                   AND EMP-TERM-DATE < WS-PERIOD-START
               MOVE "N" TO WS-EXPECTED
           END-IF.

       2800-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE "Y" TO WS-EMP-EOF
           END-READ.

       2900-READ-CARD.
           READ TIME-CARD-FILE
               AT END
                   MOVE "Y" TO WS-TC-EOF
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   MOVE TC-WHO       TO WS-TK-WHO
                   MOVE TC-WORK-DATE TO WS-TK-DATE
                   MOVE TC-TIME-TYPE TO WS-TK-TYPE
           END-READ.

       7000-WRITE-CARD-LINE.
           IF WS-REASON-CODE = "T107"
               MOVE "PENDING" TO WS-CL-TAG
           ELSE
               MOVE "REJECT"  TO WS-CL-TAG
           END-IF.
           MOVE TC-WHO         TO WS-CL-WHO.
           MOVE WS-TK-DATE     TO WS-CL-DATE.
           MOVE TC-TIME-TYPE   TO WS-CL-TYPE.
           MOVE WS-CARD-HOURS  TO WS-CL-HOURS.
           MOVE WS-REASON-CODE TO WS-CL-CODE.
           MOVE WS-REASON-TEXT TO WS-CL-TEXT.
           MOVE TC-APPROVER-ID TO WS-CL-APPROVER.
           MOVE WS-CARD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       7100-WRITE-LOADED-LINE.
           MOVE EMP-WHO         TO WS-LL-WHO.
           MOVE WS-WORKED-DAYS  TO WS-LL-DAYS.
           MOVE WS-WORKED-TOTAL TO WS-LL-WORKED.
           MOVE EMP-HOURS       TO WS-LL-DAILY.
           MOVE EMP-VAC-HOURS   TO WS-LL-VAC.
           MOVE EMP-SICK-HOURS  TO WS-LL-SICK.
           MOVE EMP-HOL-HOURS   TO WS-LL-HOL.
           MOVE WS-LOADED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       7150-WRITE-ROUNDED-LINE.
           MOVE EMP-WHO         TO WS-RL-WHO.
           MOVE WS-WORKED-TOTAL TO WS-RL-CARD-TOTAL.
           MOVE WS-PAID-TOTAL   TO WS-RL-PAID-TOTAL.
           MOVE WS-ROUNDED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       7200-WRITE-MISSING-LINE.
           MOVE EMP-WHO   TO WS-ML-WHO.
           MOVE EMP-WHERE TO WS-ML-WHERE.
           MOVE EMP-JOB   TO WS-ML-JOB.
           IF WS-UNAPPROVED-CARDS > 0
               MOVE "CARDS AWAITING SUPERVISOR APPROVAL"
                   TO WS-ML-TEXT
           ELSE
               MOVE "NO APPROVED TIME CARD FOR THE PERIOD"
                   TO WS-ML-TEXT
           END-IF.
           MOVE WS-MISSING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPLOYEES READ" TO WS-TL-LABEL.
           MOVE WS-EMP-READ-COUNT TO WS-TL-COUNT.
           MOVE 0 TO WS-TL-HOURS.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "EMPLOYEES LOADED, WORKED HOURS" TO WS-TL-LABEL.
           MOVE WS-LOADED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-WORKED TO WS-TL-HOURS.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "LEAVE HOURS LOADED" TO WS-TL-LABEL.
           MOVE 0 TO WS-TL-COUNT.
           MOVE WS-TOTAL-LEAVE TO WS-TL-HOURS.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "ACTIVE EMPLOYEES MISSING APPROVED CARDS"
               TO WS-TL-LABEL.
           MOVE WS-MISSING-COUNT TO WS-TL-COUNT.
           MOVE 0 TO WS-TL-HOURS.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "EMPLOYEES PAID A ROUNDED TOTAL" TO WS-TL-LABEL.
           MOVE WS-ROUNDED-COUNT TO WS-TL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "TIME CARDS READ" TO WS-TL-LABEL.
           MOVE WS-CARD-COUNT TO WS-TL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "CARDS ACCEPTED" TO WS-TL-LABEL.
           MOVE WS-ACCEPTED-COUNT TO WS-TL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "CARDS PENDING APPROVAL" TO WS-TL-LABEL.
           MOVE WS-PENDING-COUNT TO WS-TL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE "CARDS REJECTED" TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           CLOSE TIME-CARD-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE EMPLOYEE-MASTER-NEW.
           CLOSE TIME-CARD-REPORT.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           MOVE WS-LOADED-COUNT TO WS-LOG-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE 0 TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           DISPLAY "TIME-CARD-INTAKE COMPLETE: PERIOD " WS-PERIOD-ID
               ", " WS-LOADED-COUNT " EMPLOYEES LOADED, "
               WS-MISSING-COUNT " MISSING, " WS-REJECTED-COUNT
               " CARDS REJECTED, " WS-PENDING-COUNT " PENDING, "
               WS-ROUNDED-COUNT " ROUNDED".
           IF WS-MISSING-COUNT > 0 OR WS-REJECTED-COUNT > 0
                   OR WS-PENDING-COUNT > 0 OR WS-ROUNDED-COUNT > 0
               DISPLAY "REVIEW TIME-CARD-REPORT BEFORE PROMOTING "
                   "EMPLOYEE-MASTER-NEW"
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

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
           MOVE "TIME-CARD-INTAKE" TO JRL-PROGRAM.
           MOVE WS-PERIOD-ID   TO JRL-PERIOD-ID.
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
