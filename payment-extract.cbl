               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BA-STATUS.

      *> The run moves accounts through the prenote lifecycle
      *> (prenote sent, waiting period served), so the master is
      *> rewritten as an old/new generation pair (ACH-RETURN-
      *> PROCESSING's pattern): the operator promotes
      *> BANK-ACCOUNT-MASTER-NEW over BANK-ACCOUNT-MASTER after the
      *> run.
           SELECT BANK-ACCOUNT-MASTER-NEW ASSIGN TO
                   "BANK-ACCOUNT-MASTER-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAN-STATUS.

      *> Pending and failed prenotes for HR to chase with the
      *> employee.
           SELECT PRENOTE-REPORT ASSIGN TO "PRENOTE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNR-STATUS.

      *> Maps each institution to its legal employer and that
      *> employer's bank origination id - the payments sort into one
      *> ACH batch per originating employer instead of one blended
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLW-STATUS.

      *> Payments PAYROLL-AUDIT held for review, and the payroll
      *> office's releases of them, for this period and run sequence.
      *> A held employee is paid by a numbered check kept at the
      *> office rather than by direct deposit - the money is still
      *> paid on time, but nothing reaches an account until someone
      *> has looked. Both files are optional: no hold file means the
      *> audit was not run, and every payment goes out as usual.
           SELECT PAYMENT-HOLD-FILE ASSIGN TO "PAYMENT-HOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

           SELECT PAYMENT-RELEASE-FILE ASSIGN TO "PAYMENT-RELEASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

      *> Shared job-run log - checked at start-up before anything is
      *> paid: the period on PAYROLL-DETAIL must carry a
      *> PAYROLL-BALANCE END record with status OK, and must not
       FD  BANK-ACCOUNT-MASTER.
       COPY "bank-account-record.cpy".

       FD  BANK-ACCOUNT-MASTER-NEW.
       COPY "bank-account-record.cpy"
           REPLACING ==BANK-ACCOUNT-RECORD== BY
                         ==BANK-ACCOUNT-NEW-RECORD==
                     ==BA-WHO==            BY ==BAN-WHO==
                     ==BA-ROUTING-NBR==    BY ==BAN-ROUTING-NBR==
                     ==BA-ACCOUNT-NBR==    BY ==BAN-ACCOUNT-NBR==
                     ==BA-ACCOUNT-TYPE==   BY ==BAN-ACCOUNT-TYPE==
                     ==BA-CHECKING==       BY ==BAN-CHECKING==
                     ==BA-SAVINGS==        BY ==BAN-SAVINGS==
                     ==BA-SPLIT-PCT==      BY ==BAN-SPLIT-PCT==
                     ==BA-ROUTING-NBR-2==  BY ==BAN-ROUTING-NBR-2==
                     ==BA-ACCOUNT-NBR-2==  BY ==BAN-ACCOUNT-NBR-2==
                     ==BA-ACCOUNT-TYPE-2== BY ==BAN-ACCOUNT-TYPE-2==
                     ==BA-CHECKING-2==     BY ==BAN-CHECKING-2==
                     ==BA-SAVINGS-2==      BY ==BAN-SAVINGS-2==
                     ==BA-PRENOTE-STATUS== BY ==BAN-PRENOTE-STATUS==
                     ==BA-PRENOTE-PENDING== BY ==BAN-PRENOTE-PENDING==
                     ==BA-PRENOTE-ACTIVE== BY ==BAN-PRENOTE-ACTIVE==
                     ==BA-PRENOTE-FAILED== BY ==BAN-PRENOTE-FAILED==
                     ==BA-PRENOTE-DATE==   BY ==BAN-PRENOTE-DATE==
                     ==BA-PRENOTED-ROUTING== BY
                         ==BAN-PRENOTED-ROUTING==
                     ==BA-PRENOTED-ACCOUNT== BY
                         ==BAN-PRENOTED-ACCOUNT==
                     ==BA-PRENOTE-STATUS-2== BY
                         ==BAN-PRENOTE-STATUS-2==
                     ==BA-PRENOTE-PENDING-2== BY
                         ==BAN-PRENOTE-PENDING-2==
                     ==BA-PRENOTE-ACTIVE-2== BY
                         ==BAN-PRENOTE-ACTIVE-2==
                     ==BA-PRENOTE-FAILED-2== BY
                         ==BAN-PRENOTE-FAILED-2==
                     ==BA-PRENOTE-DATE-2== BY ==BAN-PRENOTE-DATE-2==
                     ==BA-PRENOTED-ROUTING-2== BY
                         ==BAN-PRENOTED-ROUTING-2==
                     ==BA-PRENOTED-ACCOUNT-2== BY
                         ==BAN-PRENOTED-ACCOUNT-2==.

       FD  PRENOTE-REPORT.
       01  PRENOTE-LINE            PIC X(100).

       FD  EMPLOYER-MASTER.
       COPY "employer-record.cpy".

                     ==CL-ESCHEATED==      BY ==CLW-ESCHEATED==
                     ==CL-CLEARED-DATE==   BY ==CLW-CLEARED-DATE==.

       FD  PAYMENT-HOLD-FILE.
       COPY "payment-hold-record.cpy".

       FD  PAYMENT-RELEASE-FILE.
       COPY "payment-release-record.cpy".

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

           88  WS-PD-OK                VALUE "00".
       01  WS-BA-STATUS        PIC X(02).
           88  WS-BA-OK                VALUE "00".
       01  WS-BAN-STATUS       PIC X(02).
           88  WS-BAN-OK               VALUE "00".
       01  WS-PNR-STATUS       PIC X(02).
           88  WS-PNR-OK               VALUE "00".
       01  WS-ER-STATUS        PIC X(02).
           88  WS-ER-OK                VALUE "00".
       01  WS-PW-STATUS        PIC X(02).
           88  WS-CLW-OK               VALUE "00".
       01  WS-JRL-STATUS       PIC X(02).
           88  WS-JRL-OK               VALUE "00".
       01  WS-HLD-STATUS       PIC X(02).
           88  WS-HLD-OK               VALUE "00".
       01  WS-REL-STATUS       PIC X(02).
           88  WS-REL-OK               VALUE "00".

      *> Staging for the next JOB-RUN-LOG record, the period this
      *> run pays (from the first detail record - every record on a
       01  WS-LOG-GROSS        PIC S9(9)V99.
       01  WS-LOG-NET          PIC S9(9)V99.
       01  WS-PERIOD-ID        PIC X(06)       VALUE SPACES.
       01  WS-RUN-SEQ          PIC 9(2)        VALUE 0.
       01  WS-JRL-SEQ          PIC 9(2).
       01  WS-LOG-EOF          PIC X(01).
       01  WS-BALANCE-PASSED   PIC X(01)       VALUE "N".
       01  WS-ALREADY-EXTRACTED PIC X(01)      VALUE "N".
      *> Direct-deposit instructions loaded from BANK-ACCOUNT-MASTER
      *> into memory, keyed by WHO (no indexed file support in this
      *> runtime - same in-memory lookup pattern as the deduction
      *> table in SALARY-CALCULATION), with each account's prenote
      *> state. The NEW master is written from this table.
       01  WS-BANK-COUNT       PIC 9(4)        VALUE 0.
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS 2000 TIMES INDEXED BY BA-IDX.
               10  WS-BA-ROUTING-2     PIC 9(9).
               10  WS-BA-ACCOUNT-2     PIC X(17).
               10  WS-BA-TYPE-2        PIC X(01).
               10  WS-BA-PN-STATUS     PIC X(01).
               10  WS-BA-PN-DATE       PIC 9(8).
               10  WS-BA-PN-ROUTING    PIC 9(9).
               10  WS-BA-PN-ACCOUNT    PIC X(17).
               10  WS-BA-PN-STATUS-2   PIC X(01).
               10  WS-BA-PN-DATE-2     PIC 9(8).
               10  WS-BA-PN-ROUTING-2  PIC 9(9).
               10  WS-BA-PN-ACCOUNT-2  PIC X(17).

      *> The run's live holds: WHO, the audit's top finding (the
      *> held check's reason on the register), and whether the
      *> payroll office has released it. Overflow refuses the run -
      *> a dropped hold would let a suspect payment go straight to
      *> the account.
       01  WS-HOLD-COUNT       PIC 9(3)        VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HL-IDX.
               10  WS-HL-WHO           PIC X(20).
               10  WS-HL-FINDING       PIC X(16).
               10  WS-HL-RELEASED      PIC X(01).
       01  WS-HOLD-FOUND       PIC X(01).
       01  WS-STALE-HOLD-COUNT PIC 9(5)        VALUE 0.
       01  WS-RELEASE-COUNT    PIC 9(5)        VALUE 0.
       01  WS-HELD-COUNT       PIC 9(6)        VALUE 0.

      *> One account's prenote state, moved out of the table for
      *> 2500-PRENOTE-LIFECYCLE and back again, so the primary and
      *> the split account run the same rules. WS-PN-LIVE says
      *> whether the account may take money this run. The waiting
      *> period is calendar days from the prenote - three banking
      *> days for a return to arrive, with a weekend between.
       01  WS-PN-STATUS        PIC X(01).
       01  WS-PN-DATE          PIC 9(8).
       01  WS-PN-ROUTING       PIC 9(9).
       01  WS-PN-ACCOUNT       PIC X(17).
       01  WS-PN-TYPE          PIC X(01).
       01  WS-PN-LIVE          PIC X(01).
       01  WS-PN-WAIT-DAYS     PIC 9(3)        VALUE 6.
       01  WS-PN-DAYS          PIC S9(5).
       01  WS-SAVE-REASON      PIC X(16).
       01  WS-PRENOTE-COUNT    PIC 9(6)        VALUE 0.
       01  WS-PN-PENDING-COUNT PIC 9(5)        VALUE 0.
       01  WS-PN-FAILED-COUNT  PIC 9(5)        VALUE 0.

      *> Set by 2200-VALIDATE-ACCOUNT for whichever account's fields
      *> were moved into the WS-VAL items: a bad ABA check digit or a
           05  FILLER              PIC X(03)   VALUE SPACES.
           05  WS-CR-REASON        PIC X(16).

       01  WS-PN-TITLE-LINE    PIC X(50)       VALUE
           "DIRECT DEPOSIT PRENOTES PENDING OR FAILED".
       01  WS-PN-HEADINGS.
           05  FILLER          PIC X(22)   VALUE "EMPLOYEE".
           05  FILLER          PIC X(08)   VALUE "ACCOUNT".
           05  FILLER          PIC X(11)   VALUE "ROUTING".
           05  FILLER          PIC X(19)   VALUE "ACCOUNT NO".
           05  FILLER          PIC X(10)   VALUE "STATUS".
           05  FILLER          PIC X(10)   VALUE "  SINCE".
           05  FILLER          PIC X(06)   VALUE " DAYS".
       01  WS-PN-DETAIL-LINE.
           05  WS-PN-WHO           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-PN-LEG           PIC X(07).
           05  FILLER              PIC X(01)   VALUE SPACES.
           05  WS-PN-RPT-ROUTING   PIC 9(9).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-PN-RPT-ACCOUNT   PIC X(17).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-PN-RPT-STATUS    PIC X(08).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-PN-RPT-DATE      PIC 9(8).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-PN-RPT-DAYS      PIC ZZ,ZZ9.
       01  WS-PN-TOTAL-LINE.
           05  WS-PNT-LABEL        PIC X(30).
           05  WS-PNT-COUNT        PIC ZZ,ZZ9.

       01  WS-CR-TOTAL-LINE.
           05  WS-CRT-LABEL        PIC X(30)   VALUE
               "TOTAL CHECKS".
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-BANK-TABLE.
           PERFORM 1150-LOAD-PAYMENT-HOLDS.
           PERFORM 1250-LOAD-EMPLOYER-TABLE.
           PERFORM 1200-LOAD-CHECK-NUMBER.
           OPEN OUTPUT ACH-PAYMENT-FILE.
                   WS-CLW-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRENOTE-REPORT.
           IF NOT WS-PNR-OK
               DISPLAY "UNABLE TO OPEN PRENOTE-REPORT, STATUS "
                   WS-PNR-STATUS
               STOP RUN
           END-IF.
           PERFORM 1300-WRITE-ACH-HEADERS.
           MOVE WS-CR-TITLE-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-CR-COLUMN-HEADINGS TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-PN-TITLE-LINE TO PRENOTE-LINE.
           WRITE PRENOTE-LINE.
           MOVE WS-PN-HEADINGS TO PRENOTE-LINE.
           WRITE PRENOTE-LINE.

      *> Finds the period this run would pay (first detail record),
      *> then proves against JOB-RUN-LOG that PAYROLL-BALANCE passed
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
                       "EXTRACT REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-ALREADY-EXTRACTED = "Y"
                   DISPLAY "PERIOD " WS-PERIOD-ID " RUN "
                       WS-RUN-SEQ " WAS ALREADY "
                       "EXTRACTED - DUPLICATE PAY RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Only records for this period AND run sequence count (0 the
      *> regular run, 1 up an off-cycle run against the closed
      *> period), so each run is proved and released once in its own
      *> right. The log reads newest-last, so the LAST
      *> PAYROLL-BALANCE END for the run decides - a failed proof
      *> that was fixed and re-run passes on its later record.
       1410-SCAN-RUN-LOG.
           MOVE "N" TO WS-BALANCE-PASSED.
           MOVE "N" TO WS-ALREADY-EXTRACTED.
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
                               IF JRL-PROGRAM = "PAYROLL-BALANCE"
                                   IF JRL-STATUS-OK
               CLOSE JOB-RUN-LOG
           END-IF.

      *> The NEW master is rewritten from this table ONLY, so a load
      *> that cannot hold the whole file refuses the run outright
      *> (the MASTER-MAINTENANCE rule) - overflow rows would vanish
      *> from the promoted master otherwise.
       1100-LOAD-BANK-TABLE.
           OPEN INPUT BANK-ACCOUNT-MASTER.
           IF WS-BA-OK
                       NOT AT END
                           IF WS-BANK-COUNT >= 2000
                               DISPLAY "BANK-ACCOUNT TABLE FULL AT "
                                   "2000 ENTRIES AT " BA-WHO
                                   " - EXTRACT REFUSED"
                               CLOSE BANK-ACCOUNT-MASTER
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-BANK-COUNT
                               SET BA-IDX TO WS-BANK-COUNT
                                   TO WS-BA-ACCOUNT-2(BA-IDX)
                               MOVE BA-ACCOUNT-TYPE-2
                                   TO WS-BA-TYPE-2(BA-IDX)
                               PERFORM 1110-LOAD-PRENOTE-FIELDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-ACCOUNT-MASTER
           END-IF.

      *> A row written before prenotes were tracked reads spaces in
      *> the prenote fields: no status and no prenoted account, so
      *> each of its accounts is prenoted the first time it is paid.
       1110-LOAD-PRENOTE-FIELDS.
           MOVE BA-PRENOTE-STATUS   TO WS-BA-PN-STATUS(BA-IDX).
           MOVE BA-PRENOTED-ACCOUNT TO WS-BA-PN-ACCOUNT(BA-IDX).
           MOVE BA-PRENOTE-STATUS-2 TO WS-BA-PN-STATUS-2(BA-IDX).
           MOVE BA-PRENOTED-ACCOUNT-2
               TO WS-BA-PN-ACCOUNT-2(BA-IDX).
           IF BA-PRENOTE-DATE NUMERIC
               MOVE BA-PRENOTE-DATE TO WS-BA-PN-DATE(BA-IDX)
           ELSE
               MOVE 0 TO WS-BA-PN-DATE(BA-IDX)
           END-IF.
           IF BA-PRENOTED-ROUTING NUMERIC
               MOVE BA-PRENOTED-ROUTING TO WS-BA-PN-ROUTING(BA-IDX)
           ELSE
               MOVE 0 TO WS-BA-PN-ROUTING(BA-IDX)
           END-IF.
           IF BA-PRENOTE-DATE-2 NUMERIC
               MOVE BA-PRENOTE-DATE-2 TO WS-BA-PN-DATE-2(BA-IDX)
           ELSE
               MOVE 0 TO WS-BA-PN-DATE-2(BA-IDX)
           END-IF.
           IF BA-PRENOTED-ROUTING-2 NUMERIC
               MOVE BA-PRENOTED-ROUTING-2
                   TO WS-BA-PN-ROUTING-2(BA-IDX)
           ELSE
               MOVE 0 TO WS-BA-PN-ROUTING-2(BA-IDX)
           END-IF.

      *> Only rows for this period and run sequence count; anything
      *> else is left over from an earlier audit and is counted and
      *> ignored. Releases are applied after all the holds are in.
       1150-LOAD-PAYMENT-HOLDS.
           OPEN INPUT PAYMENT-HOLD-FILE.
           IF WS-HLD-OK
               PERFORM UNTIL WS-HLD-STATUS = "10"
                   READ PAYMENT-HOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HLD-PERIOD-ID = WS-PERIOD-ID
                                   AND HLD-RUN-SEQ = WS-RUN-SEQ
                               PERFORM 1160-ADD-HOLD
                           ELSE
                               ADD 1 TO WS-STALE-HOLD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HOLD-FILE
           END-IF.
           IF WS-STALE-HOLD-COUNT > 0
               DISPLAY "PAYMENT-HOLD: " WS-STALE-HOLD-COUNT
                   " ROWS NOT FOR PERIOD " WS-PERIOD-ID " RUN "
                   WS-RUN-SEQ " IGNORED"
           END-IF.
           IF WS-HOLD-COUNT > 0
               OPEN INPUT PAYMENT-RELEASE-FILE
               IF WS-REL-OK
                   PERFORM UNTIL WS-REL-STATUS = "10"
                       READ PAYMENT-RELEASE-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF REL-PERIOD-ID = WS-PERIOD-ID
                                       AND REL-RUN-SEQ = WS-RUN-SEQ
                                   PERFORM 1170-APPLY-RELEASE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-RELEASE-FILE
               END-IF
           END-IF.

       1160-ADD-HOLD.
           IF WS-HOLD-COUNT >= 500
               DISPLAY "PAYMENT-HOLD TABLE FULL AT 500 ENTRIES AT "
                   HLD-WHO " - EXTRACT REFUSED"
               CLOSE PAYMENT-HOLD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           SET HL-IDX TO WS-HOLD-COUNT.
           MOVE HLD-WHO TO WS-HL-WHO(HL-IDX).
           IF HLD-TOP-FINDING = SPACES
               MOVE "HELD FOR REVIEW" TO WS-HL-FINDING(HL-IDX)
           ELSE
               MOVE HLD-TOP-FINDING TO WS-HL-FINDING(HL-IDX)
           END-IF.
           MOVE "N"     TO WS-HL-RELEASED(HL-IDX).

       1170-APPLY-RELEASE.
           SET HL-IDX TO 1.
           SEARCH WS-HOLD-ENTRY
               AT END
                   DISPLAY "PAYMENT-RELEASE FOR " REL-WHO
                       " MATCHES NO HOLD - IGNORED"
               WHEN WS-HL-WHO(HL-IDX) = REL-WHO
                   MOVE "Y" TO WS-HL-RELEASED(HL-IDX)
                   ADD 1 TO WS-RELEASE-COUNT
                   DISPLAY "PAYMENT-RELEASE: " REL-WHO
                       " RELEASED BY " REL-OPERATOR
           END-SEARCH.

      *> No EMPLOYER-MASTER at all just means one batch under the
      *> default identity - the pre-multi-employer behavior.
       1250-LOAD-EMPLOYER-TABLE.
      *> 2200-VALIDATE-ACCOUNT, means a numbered check - never a
      *> dropped payment. A bad SECOND account only cancels the
      *> split (the full net stays in the validated primary
      *> account). A payment PAYROLL-AUDIT held, and the office has
      *> not released, goes to a check before the bank table is
      *> looked at, so it sends no entry and moves no prenote on.
       2100-PAY-EMPLOYEE.
           MOVE "NONE" TO WS-CHECK-REASON.
           MOVE "N" TO WS-HOLD-FOUND.
           IF WS-HOLD-COUNT > 0
               SET HL-IDX TO 1
               SEARCH WS-HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HL-WHO(HL-IDX) = PWS-WHO
                       IF WS-HL-RELEASED(HL-IDX) = "N"
                           MOVE "Y" TO WS-HOLD-FOUND
                           MOVE WS-HL-FINDING(HL-IDX)
                               TO WS-CHECK-REASON
                       END-IF
               END-SEARCH
           END-IF.
           IF WS-HOLD-FOUND = "Y"
               PERFORM 3100-WRITE-CHECK
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM 2110-PAY-BY-BANK-RECORD
           END-IF.

       2110-PAY-BY-BANK-RECORD.
           SET BA-IDX TO 1.
           IF WS-BANK-COUNT > 0
               SEARCH WS-BANK-ENTRY
               END-IF
           END-IF.

      *> A primary account that validates must also have served its
      *> prenote before it takes money; until then the whole net
      *> goes by check (the reason on the register says which
      *> prenote state held it back), though a new split account is
      *> still prenoted alongside so both can clear together.
       2300-PAY-BY-DEPOSIT.
           MOVE WS-BA-ROUTING(BA-IDX) TO WS-VAL-ROUTING.
           MOVE WS-BA-ACCOUNT(BA-IDX) TO WS-VAL-ACCOUNT.
           PERFORM 2200-VALIDATE-ACCOUNT.
           IF WS-ACCOUNT-OK
               PERFORM 2510-PRENOTE-PRIMARY
               IF WS-PN-LIVE = "N"
                   SET WS-ACCOUNT-BAD TO TRUE
               END-IF
           END-IF.
           IF WS-ACCOUNT-BAD
               IF WS-BA-SPLIT-PCT(BA-IDX) > 0
                   PERFORM 2450-PRENOTE-SPLIT-ONLY
               END-IF
               PERFORM 3100-WRITE-CHECK
           ELSE
               MOVE PWS-NET TO WS-PAY-AMOUNT

      *> Carves the split percentage of net out for the second
      *> account. The second account gets the same basic checks as
      *> the primary, and the same prenote rule; failing either
      *> cancels the split rather than sending a bad entry, and the
      *> full net stays in the already-validated primary account.
       2400-APPLY-SPLIT.
           MOVE WS-BA-ROUTING-2(BA-IDX) TO WS-VAL-ROUTING.
           MOVE WS-BA-ACCOUNT-2(BA-IDX) TO WS-VAL-ACCOUNT.
           PERFORM 2200-VALIDATE-ACCOUNT.
           IF WS-ACCOUNT-OK
               PERFORM 2520-PRENOTE-SECOND
               IF WS-PN-LIVE = "N"
                   SET WS-ACCOUNT-BAD TO TRUE
               END-IF
           END-IF.
           IF WS-ACCOUNT-OK
               COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                   PWS-NET * WS-BA-SPLIT-PCT(BA-IDX) / 100
               MOVE "NONE" TO WS-CHECK-REASON
           END-IF.

      *> The primary is going to a check, but a split account that
      *> validates still needs its prenote; the check reason the
      *> primary set is kept for the register.
       2450-PRENOTE-SPLIT-ONLY.
           MOVE WS-CHECK-REASON TO WS-SAVE-REASON.
           MOVE WS-BA-ROUTING-2(BA-IDX) TO WS-VAL-ROUTING.
           MOVE WS-BA-ACCOUNT-2(BA-IDX) TO WS-VAL-ACCOUNT.
           PERFORM 2200-VALIDATE-ACCOUNT.
           IF WS-ACCOUNT-OK
               PERFORM 2520-PRENOTE-SECOND
           END-IF.
           MOVE WS-SAVE-REASON TO WS-CHECK-REASON.
           SET WS-ACCOUNT-BAD TO TRUE.

      *> One account (its validated routing/account in the WS-VAL
      *> items, its prenote state in the WS-PN items) through the
      *> lifecycle. An account that differs from the one last
      *> prenoted - new, corrected by HR, or corrected by a bank
      *> change notice - or that has no status yet is prenoted now.
      *> A pending prenote goes live once the waiting period has
      *> passed with no return; a failed one stays on checks until
      *> the account is corrected.
       2500-PRENOTE-LIFECYCLE.
           MOVE "N" TO WS-PN-LIVE.
           EVALUATE TRUE
               WHEN WS-PN-ROUTING NOT = WS-VAL-ROUTING
                       OR WS-PN-ACCOUNT NOT = WS-VAL-ACCOUNT
                       OR (WS-PN-STATUS NOT = "P"
                           AND WS-PN-STATUS NOT = "A"
                           AND WS-PN-STATUS NOT = "F")
                   PERFORM 2550-SEND-PRENOTE
               WHEN WS-PN-STATUS = "F"
                   MOVE "PRENOTE FAILED" TO WS-CHECK-REASON
               WHEN WS-PN-STATUS = "P"
                   COMPUTE WS-PN-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-PN-DATE)
                   IF WS-PN-DAYS < WS-PN-WAIT-DAYS
                       MOVE "PRENOTE PENDING" TO WS-CHECK-REASON
                   ELSE
                       MOVE "A"         TO WS-PN-STATUS
                       MOVE WS-RUN-DATE TO WS-PN-DATE
                       MOVE "Y"         TO WS-PN-LIVE
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-PN-LIVE
           END-EVALUATE.

       2510-PRENOTE-PRIMARY.
           MOVE WS-BA-PN-STATUS(BA-IDX)  TO WS-PN-STATUS.
           MOVE WS-BA-PN-DATE(BA-IDX)    TO WS-PN-DATE.
           MOVE WS-BA-PN-ROUTING(BA-IDX) TO WS-PN-ROUTING.
           MOVE WS-BA-PN-ACCOUNT(BA-IDX) TO WS-PN-ACCOUNT.
           MOVE WS-BA-TYPE(BA-IDX)       TO WS-PN-TYPE.
           PERFORM 2500-PRENOTE-LIFECYCLE.
           MOVE WS-PN-STATUS  TO WS-BA-PN-STATUS(BA-IDX).
           MOVE WS-PN-DATE    TO WS-BA-PN-DATE(BA-IDX).
           MOVE WS-PN-ROUTING TO WS-BA-PN-ROUTING(BA-IDX).
           MOVE WS-PN-ACCOUNT TO WS-BA-PN-ACCOUNT(BA-IDX).

       2520-PRENOTE-SECOND.
           MOVE WS-BA-PN-STATUS-2(BA-IDX)  TO WS-PN-STATUS.
           MOVE WS-BA-PN-DATE-2(BA-IDX)    TO WS-PN-DATE.
           MOVE WS-BA-PN-ROUTING-2(BA-IDX) TO WS-PN-ROUTING.
           MOVE WS-BA-PN-ACCOUNT-2(BA-IDX) TO WS-PN-ACCOUNT.
           MOVE WS-BA-TYPE-2(BA-IDX)       TO WS-PN-TYPE.
           PERFORM 2500-PRENOTE-LIFECYCLE.
           MOVE WS-PN-STATUS  TO WS-BA-PN-STATUS-2(BA-IDX).
           MOVE WS-PN-DATE    TO WS-BA-PN-DATE-2(BA-IDX).
           MOVE WS-PN-ROUTING TO WS-BA-PN-ROUTING-2(BA-IDX).
           MOVE WS-PN-ACCOUNT TO WS-BA-PN-ACCOUNT-2(BA-IDX).

      *> Zero-dollar prenote entry (23 = checking, 33 = savings) in
      *> the employee's employer batch, built like any other entry.
       2550-SEND-PRENOTE.
           MOVE "P"            TO WS-PN-STATUS.
           MOVE WS-RUN-DATE    TO WS-PN-DATE.
           MOVE WS-VAL-ROUTING TO WS-PN-ROUTING.
           MOVE WS-VAL-ACCOUNT TO WS-PN-ACCOUNT.
           IF WS-PN-TYPE = "S"
               MOVE 33 TO WS-ED-TRAN-CODE
           ELSE
               MOVE 23 TO WS-ED-TRAN-CODE
           END-IF.
           MOVE 0 TO WS-ENTRY-AMOUNT.
           PERFORM 3010-BUILD-AND-WRITE-ENTRY.
           ADD 1 TO WS-PRENOTE-COUNT.
           MOVE "PRENOTE SENT" TO WS-CHECK-REASON.

      *> The two wrappers below set the account fields, transaction
      *> code (22 = checking credit, 32 = savings credit) and amount,
      *> then share 3010 so the primary and the split entry build the
           WRITE REGISTER-LINE.
           PERFORM 9200-SAVE-CHECK-NUMBER.
           PERFORM 9300-APPEND-CHECK-LEDGER.
           PERFORM 9400-WRITE-BANK-MASTER-NEW.
           PERFORM 9500-WRITE-PRENOTE-REPORT.
           CLOSE ACH-PAYMENT-FILE.
           CLOSE CHECK-REGISTER.
           CLOSE PRENOTE-REPORT.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           COMPUTE WS-LOG-COUNT =
               WS-BATCH-COUNT " BATCHES, "
               WS-CHECK-COUNT " CHECKS, "
               WS-ZERO-NET-COUNT " ZERO-OR-NEG NET SKIPPED".
           DISPLAY "PAYMENT-EXTRACT PRENOTES: " WS-PRENOTE-COUNT
               " SENT, " WS-PN-PENDING-COUNT " PENDING, "
               WS-PN-FAILED-COUNT " FAILED - SEE PRENOTE-REPORT".
           IF WS-HOLD-COUNT > 0
               DISPLAY "PAYMENT-EXTRACT HOLDS: " WS-HOLD-COUNT
                   " ON FILE, " WS-RELEASE-COUNT " RELEASED, "
                   WS-HELD-COUNT " PAID BY HELD CHECK"
           END-IF.
           IF WS-HELD-COUNT > 0
               DISPLAY "HELD CHECKS CARRY THEIR AUDIT FINDING AS THE "
                   "REASON ON CHECK-REGISTER - KEEP THEM AT THE "
                   "PAYROLL OFFICE"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> File control only - every batch already carries its own
      *> control record from the sorted walk. The record count is
           CLOSE CHECK-LEDGER-WORK.
           CLOSE CHECK-LEDGER.

      *> The master with this run's prenote moves, written whole from
      *> the table - the operator promotes it over
      *> BANK-ACCOUNT-MASTER with the other generation pairs.
       9400-WRITE-BANK-MASTER-NEW.
           OPEN OUTPUT BANK-ACCOUNT-MASTER-NEW.
           IF NOT WS-BAN-OK
               DISPLAY "UNABLE TO OPEN BANK-ACCOUNT-MASTER-NEW, "
                   "STATUS " WS-BAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING BA-IDX FROM 1 BY 1
                   UNTIL BA-IDX > WS-BANK-COUNT
               MOVE WS-BA-WHO(BA-IDX)       TO BAN-WHO
               MOVE WS-BA-ROUTING(BA-IDX)   TO BAN-ROUTING-NBR
               MOVE WS-BA-ACCOUNT(BA-IDX)   TO BAN-ACCOUNT-NBR
               MOVE WS-BA-TYPE(BA-IDX)      TO BAN-ACCOUNT-TYPE
               MOVE WS-BA-SPLIT-PCT(BA-IDX) TO BAN-SPLIT-PCT
               MOVE WS-BA-ROUTING-2(BA-IDX) TO BAN-ROUTING-NBR-2
               MOVE WS-BA-ACCOUNT-2(BA-IDX) TO BAN-ACCOUNT-NBR-2
               MOVE WS-BA-TYPE-2(BA-IDX)    TO BAN-ACCOUNT-TYPE-2
               MOVE WS-BA-PN-STATUS(BA-IDX) TO BAN-PRENOTE-STATUS
               MOVE WS-BA-PN-DATE(BA-IDX)   TO BAN-PRENOTE-DATE
               MOVE WS-BA-PN-ROUTING(BA-IDX)
                   TO BAN-PRENOTED-ROUTING
               MOVE WS-BA-PN-ACCOUNT(BA-IDX)
                   TO BAN-PRENOTED-ACCOUNT
               MOVE WS-BA-PN-STATUS-2(BA-IDX)
                   TO BAN-PRENOTE-STATUS-2
               MOVE WS-BA-PN-DATE-2(BA-IDX) TO BAN-PRENOTE-DATE-2
               MOVE WS-BA-PN-ROUTING-2(BA-IDX)
                   TO BAN-PRENOTED-ROUTING-2
               MOVE WS-BA-PN-ACCOUNT-2(BA-IDX)
                   TO BAN-PRENOTED-ACCOUNT-2
               WRITE BANK-ACCOUNT-NEW-RECORD
           END-PERFORM.
           CLOSE BANK-ACCOUNT-MASTER-NEW.

      *> Every account on the master still pending or failed after
      *> this run, paid this run or not - HR's chase list.
       9500-WRITE-PRENOTE-REPORT.
           PERFORM VARYING BA-IDX FROM 1 BY 1
                   UNTIL BA-IDX > WS-BANK-COUNT
               IF WS-BA-PN-STATUS(BA-IDX) = "P"
                       OR WS-BA-PN-STATUS(BA-IDX) = "F"
                   MOVE "PRIMARY"                 TO WS-PN-LEG
                   MOVE WS-BA-PN-STATUS(BA-IDX)   TO WS-PN-STATUS
                   MOVE WS-BA-PN-DATE(BA-IDX)     TO WS-PN-DATE
                   MOVE WS-BA-PN-ROUTING(BA-IDX)  TO WS-PN-ROUTING
                   MOVE WS-BA-PN-ACCOUNT(BA-IDX)  TO WS-PN-ACCOUNT
                   PERFORM 9510-WRITE-PRENOTE-LINE
               END-IF
               IF WS-BA-PN-STATUS-2(BA-IDX) = "P"
                       OR WS-BA-PN-STATUS-2(BA-IDX) = "F"
                   MOVE "SPLIT"                   TO WS-PN-LEG
                   MOVE WS-BA-PN-STATUS-2(BA-IDX) TO WS-PN-STATUS
                   MOVE WS-BA-PN-DATE-2(BA-IDX)   TO WS-PN-DATE
                   MOVE WS-BA-PN-ROUTING-2(BA-IDX) TO WS-PN-ROUTING
                   MOVE WS-BA-PN-ACCOUNT-2(BA-IDX) TO WS-PN-ACCOUNT
                   PERFORM 9510-WRITE-PRENOTE-LINE
               END-IF
           END-PERFORM.
           MOVE "PRENOTES SENT THIS RUN" TO WS-PNT-LABEL.
           MOVE WS-PRENOTE-COUNT TO WS-PNT-COUNT.
           MOVE WS-PN-TOTAL-LINE TO PRENOTE-LINE.
           WRITE PRENOTE-LINE.
           MOVE "ACCOUNTS PENDING" TO WS-PNT-LABEL.
           MOVE WS-PN-PENDING-COUNT TO WS-PNT-COUNT.
           MOVE WS-PN-TOTAL-LINE TO PRENOTE-LINE.
           WRITE PRENOTE-LINE.
           MOVE "ACCOUNTS FAILED" TO WS-PNT-LABEL.
           MOVE WS-PN-FAILED-COUNT TO WS-PNT-COUNT.
           MOVE WS-PN-TOTAL-LINE TO PRENOTE-LINE.
           WRITE PRENOTE-LINE.

       9510-WRITE-PRENOTE-LINE.
           MOVE WS-BA-WHO(BA-IDX) TO WS-PN-WHO.
           MOVE WS-PN-ROUTING     TO WS-PN-RPT-ROUTING.
           MOVE WS-PN-ACCOUNT     TO WS-PN-RPT-ACCOUNT.
           MOVE WS-PN-DATE        TO WS-PN-RPT-DATE.
           IF WS-PN-DATE > 0
               COMPUTE WS-PN-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PN-DATE)
           ELSE
               MOVE 0 TO WS-PN-DAYS
           END-IF.
           MOVE WS-PN-DAYS        TO WS-PN-RPT-DAYS.
           IF WS-PN-STATUS = "P"
               MOVE "PENDING" TO WS-PN-RPT-STATUS
               ADD 1 TO WS-PN-PENDING-COUNT
           ELSE
               MOVE "FAILED"  TO WS-PN-RPT-STATUS
               ADD 1 TO WS-PN-FAILED-COUNT
           END-IF.
           MOVE WS-PN-DETAIL-LINE TO PRENOTE-LINE.
           WRITE PRENOTE-LINE.

      *> One record onto the shared job-run log from the WS-LOG
      *> staging fields (EXTEND with an OUTPUT fallback creates the
      *> log at a new site).
           END-IF.
           MOVE "PAYMENT-EXTRACT" TO JRL-PROGRAM.
           MOVE WS-PERIOD-ID   TO JRL-PERIOD-ID.
           MOVE WS-RUN-SEQ     TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
