       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY.
      *> Daily positive-pay transmission for the payroll account. The
      *> bank pays a presented payroll check only if it matches an
      *> item on the issue file we sent, so a forged or altered check
      *> is stopped at the teller rather than found by CHECK-RECONCILE
      *> a month later. Each run reads the permanent CHECK-LEDGER and
      *> sends:
      *>   - an issue item for every check drawn since the last
      *>     transmission (PAYMENT-EXTRACT and the ACH-RETURN-
      *>     PROCESSING reissues both post there) - check number,
      *>     amount, issue date and payee WHO;
      *>   - a void item for every check CHECK-RECONCILE has since
      *>     moved to STOP-PAY or ESCHEATED and not yet voided.
      *> POSITIVE-PAY-CONTROL carries the transmission number and
      *> the highest check number already sent, so no check is sent
      *> twice or skipped; POSITIVE-PAY-HISTORY carries every item
      *> sent, and its void rows make each void go once. Both are
      *> written only at normal termination, so a run that dies
      *> sends nothing the re-run will not send again in full.
      *> When the bank's exception-item file is present, each item
      *> is proven against the ledger and decided PAY (outstanding,
      *> same amount, within 180 days) or RETURN, onto the decision
      *> file the bank reads back. A printed sent-items report goes
      *> to treasury for sign-off before the file is released.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-LEDGER ASSIGN TO "CHECK-LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.

           SELECT POSITIVE-PAY-CONTROL ASSIGN TO
                   "POSITIVE-PAY-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPC-STATUS.

      *> Permanent sent-items log - read at start-up for the voids
      *> already sent, appended from the scratch work file at normal
      *> termination (the CHECK-LEDGER-WORK pattern).
           SELECT POSITIVE-PAY-HISTORY ASSIGN TO
                   "POSITIVE-PAY-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPH-STATUS.

           SELECT POSITIVE-PAY-HISTORY-WORK ASSIGN TO
                   "POSITIVE-PAY-HISTORY-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHW-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSITIVE-PAY-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.

      *> The bank's exception items - optional; no file just means
      *> no exceptions were presented since the last run.
           SELECT PP-EXCEPTION-FILE ASSIGN TO
                   "POSITIVE-PAY-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPX-STATUS.

           SELECT PP-DECISION-FILE ASSIGN TO
                   "POSITIVE-PAY-DECISIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPR-STATUS.

           SELECT SENT-ITEMS-REPORT ASSIGN TO "POSITIVE-PAY-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *> Shared job-run log - the ledger spans periods, so the
      *> records carry a blank period id.
           SELECT JOB-RUN-LOG ASSIGN TO "JOB-RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-LEDGER.
       COPY "check-ledger-record.cpy".

       FD  POSITIVE-PAY-CONTROL.
       COPY "positive-pay-control.cpy".

       FD  POSITIVE-PAY-HISTORY.
       COPY "positive-pay-history.cpy".

       FD  POSITIVE-PAY-HISTORY-WORK.
       01  POSITIVE-PAY-HISTORY-WORK-REC PIC X(81).

       FD  POSITIVE-PAY-FILE.
       COPY "positive-pay-record.cpy".

       FD  PP-EXCEPTION-FILE.
       COPY "pp-exception-record.cpy".

       FD  PP-DECISION-FILE.
       COPY "pp-exception-record.cpy"
           REPLACING ==PP-EXCEPTION-RECORD== BY
                         ==PP-DECISION-RECORD==
                     ==PPX-CHECK-NBR==       BY ==PPR-CHECK-NBR==
                     ==PPX-AMOUNT==          BY ==PPR-AMOUNT==
                     ==PPX-PRESENTED-DATE==  BY ==PPR-PRESENTED-DATE==
                     ==PPX-BANK-REASON==     BY ==PPR-BANK-REASON==
                     ==PPX-DECISION==        BY ==PPR-DECISION==
                     ==PPX-PAY==             BY ==PPR-PAY==
                     ==PPX-RETURN==          BY ==PPR-RETURN==
                     ==PPX-DECISION-REASON== BY
                         ==PPR-DECISION-REASON==.

       FD  SENT-ITEMS-REPORT.
       01  REPORT-LINE             PIC X(110).

       FD  JOB-RUN-LOG.
       COPY "job-run-log-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CL-STATUS        PIC X(02).
           88  WS-CL-OK                VALUE "00".
       01  WS-PPC-STATUS       PIC X(02).
           88  WS-PPC-OK               VALUE "00".
       01  WS-PPH-STATUS       PIC X(02).
           88  WS-PPH-OK               VALUE "00".
       01  WS-PHW-STATUS       PIC X(02).
           88  WS-PHW-OK               VALUE "00".
       01  WS-PP-STATUS        PIC X(02).
           88  WS-PP-OK                VALUE "00".
       01  WS-PPX-STATUS       PIC X(02).
           88  WS-PPX-OK               VALUE "00".
       01  WS-PPR-STATUS       PIC X(02).
           88  WS-PPR-OK               VALUE "00".
       01  WS-RPT-STATUS       PIC X(02).
           88  WS-RPT-OK               VALUE "00".
       01  WS-JRL-STATUS       PIC X(02).
           88  WS-JRL-OK               VALUE "00".

      *> Staging for the next JOB-RUN-LOG record - the FD record
      *> cannot be filled until the file is open.
       01  WS-LOG-EVENT        PIC X(05).
       01  WS-LOG-STATUS       PIC X(04).
       01  WS-LOG-COUNT        PIC 9(6).
       01  WS-LOG-GROSS        PIC S9(9)V99.
       01  WS-LOG-NET          PIC S9(9)V99.

       01  WS-EOF-SWITCH       PIC X(01)       VALUE "N".
           88  WS-END-OF-LEDGER                VALUE "Y".

      *> The payroll disbursement account the checks are drawn on,
      *> as the bank knows it.
       01  WS-PAYROLL-ACCOUNT  PIC X(17)       VALUE
           "000000123456789".

      *> Transmission control: carried over from the control record
      *> (zero at a new site - the first run sends the whole
      *> ledger), and this run's number and new high-water mark.
       01  WS-LAST-FILE-NBR    PIC 9(6)        VALUE 0.
       01  WS-FILE-NBR         PIC 9(6).
       01  WS-PRIOR-HIGH-NBR   PIC 9(8)        VALUE 0.
       01  WS-NEW-HIGH-NBR     PIC 9(8)        VALUE 0.

       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(4).
       01  WS-RUN-DAY-NBR      PIC 9(7).
       01  WS-ISSUE-DAY-NBR    PIC 9(7).
       01  WS-DAYS-OUT         PIC S9(5).
       01  WS-STALE-DAYS       PIC 9(3)        VALUE 180.

      *> Checks already voided at the bank, from the history's V
      *> rows. Voids are rare (stop-pays and escheatments only), so
      *> the table is generous; a full table refuses the run rather
      *> than risk voiding a check twice.
       01  WS-VOID-COUNT       PIC 9(4)        VALUE 0.
       01  WS-VOID-TABLE.
           05  WS-VOID-ENTRY OCCURS 5000 TIMES INDEXED BY VOID-IDX.
               10  WS-VOID-CHECK-NBR   PIC 9(8).
       01  WS-VOID-FOUND       PIC X(01).

      *> The bank's exception items held for the ledger pass.
      *> WS-PPX-DECIDED marks items a ledger row has answered, so an
      *> item naming no check we issued is still returned, never
      *> dropped.
       01  WS-PPX-COUNT        PIC 9(3)        VALUE 0.
       01  WS-PPX-TABLE.
           05  WS-PPX-ENTRY OCCURS 500 TIMES INDEXED BY PPX-IDX.
               10  WS-PPX-CHECK-NBR    PIC 9(8).
               10  WS-PPX-AMOUNT       PIC 9(8)V99.
               10  WS-PPX-DATE         PIC 9(8).
               10  WS-PPX-REASON       PIC X(02).
               10  WS-PPX-DECIDED      PIC X(01).
       01  WS-ANSWERED-ONE     PIC X(01).
       01  WS-DECISION         PIC X(01).
       01  WS-DECISION-REASON  PIC X(20).

       01  WS-ISSUE-COUNT      PIC 9(6)        VALUE 0.
       01  WS-ISSUE-TOTAL      PIC 9(10)V99    VALUE 0.
       01  WS-VOID-SENT-COUNT  PIC 9(6)        VALUE 0.
       01  WS-VOID-TOTAL       PIC 9(10)V99    VALUE 0.
       01  WS-PAY-COUNT        PIC 9(5)        VALUE 0.
       01  WS-RETURN-COUNT     PIC 9(5)        VALUE 0.
       01  WS-REINSTATED-COUNT PIC 9(5)        VALUE 0.
       01  WS-CENTS            PIC 9(12).

       01  WS-RPT-TITLE.
           05  FILLER          PIC X(38)   VALUE
               "POSITIVE PAY SENT-ITEMS - TRANSMISSION".
           05  WS-RT-FILE-NBR  PIC ZZZZZ9.
           05  FILLER          PIC X(08)   VALUE "   DATE".
           05  WS-RT-DATE      PIC 9(8).
       01  WS-RPT-HEADINGS.
           05  FILLER          PIC X(12)   VALUE "ITEM".
           05  FILLER          PIC X(10)   VALUE "CHECK NO".
           05  FILLER          PIC X(22)   VALUE "PAYEE".
           05  FILLER          PIC X(14)   VALUE "       AMOUNT".
           05  FILLER          PIC X(10)   VALUE "  ISSUED".
           05  FILLER          PIC X(20)   VALUE "REASON".

       01  WS-RPT-DETAIL.
           05  WS-RD-ITEM          PIC X(10).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-CHECK-NBR     PIC 9(8).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-WHO           PIC X(20).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-ISSUED        PIC 9(8).
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-RD-REASON        PIC X(20).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-TEXT         PIC X(40).
           05  WS-SUM-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03)   VALUE SPACES.
           05  WS-SUM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SIGNOFF-LINE.
           05  FILLER          PIC X(29)   VALUE
               "TREASURY RELEASE APPROVED BY".
           05  FILLER          PIC X(22)   VALUE ALL "_".
           05  FILLER          PIC X(07)   VALUE "  DATE".
           05  FILLER          PIC X(10)   VALUE ALL "_".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-LEDGER
               UNTIL WS-END-OF-LEDGER.
           PERFORM 3000-RETURN-ORPHAN-ITEMS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-RUN-TIME.
           COMPUTE WS-RUN-DAY-NBR =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 1100-LOAD-CONTROL.
           COMPUTE WS-FILE-NBR = WS-LAST-FILE-NBR + 1.
           MOVE WS-PRIOR-HIGH-NBR TO WS-NEW-HIGH-NBR.
           PERFORM 1200-LOAD-VOIDS-SENT.
           PERFORM 1300-LOAD-EXCEPTION-ITEMS.
           OPEN INPUT CHECK-LEDGER.
           IF NOT WS-CL-OK
               DISPLAY "UNABLE TO OPEN CHECK-LEDGER, STATUS "
                   WS-CL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           IF NOT WS-PP-OK
               DISPLAY "UNABLE TO OPEN POSITIVE-PAY-FILE, STATUS "
                   WS-PP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POSITIVE-PAY-HISTORY-WORK.
           IF NOT WS-PHW-OK
               DISPLAY "UNABLE TO OPEN POSITIVE-PAY-HISTORY-WORK, "
                   "STATUS " WS-PHW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PP-DECISION-FILE.
           IF NOT WS-PPR-OK
               DISPLAY "UNABLE TO OPEN POSITIVE-PAY-DECISIONS, STATUS "
                   WS-PPR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SENT-ITEMS-REPORT.
           IF NOT WS-RPT-OK
               DISPLAY "UNABLE TO OPEN POSITIVE-PAY-REPORT, STATUS "
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
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE "H"                TO PP-RECORD-TYPE.
           MOVE WS-PAYROLL-ACCOUNT TO PP-H-ACCOUNT.
           MOVE WS-FILE-NBR        TO PP-H-FILE-NBR.
           MOVE WS-RUN-DATE        TO PP-H-CREATE-DATE.
           MOVE WS-RUN-TIME        TO PP-H-CREATE-TIME.
           WRITE POSITIVE-PAY-RECORD.
           MOVE WS-FILE-NBR TO WS-RT-FILE-NBR.
           MOVE WS-RUN-DATE TO WS-RT-DATE.
           MOVE WS-RPT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RPT-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> No control file yet (first run at a new site) just means
      *> transmission 1 carrying every check on the ledger; the file
      *> is written at termination either way.
       1100-LOAD-CONTROL.
           OPEN INPUT POSITIVE-PAY-CONTROL.
           IF WS-PPC-OK
               READ POSITIVE-PAY-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PPC-LAST-FILE-NBR  TO WS-LAST-FILE-NBR
                       MOVE PPC-HIGH-CHECK-NBR TO WS-PRIOR-HIGH-NBR
               END-READ
               CLOSE POSITIVE-PAY-CONTROL
           END-IF.

      *> No history yet just means nothing has been voided.
       1200-LOAD-VOIDS-SENT.
           OPEN INPUT POSITIVE-PAY-HISTORY.
           IF WS-PPH-OK
               PERFORM UNTIL WS-PPH-STATUS = "10"
                   READ POSITIVE-PAY-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PPH-VOID-SENT
                               PERFORM 1210-ADD-VOID-SENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITIVE-PAY-HISTORY
           END-IF.

       1210-ADD-VOID-SENT.
           IF WS-VOID-COUNT >= 5000
               DISPLAY "VOIDS-SENT TABLE FULL AT 5000 ENTRIES AT "
                   PPH-CHECK-NBR " - POSITIVE PAY RUN REFUSED"
               CLOSE POSITIVE-PAY-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-VOID-COUNT.
           SET VOID-IDX TO WS-VOID-COUNT.
           MOVE PPH-CHECK-NBR TO WS-VOID-CHECK-NBR(VOID-IDX).

       1300-LOAD-EXCEPTION-ITEMS.
           OPEN INPUT PP-EXCEPTION-FILE.
           IF WS-PPX-OK
               PERFORM UNTIL WS-PPX-STATUS = "10"
                   READ PP-EXCEPTION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PPX-COUNT >= 500
                               DISPLAY "EXCEPTION TABLE FULL AT 500 "
                                   "ENTRIES AT " PPX-CHECK-NBR
                                   " - POSITIVE PAY RUN REFUSED"
                               CLOSE PP-EXCEPTION-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-PPX-COUNT
                               SET PPX-IDX TO WS-PPX-COUNT
                               MOVE PPX-CHECK-NBR
                                   TO WS-PPX-CHECK-NBR(PPX-IDX)
                               MOVE PPX-AMOUNT
                                   TO WS-PPX-AMOUNT(PPX-IDX)
                               MOVE PPX-PRESENTED-DATE
                                   TO WS-PPX-DATE(PPX-IDX)
                               MOVE PPX-BANK-REASON
                                   TO WS-PPX-REASON(PPX-IDX)
                               MOVE "N"
                                   TO WS-PPX-DECIDED(PPX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PP-EXCEPTION-FILE
           END-IF.

       2000-READ-LEDGER.
           READ CHECK-LEDGER
               AT END
                   SET WS-END-OF-LEDGER TO TRUE
               NOT AT END
                   PERFORM 2100-ONE-CHECK
           END-READ.

      *> One ledger row: issue it if it is above the high-water mark,
      *> void it if it has been stopped or escheated and the bank
      *> has not been told, flag it if a stop was released after
      *> the void went, and answer any exception item naming it.
       2100-ONE-CHECK.
           IF CL-CHECK-NBR > WS-PRIOR-HIGH-NBR
               PERFORM 2200-SEND-ISSUE
           END-IF.
           PERFORM 2150-FIND-VOID-SENT.
           IF (CL-STOP-PAY OR CL-ESCHEATED)
                   AND WS-VOID-FOUND = "N"
               PERFORM 2300-SEND-VOID
           END-IF.
           IF CL-OUTSTANDING AND WS-VOID-FOUND = "Y"
               PERFORM 2400-FLAG-REINSTATED
           END-IF.
           IF WS-PPX-COUNT > 0
               MOVE "N" TO WS-ANSWERED-ONE
               PERFORM VARYING PPX-IDX FROM 1 BY 1
                       UNTIL PPX-IDX > WS-PPX-COUNT
                   IF WS-PPX-CHECK-NBR(PPX-IDX) = CL-CHECK-NBR
                           AND WS-PPX-DECIDED(PPX-IDX) = "N"
                       PERFORM 2500-DECIDE-EXCEPTION
                   END-IF
               END-PERFORM
           END-IF.

       2150-FIND-VOID-SENT.
           MOVE "N" TO WS-VOID-FOUND.
           IF WS-VOID-COUNT > 0
               SET VOID-IDX TO 1
               SEARCH WS-VOID-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VOID-CHECK-NBR(VOID-IDX) = CL-CHECK-NBR
                       MOVE "Y" TO WS-VOID-FOUND
               END-SEARCH
           END-IF.

       2200-SEND-ISSUE.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE "I"                TO PP-RECORD-TYPE.
           MOVE WS-PAYROLL-ACCOUNT TO PP-I-ACCOUNT.
           MOVE CL-CHECK-NBR       TO PP-I-CHECK-NBR.
           COMPUTE WS-CENTS = CL-AMOUNT * 100.
           MOVE WS-CENTS           TO PP-I-AMOUNT-CENTS.
           MOVE CL-ISSUE-DATE      TO PP-I-ISSUE-DATE.
           MOVE CL-WHO             TO PP-I-PAYEE.
           WRITE POSITIVE-PAY-RECORD.
           ADD 1 TO WS-ISSUE-COUNT.
           ADD CL-AMOUNT TO WS-ISSUE-TOTAL.
           IF CL-CHECK-NBR > WS-NEW-HIGH-NBR
               MOVE CL-CHECK-NBR TO WS-NEW-HIGH-NBR
           END-IF.
           MOVE "I"          TO PPH-ITEM-TYPE.
           MOVE SPACES       TO PPH-REASON.
           PERFORM 2900-STAGE-HISTORY.
           MOVE "ISSUE"      TO WS-RD-ITEM.
           MOVE SPACES       TO WS-RD-REASON.
           PERFORM 2950-REPORT-CHECK.

       2300-SEND-VOID.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE "V"                TO PP-RECORD-TYPE.
           MOVE WS-PAYROLL-ACCOUNT TO PP-I-ACCOUNT.
           MOVE CL-CHECK-NBR       TO PP-I-CHECK-NBR.
           COMPUTE WS-CENTS = CL-AMOUNT * 100.
           MOVE WS-CENTS           TO PP-I-AMOUNT-CENTS.
           MOVE CL-ISSUE-DATE      TO PP-I-ISSUE-DATE.
           MOVE CL-WHO             TO PP-I-PAYEE.
           WRITE POSITIVE-PAY-RECORD.
           ADD 1 TO WS-VOID-SENT-COUNT.
           ADD CL-AMOUNT TO WS-VOID-TOTAL.
           MOVE "V" TO PPH-ITEM-TYPE.
           IF CL-STOP-PAY
               MOVE "STOP-PAY"  TO PPH-REASON
           ELSE
               MOVE "ESCHEATED" TO PPH-REASON
           END-IF.
           PERFORM 2900-STAGE-HISTORY.
           MOVE "VOID"       TO WS-RD-ITEM.
           MOVE PPH-REASON   TO WS-RD-REASON.
           PERFORM 2950-REPORT-CHECK.

      *> The stop was released after the bank was told to void the
      *> check - the bank will now return it when presented.
      *> Treasury must reissue or have the bank lift the void by
      *> hand; the check is never re-sent as an issue.
       2400-FLAG-REINSTATED.
           ADD 1 TO WS-REINSTATED-COUNT.
           MOVE "REINSTATED"        TO WS-RD-ITEM.
           MOVE "VOIDED AT BANK"    TO WS-RD-REASON.
           PERFORM 2950-REPORT-CHECK.

      *> Pay only an outstanding check presented for its ledger
      *> amount within the stale-date window; the first item for a
      *> check is decided on its merits, any further item for the
      *> same check this run is a second presentment.
       2500-DECIDE-EXCEPTION.
           MOVE "Y" TO WS-PPX-DECIDED(PPX-IDX).
           COMPUTE WS-ISSUE-DAY-NBR =
               FUNCTION INTEGER-OF-DATE(CL-ISSUE-DATE).
           COMPUTE WS-DAYS-OUT = WS-RUN-DAY-NBR - WS-ISSUE-DAY-NBR.
           MOVE "R" TO WS-DECISION.
           EVALUATE TRUE
               WHEN WS-ANSWERED-ONE = "Y"
                   MOVE "DUPLICATE PRESENTMT" TO WS-DECISION-REASON
               WHEN CL-PAID
                   MOVE "ALREADY PAID"        TO WS-DECISION-REASON
               WHEN CL-STOP-PAY
                   MOVE "STOP-PAY ON CHECK"   TO WS-DECISION-REASON
               WHEN CL-ESCHEATED
                   MOVE "CHECK ESCHEATED"     TO WS-DECISION-REASON
               WHEN WS-PPX-AMOUNT(PPX-IDX) NOT = CL-AMOUNT
                   MOVE "AMOUNT DIFFERS"      TO WS-DECISION-REASON
               WHEN WS-DAYS-OUT > WS-STALE-DAYS
                   MOVE "STALE DATED"         TO WS-DECISION-REASON
               WHEN OTHER
                   MOVE "P" TO WS-DECISION
                   MOVE "MATCHES LEDGER"      TO WS-DECISION-REASON
           END-EVALUATE.
           MOVE "Y" TO WS-ANSWERED-ONE.
           PERFORM 2600-WRITE-DECISION.

      *> One decision back to the bank, onto the history and the
      *> report. The decided item's own presented amount is what is
      *> reported, so an altered amount shows beside the payee.
       2600-WRITE-DECISION.
           MOVE WS-PPX-CHECK-NBR(PPX-IDX) TO PPR-CHECK-NBR.
           MOVE WS-PPX-AMOUNT(PPX-IDX)    TO PPR-AMOUNT.
           MOVE WS-PPX-DATE(PPX-IDX)      TO PPR-PRESENTED-DATE.
           MOVE WS-PPX-REASON(PPX-IDX)    TO PPR-BANK-REASON.
           MOVE WS-DECISION               TO PPR-DECISION.
           MOVE WS-DECISION-REASON        TO PPR-DECISION-REASON.
           WRITE PP-DECISION-RECORD.
           MOVE WS-FILE-NBR               TO PPH-FILE-NBR.
           MOVE WS-RUN-DATE               TO PPH-SENT-DATE.
           MOVE WS-DECISION               TO PPH-ITEM-TYPE.
           MOVE WS-PPX-CHECK-NBR(PPX-IDX) TO PPH-CHECK-NBR.
           MOVE WS-PPX-AMOUNT(PPX-IDX)    TO PPH-AMOUNT.
           MOVE WS-DECISION-REASON        TO PPH-REASON.
           MOVE WS-PPX-CHECK-NBR(PPX-IDX) TO WS-RD-CHECK-NBR.
           MOVE WS-PPX-AMOUNT(PPX-IDX)    TO WS-RD-AMOUNT.
           MOVE WS-DECISION-REASON        TO WS-RD-REASON.
           IF WS-DECISION = "P"
               ADD 1 TO WS-PAY-COUNT
               MOVE "PAY"    TO WS-RD-ITEM
           ELSE
               ADD 1 TO WS-RETURN-COUNT
               MOVE "RETURN" TO WS-RD-ITEM
           END-IF.
           IF WS-DECISION-REASON = "NOT ISSUED"
               MOVE 0      TO PPH-ISSUE-DATE
               MOVE SPACES TO PPH-WHO
               MOVE 0      TO WS-RD-ISSUED
               MOVE SPACES TO WS-RD-WHO
           ELSE
               MOVE CL-ISSUE-DATE TO PPH-ISSUE-DATE
               MOVE CL-WHO        TO PPH-WHO
               MOVE CL-ISSUE-DATE TO WS-RD-ISSUED
               MOVE CL-WHO        TO WS-RD-WHO
           END-IF.
           WRITE POSITIVE-PAY-HISTORY-WORK-REC
               FROM POSITIVE-PAY-HISTORY-RECORD.
           MOVE WS-RPT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> A sent item onto the scratch history from the ledger row in
      *> hand; PPH-ITEM-TYPE and PPH-REASON are set by the caller.
       2900-STAGE-HISTORY.
           MOVE WS-FILE-NBR    TO PPH-FILE-NBR.
           MOVE WS-RUN-DATE    TO PPH-SENT-DATE.
           MOVE CL-CHECK-NBR   TO PPH-CHECK-NBR.
           MOVE CL-AMOUNT      TO PPH-AMOUNT.
           MOVE CL-ISSUE-DATE  TO PPH-ISSUE-DATE.
           MOVE CL-WHO         TO PPH-WHO.
           WRITE POSITIVE-PAY-HISTORY-WORK-REC
               FROM POSITIVE-PAY-HISTORY-RECORD.

       2950-REPORT-CHECK.
           MOVE CL-CHECK-NBR   TO WS-RD-CHECK-NBR.
           MOVE CL-WHO         TO WS-RD-WHO.
           MOVE CL-AMOUNT      TO WS-RD-AMOUNT.
           MOVE CL-ISSUE-DATE  TO WS-RD-ISSUED.
           MOVE WS-RPT-DETAIL  TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> Exception items no ledger row answered name a check this
      *> site never issued - a forgery or a mis-encoded number -
      *> and are returned.
       3000-RETURN-ORPHAN-ITEMS.
           PERFORM VARYING PPX-IDX FROM 1 BY 1
                   UNTIL PPX-IDX > WS-PPX-COUNT
               IF WS-PPX-DECIDED(PPX-IDX) = "N"
                   MOVE "Y" TO WS-PPX-DECIDED(PPX-IDX)
                   MOVE "R" TO WS-DECISION
                   MOVE "NOT ISSUED" TO WS-DECISION-REASON
                   PERFORM 2600-WRITE-DECISION
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE "T"                TO PP-RECORD-TYPE.
           MOVE WS-PAYROLL-ACCOUNT TO PP-T-ACCOUNT.
           MOVE WS-ISSUE-COUNT     TO PP-T-ISSUE-COUNT.
           COMPUTE WS-CENTS = WS-ISSUE-TOTAL * 100.
           MOVE WS-CENTS           TO PP-T-ISSUE-CENTS.
           MOVE WS-VOID-SENT-COUNT TO PP-T-VOID-COUNT.
           COMPUTE WS-CENTS = WS-VOID-TOTAL * 100.
           MOVE WS-CENTS           TO PP-T-VOID-CENTS.
           COMPUTE PP-T-ITEM-COUNT =
               WS-ISSUE-COUNT + WS-VOID-SENT-COUNT.
           WRITE POSITIVE-PAY-RECORD.
           MOVE "ISSUE ITEMS TRANSMITTED" TO WS-SUM-TEXT.
           MOVE WS-ISSUE-COUNT TO WS-SUM-COUNT.
           MOVE WS-ISSUE-TOTAL TO WS-SUM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "VOID ITEMS TRANSMITTED" TO WS-SUM-TEXT.
           MOVE WS-VOID-SENT-COUNT TO WS-SUM-COUNT.
           MOVE WS-VOID-TOTAL TO WS-SUM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTION ITEMS DECIDED PAY" TO WS-SUM-TEXT.
           MOVE WS-PAY-COUNT TO WS-SUM-COUNT.
           MOVE 0 TO WS-SUM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTION ITEMS DECIDED RETURN" TO WS-SUM-TEXT.
           MOVE WS-RETURN-COUNT TO WS-SUM-COUNT.
           MOVE 0 TO WS-SUM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STOPS RELEASED AFTER BANK VOID" TO WS-SUM-TEXT.
           MOVE WS-REINSTATED-COUNT TO WS-SUM-COUNT.
           MOVE 0 TO WS-SUM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SIGNOFF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CHECK-LEDGER.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE PP-DECISION-FILE.
           CLOSE SENT-ITEMS-REPORT.
           PERFORM 9100-APPEND-HISTORY.
           PERFORM 9200-SAVE-CONTROL.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           COMPUTE WS-LOG-COUNT = WS-ISSUE-COUNT + WS-VOID-SENT-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE WS-ISSUE-TOTAL TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           DISPLAY "POSITIVE-PAY COMPLETE: TRANSMISSION " WS-FILE-NBR
               ", " WS-ISSUE-COUNT " ISSUES, "
               WS-VOID-SENT-COUNT " VOIDS, "
               WS-PAY-COUNT " PAY, " WS-RETURN-COUNT " RETURN".
           IF WS-RETURN-COUNT > 0 OR WS-REINSTATED-COUNT > 0
               DISPLAY "POSITIVE-PAY: " WS-RETURN-COUNT
                   " ITEMS RETURNED, " WS-REINSTATED-COUNT
                   " RELEASED STOPS VOIDED AT BANK - REVIEW "
                   "POSITIVE-PAY-REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> The staged history rows reach the permanent log only now,
      *> at normal termination - a run that died left them on the
      *> scratch work file (rewritten OUTPUT next run). EXTEND with
      *> an OUTPUT fallback creates the log at a new site.
       9100-APPEND-HISTORY.
           CLOSE POSITIVE-PAY-HISTORY-WORK.
           OPEN INPUT POSITIVE-PAY-HISTORY-WORK.
           IF NOT WS-PHW-OK
               DISPLAY "UNABLE TO REOPEN POSITIVE-PAY-HISTORY-WORK, "
                   "STATUS " WS-PHW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND POSITIVE-PAY-HISTORY.
           IF NOT WS-PPH-OK
               OPEN OUTPUT POSITIVE-PAY-HISTORY
               IF NOT WS-PPH-OK
                   DISPLAY "UNABLE TO OPEN POSITIVE-PAY-HISTORY, "
                       "STATUS " WS-PPH-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL WS-PHW-STATUS = "10"
               READ POSITIVE-PAY-HISTORY-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POSITIVE-PAY-HISTORY-WORK-REC
                           TO POSITIVE-PAY-HISTORY-RECORD
                       WRITE POSITIVE-PAY-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE POSITIVE-PAY-HISTORY-WORK.
           CLOSE POSITIVE-PAY-HISTORY.

       9200-SAVE-CONTROL.
           MOVE WS-FILE-NBR     TO PPC-LAST-FILE-NBR.
           MOVE WS-NEW-HIGH-NBR TO PPC-HIGH-CHECK-NBR.
           MOVE WS-RUN-DATE     TO PPC-LAST-SENT-DATE.
           OPEN OUTPUT POSITIVE-PAY-CONTROL.
           IF NOT WS-PPC-OK
               DISPLAY "UNABLE TO OPEN POSITIVE-PAY-CONTROL, STATUS "
                   WS-PPC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE POSITIVE-PAY-CONTROL-RECORD.
           CLOSE POSITIVE-PAY-CONTROL.

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
           MOVE "POSITIVE-PAY" TO JRL-PROGRAM.
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
