      *>     days while the correction is reconstructed;
      *>   - a NOTIFICATION OF CHANGE applies the bank's corrected
      *>     routing/account to the master (the money settled, so no
      *>     check is drawn, and PAYMENT-EXTRACT prenotes the
      *>     corrected account before paying into it again);
      *>   - a zero-amount RETURN is a rejected prenote: that account
      *>     is marked failed, so PAYMENT-EXTRACT keeps the employee
      *>     on checks until HR corrects the account (no money moved,
      *>     so nothing is reissued).
      *> The master is rewritten as an old/new generation pair (the
      *> YTD promotion pattern) and every advice line is reported
      *> with its reason code and disposition - nothing is applied
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

       FD  CHECK-REGISTER.
       01  REGISTER-LINE           PIC X(100).
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

      *> The period's payments, keyed by WHO - what each return is
      *> matched back to for the institution and the proof that the
       01  WS-NEXT-CHECK-NBR   PIC 9(8)        VALUE 100001.
       01  WS-RETURN-COUNT     PIC 9(5)        VALUE 0.
       01  WS-NOC-COUNT        PIC 9(5)        VALUE 0.
       01  WS-PRENOTE-RET-COUNT PIC 9(5)       VALUE 0.
       01  WS-REISSUE-COUNT    PIC 9(5)        VALUE 0.
       01  WS-UNMATCHED-COUNT  PIC 9(5)        VALUE 0.
       01  WS-REISSUE-TOTAL    PIC 9(9)V99     VALUE 0.
                               TO WS-BA-ACCOUNT-2(BA-IDX)
                           MOVE BA-ACCOUNT-TYPE-2
                               TO WS-BA-TYPE-2(BA-IDX)
                           PERFORM 1110-LOAD-PRENOTE-FIELDS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-ACCOUNT-MASTER.

      *> Prenote fields carried through unchanged unless an advice
      *> line fails one (PAYMENT-EXTRACT's load, including its
      *> spaces-to-zero handling of rows written before prenotes).
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

       1200-LOAD-PAID-TABLE.
           OPEN INPUT PAYROLL-DETAIL-FILE.
           IF NOT WS-PD-OK
                   PERFORM 8000-WRITE-REPORT-LINE
               ELSE
                   EVALUATE TRUE
                       WHEN AR-RETURN AND AR-AMOUNT = 0
                           PERFORM 3400-PROCESS-PRENOTE-RETURN
                       WHEN AR-RETURN
                           PERFORM 3000-PROCESS-RETURN
                       WHEN AR-CHANGE-NOTICE
           ADD 1 TO WS-REISSUE-COUNT.
           ADD AR-AMOUNT TO WS-REISSUE-TOTAL.

      *> A rejected prenote: no money went out, so there is nothing
      *> to prove or reissue. The account is marked failed against
      *> the routing/account the bank rejected; PAYMENT-EXTRACT
      *> keeps paying by check until the account on the master
      *> differs from that pair, which sends a fresh prenote.
       3400-PROCESS-PRENOTE-RETURN.
           ADD 1 TO WS-PRENOTE-RET-COUNT.
           IF WS-ACCT-SIDE = 1
               MOVE "F"            TO WS-BA-PN-STATUS(BA-IDX)
               MOVE WS-RUN-DATE    TO WS-BA-PN-DATE(BA-IDX)
               MOVE AR-ROUTING-NBR TO WS-BA-PN-ROUTING(BA-IDX)
               MOVE AR-ACCOUNT-NBR TO WS-BA-PN-ACCOUNT(BA-IDX)
           ELSE
               MOVE "F"            TO WS-BA-PN-STATUS-2(BA-IDX)
               MOVE WS-RUN-DATE    TO WS-BA-PN-DATE-2(BA-IDX)
               MOVE AR-ROUTING-NBR TO WS-BA-PN-ROUTING-2(BA-IDX)
               MOVE AR-ACCOUNT-NBR TO WS-BA-PN-ACCOUNT-2(BA-IDX)
           END-IF.
           MOVE "PRENOTE FAILED" TO WS-DISPOSITION.
           PERFORM 8000-WRITE-REPORT-LINE.

      *> A notification of change: the deposit settled, so only the
      *> master moves - the bank's corrected fields replace the ones
      *> it flagged, on whichever account the advice named. The
      *> corrected account no longer matches the one last prenoted,
      *> so PAYMENT-EXTRACT prenotes it on the next run.
       4000-PROCESS-CHANGE-NOTICE.
           ADD 1 TO WS-NOC-COUNT.
           IF WS-ACCT-SIDE = 1
           CLOSE RETURN-REPORT.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE "OK"  TO WS-LOG-STATUS.
           COMPUTE WS-LOG-COUNT = WS-RETURN-COUNT + WS-NOC-COUNT
               + WS-PRENOTE-RET-COUNT.
           MOVE 0 TO WS-LOG-GROSS.
           MOVE WS-REISSUE-TOTAL TO WS-LOG-NET.
           PERFORM 8500-WRITE-RUN-LOG.
           DISPLAY "ACH-RETURN-PROCESSING COMPLETE: "
               WS-RETURN-COUNT " RETURNS, "
               WS-NOC-COUNT " CHANGE NOTICES, "
               WS-PRENOTE-RET-COUNT " PRENOTES FAILED, "
               WS-REISSUE-COUNT " CHECKS REISSUED, "
               WS-UNMATCHED-COUNT " UNMATCHED".
           IF WS-UNMATCHED-COUNT > 0
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
           END-IF.
           MOVE "ACH-RETURN-PROCESS" TO JRL-PROGRAM.
           MOVE SPACES         TO JRL-PERIOD-ID.
           MOVE 0              TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
