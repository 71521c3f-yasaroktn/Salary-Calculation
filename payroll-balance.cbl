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

       FD  BAL-WORK-FILE.
       01  BAL-WORK-RECORD.
       01  WS-LOG-GROSS        PIC S9(9)V99.
       01  WS-LOG-NET          PIC S9(9)V99.
       01  WS-PERIOD-ID        PIC X(06)       VALUE SPACES.
       01  WS-RUN-SEQ          PIC 9(2)        VALUE 0.
       01  WS-DETAIL-COUNT     PIC 9(6)        VALUE 0.

      *> End-of-file state per stream; "Y" means the stream's FD
                   MOVE "Y" TO WS-PD-EOF
               NOT AT END
                   MOVE PD-PERIOD-ID TO WS-PERIOD-ID
                   IF PD-RUN-SEQ NUMERIC
                       MOVE PD-RUN-SEQ TO WS-RUN-SEQ
                   END-IF
           END-READ.
           MOVE "START" TO WS-LOG-EVENT.
           MOVE SPACES  TO WS-LOG-STATUS.
           END-IF.

      *> One GL cost-center group: captures the GROSS PAY debit and
      *> NET PAY credit lines and foots all debits and credits. The
      *> "M" taxable-wage memo lines are statistics, not postings,
      *> and stay out of the footing. A group key lower than its
      *> predecessor means the extract is not in cost-center
      *> sequence and the walk cannot be trusted.
       4200-READ-GL-GROUP.
           IF WS-GL-EOF = "Y"
               MOVE "N" TO WS-GLI-PRESENT
               MOVE 0 TO WS-GLI-TOTAL-CR
               PERFORM UNTIL WS-GL-EOF = "Y"
                       OR GL-COST-CENTER NOT = WS-GLI-WHERE
                   EVALUATE TRUE
                       WHEN GL-DEBIT
                           ADD GL-AMOUNT TO WS-GLI-TOTAL-DR
                       WHEN GL-MEMO
                           CONTINUE
                       WHEN OTHER
                           ADD GL-AMOUNT TO WS-GLI-TOTAL-CR
                   END-EVALUATE
                   IF GL-PAY-CATEGORY = "GROSS PAY"
                           AND GL-DEBIT-CREDIT = "D"
                       ADD GL-AMOUNT TO WS-GLI-GROSS-DR
           END-IF.
           MOVE "PAYROLL-BALANCE" TO JRL-PROGRAM.
           MOVE WS-PERIOD-ID   TO JRL-PERIOD-ID.
           MOVE WS-RUN-SEQ     TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
