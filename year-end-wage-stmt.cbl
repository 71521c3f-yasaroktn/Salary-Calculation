       01  WS-LOG-NET          PIC S9(9)V99.
       01  WS-LOG-EOF          PIC X(01).
       01  WS-LAST-CALC-PERIOD PIC X(06)       VALUE SPACES.
       01  WS-LAST-CALC-SEQ    PIC 9(2)        VALUE 0.
       01  WS-JRL-SEQ          PIC 9(2).
       01  WS-BALANCE-PASSED   PIC X(01)       VALUE "N".

       01  WS-EOF-SWITCH       PIC X(01)       VALUE "N".

      *> The log reads newest-last: each SALARY-CALCULATION END
      *> becomes the latest calculation and resets the proof flag,
      *> and the PAYROLL-BALANCE END that follows it settles it - the
      *> proof of that same run, period and run sequence both, since
      *> an off-cycle run re-opens a period already proved once. No
      *> completed calculation, or one without a passing proof,
      *> refuses the run.
       1200-CHECK-RUN-SEQUENCE.
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
                       MOVE YTD-YEAR-STATE-TAX TO W2-YEAR-STATE-TAX
                       MOVE YTD-YEAR-SOC-SEC   TO W2-YEAR-SOC-SEC
                       MOVE YTD-YEAR-NET       TO W2-YEAR-NET
                       PERFORM 3150-MOVE-TAXABLE-WAGES
                       WRITE WAGE-STATEMENT-RECORD
                       ADD 1 TO WS-STMT-COUNT
                   ELSE
                   END-IF
           END-READ.

      *> Taxable wages and the plan deferrals that reduced them. A
      *> row written before pre-tax deductions were carried had
      *> none: every wage box is its gross.
       3150-MOVE-TAXABLE-WAGES.
           IF YTD-YEAR-FED-WAGES NUMERIC
               MOVE YTD-YEAR-FED-WAGES   TO W2-YEAR-FED-WAGES
               MOVE YTD-YEAR-STATE-WAGES TO W2-YEAR-STATE-WAGES
               MOVE YTD-YEAR-SS-WAGES    TO W2-YEAR-SS-WAGES
               MOVE YTD-YEAR-RETIRE      TO W2-YEAR-RETIRE
               MOVE YTD-YEAR-DEPCARE     TO W2-YEAR-DEPCARE
           ELSE
               MOVE YTD-YEAR-GROSS       TO W2-YEAR-FED-WAGES
               MOVE YTD-YEAR-GROSS       TO W2-YEAR-STATE-WAGES
               MOVE YTD-YEAR-GROSS       TO W2-YEAR-SS-WAGES
               MOVE 0                    TO W2-YEAR-RETIRE
               MOVE 0                    TO W2-YEAR-DEPCARE
           END-IF.

      *> Advance the WHO-sequenced employee master to the statement
      *> employee and look their institution's employer up. An
      *> employee no longer on the master (paid earlier in the year,
           END-IF.
           MOVE "YEAR-END-WAGE-STMT" TO JRL-PROGRAM.
           MOVE WS-LAST-CALC-PERIOD TO JRL-PERIOD-ID.
           MOVE 0              TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
