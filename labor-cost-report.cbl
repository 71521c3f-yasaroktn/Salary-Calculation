           END-IF.
           MOVE "LABOR-COST-REPORT" TO JRL-PROGRAM.
           MOVE WS-LOG-PERIOD  TO JRL-PERIOD-ID.
           MOVE 0              TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
