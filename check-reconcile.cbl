           END-IF.
           MOVE "CHECK-RECONCILE" TO JRL-PROGRAM.
           MOVE SPACES         TO JRL-PERIOD-ID.
           MOVE 0              TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
