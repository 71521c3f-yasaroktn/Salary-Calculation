       01  WS-LOG-GROSS        PIC S9(9)V99.
       01  WS-LOG-NET          PIC S9(9)V99.
       01  WS-PERIOD-ID        PIC X(06)       VALUE SPACES.
       01  WS-RUN-SEQ          PIC 9(2)        VALUE 0.

       01  WS-EOF-SWITCH       PIC X(01)       VALUE "N".
           88  WS-END-OF-DETAIL                VALUE "Y".
       2100-ACCUMULATE-INSTITUTION.
           IF WS-PERIOD-ID = SPACES
               MOVE PD-PERIOD-ID TO WS-PERIOD-ID
               IF PD-RUN-SEQ NUMERIC
                   MOVE PD-RUN-SEQ TO WS-RUN-SEQ
               END-IF
           END-IF.
           MOVE "N" TO WS-INST-TABLE-FULL.
           SET INST-IDX TO 1.
           END-IF.
           MOVE "PAYROLL-REGISTER" TO JRL-PROGRAM.
           MOVE WS-PERIOD-ID   TO JRL-PERIOD-ID.
           MOVE WS-RUN-SEQ     TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
