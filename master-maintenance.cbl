       COPY "deduction-record.cpy".

       FD  DEDUCTION-MASTER-NEW.
       01  DEDUCTION-NEW-RECORD    PIC X(63).

       FD  JOB-RATE-MASTER.
       COPY "job-rate-record.cpy".

       FD  JOB-RATE-MASTER-NEW.
       01  JOB-RATE-NEW-RECORD     PIC X(67).

       FD  TAX-RATE-MASTER.
       COPY "tax-rate-record.cpy".
       01  WS-DED-TABLE.
           05  WS-DED-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DED-COUNT INDEXED BY DED-IDX.
               10  WS-DED-IMAGE        PIC X(63).
               10  WS-DED-IMAGE-R REDEFINES WS-DED-IMAGE.
                   15  WS-DM-WHO       PIC X(20).
                   15  WS-DM-FED-PCT   PIC 9(2)V99.
                   15  WS-DM-STATE-PCT PIC 9(2)V99.
                   15  WS-DM-SS-PCT    PIC 9(2)V99.
                   15  WS-DM-HEALTH    PIC 9(4)V99.
                   15  WS-DM-RETIRE-PCT    PIC 9(2)V99.
                   15  WS-DM-RETIRE-TAGS   PIC X(03).
                   15  WS-DM-S125-HEALTH   PIC 9(4)V99.
                   15  WS-DM-S125-H-TAGS   PIC X(03).
                   15  WS-DM-S125-DEPCARE  PIC 9(4)V99.
                   15  WS-DM-S125-D-TAGS   PIC X(03).
               10  WS-DED-DELETED      PIC X(01).

       01  WS-JR-COUNT         PIC 9(4)        VALUE 0.
       01  WS-JR-TABLE.
           05  WS-JR-ENTRY OCCURS 500 TIMES INDEXED BY JR-IDX.
               10  WS-JR-IMAGE         PIC X(67).
               10  WS-JR-IMAGE-R REDEFINES WS-JR-IMAGE.
                   15  WS-JM-JOB       PIC X(20).
                   15  WS-JM-WHERE     PIC X(20).
                   15  WS-JM-STD-RATE  PIC 9(3)V99.
                   15  WS-JM-SHIFT-PCT PIC 9(3)V99.
                   15  WS-JM-EFF-DATE  PIC 9(8).
                   15  WS-JM-WC-CLASS  PIC X(04).
                   15  WS-JM-WC-RATE   PIC 9(3)V99.
               10  WS-JR-DELETED       PIC X(01).

      *> Keyed by YEAR/TYPE/FLOOR: a year carries several bracket
                   ELSE
                       ADD 1 TO WS-DED-COUNT
                       SET DED-IDX TO WS-DED-COUNT
                       MOVE MT-IMAGE(1:63)
                           TO WS-DED-IMAGE(DED-IDX)
                       MOVE "N" TO WS-DED-DELETED(DED-IDX)
                       MOVE SPACES        TO AUD-BEFORE-IMAGE
                       MOVE MT-IMAGE(1:63) TO AUD-AFTER-IMAGE
                       MOVE MT-D-WHO      TO AUD-KEY
                       PERFORM 8100-WRITE-AUDIT
                   END-IF
               IF WS-TXN-VALID
                   SET DED-IDX TO WS-FOUND-IDX
                   MOVE WS-DED-IMAGE(DED-IDX) TO AUD-BEFORE-IMAGE
                   MOVE MT-IMAGE(1:63) TO WS-DED-IMAGE(DED-IDX)
                   MOVE MT-IMAGE(1:63) TO AUD-AFTER-IMAGE
                   MOVE MT-D-WHO       TO AUD-KEY
                   PERFORM 8100-WRITE-AUDIT
               ELSE
      *> reaches the file at all. A deduction row must also belong to
      *> an employee actually on file (as maintained this run, so an
      *> add-employee transaction earlier in the batch counts).
      *> The pre-tax block may be left blank (no election, as on a
      *> row written before the block existed); filled, it must be
      *> numeric, and each reduces-this-tax tag must be Y, N or blank
      *> (blank takes the statutory default).
       4500-VALIDATE-DEDUCTION-FIELDS.
           EVALUATE TRUE
               WHEN MT-D-WHO = SPACES
                   MOVE "PERCENTAGE OR AMOUNT NOT NUMERIC"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
               WHEN (MT-D-RETIRE-PCT NOT NUMERIC
                           AND MT-D-RETIRE-PCT NOT = SPACES)
                       OR (MT-D-S125-HEALTH-AMT NOT NUMERIC
                           AND MT-D-S125-HEALTH-AMT NOT = SPACES)
                       OR (MT-D-S125-DEPCARE-AMT NOT NUMERIC
                           AND MT-D-S125-DEPCARE-AMT NOT = SPACES)
                   MOVE "M208" TO WS-REJECT-REASON-CODE
                   MOVE "PRE-TAX PERCENTAGE OR AMOUNT NOT NUMERIC"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
               WHEN MT-D-RETIRE-FIT NOT = "Y" AND NOT = "N"
                           AND NOT = SPACE
                       OR MT-D-RETIRE-SIT NOT = "Y" AND NOT = "N"
                           AND NOT = SPACE
                       OR MT-D-RETIRE-SS NOT = "Y" AND NOT = "N"
                           AND NOT = SPACE
                       OR MT-D-S125-H-FIT NOT = "Y" AND NOT = "N"
                           AND NOT = SPACE
                       OR MT-D-S125-H-SIT NOT = "Y" AND NOT = "N"
                           AND NOT = SPACE
                       OR MT-D-S125-H-SS NOT = "Y" AND NOT = "N"
                           AND NOT = SPACE
                       OR MT-D-S125-D-FIT NOT = "Y" AND NOT = "N"
                           AND NOT = SPACE
                       OR MT-D-S125-D-SIT NOT = "Y" AND NOT = "N"
                           AND NOT = SPACE
                       OR MT-D-S125-D-SS NOT = "Y" AND NOT = "N"
                           AND NOT = SPACE
                   MOVE "M210" TO WS-REJECT-REASON-CODE
                   MOVE "PRE-TAX TAX TAG MUST BE Y, N OR BLANK"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
               WHEN MT-D-FED-PCT + MT-D-STATE-PCT + MT-D-SS-PCT > 100
                   MOVE "M205" TO WS-REJECT-REASON-CODE
                   MOVE "STATUTORY PERCENTAGES EXCEED 100"
                   ELSE
                       ADD 1 TO WS-JR-COUNT
                       SET JR-IDX TO WS-JR-COUNT
                       MOVE MT-IMAGE(1:67)
                           TO WS-JR-IMAGE(JR-IDX)
                       MOVE "N" TO WS-JR-DELETED(JR-IDX)
                       MOVE SPACES         TO AUD-BEFORE-IMAGE
                       MOVE MT-IMAGE(1:67) TO AUD-AFTER-IMAGE
                       PERFORM 5020-BUILD-JR-AUDIT-KEY
                       PERFORM 8100-WRITE-AUDIT
                   END-IF
               IF WS-TXN-VALID
                   SET JR-IDX TO WS-FOUND-IDX
                   MOVE WS-JR-IMAGE(JR-IDX) TO AUD-BEFORE-IMAGE
                   MOVE MT-IMAGE(1:67) TO WS-JR-IMAGE(JR-IDX)
                   MOVE MT-IMAGE(1:67) TO AUD-AFTER-IMAGE
                   PERFORM 5020-BUILD-JR-AUDIT-KEY
                   PERFORM 8100-WRITE-AUDIT
               ELSE
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
      *> Every row keyed from here on carries its workers' comp
      *> class; only rows that predate the class read blank.
               WHEN MT-J-WC-CLASS = SPACES
                   MOVE "M310" TO WS-REJECT-REASON-CODE
                   MOVE "WORKERS COMP CLASS IS BLANK"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
               WHEN MT-J-WC-RATE NOT NUMERIC
                   MOVE "M311" TO WS-REJECT-REASON-CODE
                   MOVE "WORKERS COMP RATE NOT NUMERIC"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
               WHEN OTHER
                   MOVE MT-J-EFF-DATE TO WS-DATE-WORK
                   IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
               WHEN MT-T-TYPE NOT = "F" AND MT-T-TYPE NOT = "S"
                       AND MT-T-TYPE NOT = "B" AND MT-T-TYPE NOT = "R"
                       AND MT-T-TYPE NOT = "P"
                   MOVE "M404" TO WS-REJECT-REASON-CODE
                   MOVE "ROW TYPE MUST BE F, S, B, R OR P"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
               WHEN MT-T-FLOOR NOT NUMERIC
                   MOVE "FLOOR OR RATE NOT NUMERIC"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
      *> A wage-base row must actually carry a base and a plan-limit
      *> row a limit (a year without a limit simply has no R row); a
      *> bracket row must carry a rate (a zero-rate bottom bracket is
      *> written as a floor-zero row with the first real rate, not a
      *> filler).
               WHEN MT-T-TYPE = "B" AND MT-T-FLOOR = 0
                   MOVE "M406" TO WS-REJECT-REASON-CODE
                   MOVE "WAGE-BASE ROW WITH ZERO BASE"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
               WHEN MT-T-TYPE = "R" AND MT-T-FLOOR = 0
                   MOVE "M406" TO WS-REJECT-REASON-CODE
                   MOVE "PLAN-LIMIT ROW WITH ZERO LIMIT"
                       TO WS-REJECT-REASON-TEXT
                   SET WS-TXN-INVALID TO TRUE
               WHEN (MT-T-TYPE = "F" OR MT-T-TYPE = "S")
                       AND MT-T-RATE-PCT = 0
                   MOVE "M407" TO WS-REJECT-REASON-CODE
           END-IF.
           MOVE "MASTER-MAINTENANCE" TO JRL-PROGRAM.
           MOVE SPACES         TO JRL-PERIOD-ID.
           MOVE 0              TO JRL-RUN-SEQ.
           MOVE WS-LOG-EVENT   TO JRL-EVENT.
           MOVE WS-LOG-STATUS  TO JRL-STATUS.
           MOVE WS-LOG-COUNT   TO JRL-RECORD-COUNT.
