      *> LIVE run. RC-VARIANCE-PCT is the pre-list flag threshold for
      *> gross-pay swings against the prior period (zero = the
      *> program default).
      *> RC-OFF-CYCLE-PERIOD names an already-closed period to pay
      *> off-cycle: only the employees listed on OFF-CYCLE-LIST are
      *> calculated, under the next supplemental run sequence for
      *> that period, and the calendar is left as it stands. Blank
      *> (or a card cut before the field existed) is the regular run
      *> for the period covering the run date. TRIAL applies to an
      *> off-cycle run the same way it does to a regular one.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-MODE         PIC X(05).
               88  RC-TRIAL-REQUESTED  VALUE "TRIAL".
           05  RC-VARIANCE-PCT     PIC 9(3)V99.
           05  RC-OFF-CYCLE-PERIOD PIC X(06).
