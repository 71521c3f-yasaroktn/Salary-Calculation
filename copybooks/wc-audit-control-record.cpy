      *> WC-AUDIT-CONTROL card - a single record the payroll office
      *> places before a WC-PREMIUM-AUDIT run, naming the policy
      *> period to audit as a range of pay periods (both bounds
      *> required, compared as written - the calendar assigns period
      *> ids in sortable form) and the carrier's policy number the
      *> questionnaire extract is filed under.
       01  WC-AUDIT-CONTROL-RECORD.
           05  WAC-PERIOD-FROM     PIC X(06).
           05  WAC-PERIOD-TO       PIC X(06).
           05  WAC-POLICY-NBR      PIC X(15).
