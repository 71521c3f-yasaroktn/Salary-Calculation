      *> ACCRUAL-CONTROL card - a single record the payroll office
      *> places before a MONTH-END-ACCRUAL run, naming the last day
      *> of the month being closed. The accrual entries are dated
      *> that day and the reversing entries the day after it.
       01  ACCRUAL-CONTROL-RECORD.
           05  AC-MONTH-END-DATE   PIC 9(8).
