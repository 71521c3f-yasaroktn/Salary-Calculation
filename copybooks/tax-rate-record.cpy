      *> reference, loaded at start-up like JOB-RATE-TABLE and
      *> maintained through MASTER-MAINTENANCE, so a January rate
      *> change is a file update instead of re-keying every
      *> DEDUCTION-MASTER row. These row types share the layout:
      *>   F  federal withholding bracket - TR-FLOOR is the
      *>      per-period gross where the bracket starts, TR-RATE-PCT
      *>      the marginal rate on pay above it (the run applies the
      *>      brackets marginally, lowest floor first)
      *>   S  state withholding bracket   - same shape
      *>   B  social security annual wage base - TR-FLOOR carries
      *>      the base; withholding stops once YTD-YEAR-SS-WAGES
      *>      reaches it (TR-RATE-PCT unused)
      *>   R  retirement plan annual elective deferral limit -
      *>      TR-FLOOR carries the limit; the run stops deferring
      *>      once YTD-YEAR-RETIRE reaches it (TR-RATE-PCT unused)
      *>   P  protected minimum net pay per period - TR-FLOOR carries
      *>      the floor overpayment recovery may not take net pay
      *>      below (TR-RATE-PCT unused)
      *> A year with no F (or S) rows falls back to the employee's
      *> flat DEDUCTION-MASTER percentage; a year with no B row
      *> applies no cap - both preserve the behavior sites without
      *> this file always had. A year with no R row applies no limit;
      *> a year with no P row protects net pay down to zero.
       01  TAX-RATE-RECORD.
           05  TR-YEAR             PIC 9(4).
           05  TR-TYPE             PIC X(01).
               88  TR-FED-BRACKET      VALUE "F".
               88  TR-STATE-BRACKET    VALUE "S".
               88  TR-WAGE-BASE        VALUE "B".
               88  TR-RETIRE-LIMIT     VALUE "R".
               88  TR-PROTECTED-NET    VALUE "P".
           05  TR-FLOOR            PIC 9(7)V99.
           05  TR-RATE-PCT         PIC 9(2)V99.
