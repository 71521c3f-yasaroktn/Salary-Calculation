      *> OFF-CYCLE-LIST record - one per employee the payroll office
      *> wants paid in an off-cycle run: someone the regular run
      *> rejected with an E-code since corrected, a late hire keyed
      *> after the period closed, or - most urgent - a terminated
      *> employee whose final pay is due inside the legal deadline.
      *> Any order; SALARY-CALCULATION loads the list into a table.
      *> A WHO the regular run (or an earlier off-cycle run) already
      *> paid for the period is refused, and a WHO not on
      *> EMPLOYEE-MASTER is reported, both on EXCEPTION-REPORT.
       01  OFF-CYCLE-RECORD.
           05  OC-WHO              PIC X(20).
           05  OC-REASON           PIC X(30).
