                                   SIGN IS LEADING SEPARATE.
           05  YTD-LAST-RUN-DATE   PIC 9(8).
           05  YTD-LAST-PERIOD-ID  PIC X(06).
      *> Taxable-wage accumulators alongside gross, so the quarterly
      *> return and the wage statement report what was actually
      *> subject to each tax, and the retirement/dependent-care
      *> totals the wage statement boxes and the plan limit need.
      *> A legacy row carries spaces here; the run seeds the wage
      *> fields from gross and the rest from zero the first time it
      *> touches the row.
           05  YTD-QTD-FED-WAGES   PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  YTD-QTD-STATE-WAGES PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  YTD-QTD-SS-WAGES    PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  YTD-YEAR-FED-WAGES  PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
           05  YTD-YEAR-STATE-WAGES PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
           05  YTD-YEAR-SS-WAGES   PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
           05  YTD-YEAR-RETIRE     PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
           05  YTD-YEAR-DEPCARE    PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
