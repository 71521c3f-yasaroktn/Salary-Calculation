      *> TIME-CARD record - one per employee per work date per kind
      *> of time, as exported by the time clocks and signed off by
      *> the supervisor. TIME-CARD-INTAKE rolls the approved cards of
      *> the open pay period up into the EMPLOYEE-MASTER hours
      *> buckets, so every hour the run pays traces back to a card.
      *> The file arrives SORTED ON WHO, WORK DATE AND TIME TYPE; two
      *> cards with the same three keys are a double entry.
      *> TC-HOURS is the day's hours of that type. A worked card from
      *> a punch clock may leave TC-HOURS zero and carry the punch-in
      *> and punch-out times (HHMM, 24-hour) instead - a punch-out
      *> earlier than the punch-in is an overnight shift. Only a card
      *> with TC-APPROVED "Y" is paid; TC-APPROVER-ID is the
      *> supervisor who approved it.
       01  TIME-CARD-RECORD.
           05  TC-WHO              PIC X(20).
           05  TC-WORK-DATE        PIC 9(8).
           05  TC-WORK-DATE-R REDEFINES TC-WORK-DATE.
               10  TC-WORK-YEAR    PIC 9(4).
               10  TC-WORK-MONTH   PIC 9(2).
               10  TC-WORK-DAY     PIC 9(2).
           05  TC-TIME-TYPE        PIC X(01).
               88  TC-WORKED           VALUE "W".
               88  TC-VACATION         VALUE "V".
               88  TC-SICK             VALUE "S".
               88  TC-HOLIDAY          VALUE "H".
           05  TC-HOURS            PIC 9(2)V99.
           05  TC-PUNCH-IN         PIC 9(4).
           05  TC-PUNCH-IN-R REDEFINES TC-PUNCH-IN.
               10  TC-IN-HH        PIC 9(2).
               10  TC-IN-MM        PIC 9(2).
           05  TC-PUNCH-OUT        PIC 9(4).
           05  TC-PUNCH-OUT-R REDEFINES TC-PUNCH-OUT.
               10  TC-OUT-HH       PIC 9(2).
               10  TC-OUT-MM       PIC 9(2).
           05  TC-APPROVED         PIC X(01).
               88  TC-IS-APPROVED      VALUE "Y".
           05  TC-APPROVER-ID      PIC X(08).
