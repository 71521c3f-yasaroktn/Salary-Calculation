           05  BA-ACCOUNT-TYPE-2   PIC X(01).
               88  BA-CHECKING-2       VALUE "C".
               88  BA-SAVINGS-2        VALUE "S".
      *> Prenote lifecycle, one set per account. A new or changed
      *> account (routing/account differing from the PRENOTED pair,
      *> or no status yet) gets a zero-dollar prenote entry from
      *> PAYMENT-EXTRACT and goes PENDING; the employee is paid by
      *> check until the waiting period passes with no return, when
      *> the account goes ACTIVE. A returned prenote (ACH-RETURN-
      *> PROCESSING) marks it FAILED until HR keys a corrected
      *> account. BA-PRENOTE-DATE is the date the status was set.
           05  BA-PRENOTE-STATUS   PIC X(01).
               88  BA-PRENOTE-PENDING  VALUE "P".
               88  BA-PRENOTE-ACTIVE   VALUE "A".
               88  BA-PRENOTE-FAILED   VALUE "F".
           05  BA-PRENOTE-DATE     PIC 9(8).
           05  BA-PRENOTED-ROUTING PIC 9(9).
           05  BA-PRENOTED-ACCOUNT PIC X(17).
           05  BA-PRENOTE-STATUS-2 PIC X(01).
               88  BA-PRENOTE-PENDING-2 VALUE "P".
               88  BA-PRENOTE-ACTIVE-2  VALUE "A".
               88  BA-PRENOTE-FAILED-2  VALUE "F".
           05  BA-PRENOTE-DATE-2   PIC 9(8).
           05  BA-PRENOTED-ROUTING-2 PIC 9(9).
           05  BA-PRENOTED-ACCOUNT-2 PIC X(17).
