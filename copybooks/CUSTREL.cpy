      *> CUSTREL.cpy
      *> Record layout for the indexed account relationship file,
      *> keyed by customer id plus account number, with the account
      *> number alone as an alternate key (duplicates allowed) so
      *> the holders of one account can be walked as easily as the
      *> accounts of one customer.
      *> One record per customer per account.  CR-Role P is the
      *> primary holder - exactly one per account, written when
      *> MaintAction=OPEN opens the account for a CustomerId= and
      *> mirrored in AM-Customer-Id - and J a joint holder added by
      *> a CustAction=LINK group.  CustAction=UNLINK ends a joint
      *> holding (status E) rather than deleting it, so a dispute
      *> can still see who could draw on the account and since when;
      *> only status A relationships count.
       01  CUSTOMER-RELATION-RECORD.
           05  CR-Rel-Key.
               10  CR-Customer-Id    PIC 9(10).
               10  CR-Account-Number PIC 9(10).
           05  CR-Role               PIC X.
               88  CR-Role-Primary   VALUE "P".
               88  CR-Role-Joint     VALUE "J".
           05  CR-Linked-Date        PIC X(8).
           05  CR-Status             PIC X.
               88  CR-Status-Active  VALUE "A".
               88  CR-Status-Ended   VALUE "E".
