      *> threshold (CE-Amount is that posting, CE-Movement-Count 1);
      *> "A" is an account whose aggregated activity for one value
      *> date crossed the threshold in CE-Movement-Count separate
      *> movements (CE-Counterparty-Account is zero); "C" is a
      *> customer whose activity for one value date crossed the
      *> threshold spread over CE-Account-Count of the accounts the
      *> customer holds (CE-Account-Number is zero).  CE-Customer-Id
      *> is filled only on a "C" record, CE-Account-Count is 1 on
      *> the others.  Money carries cents with an implied decimal
      *> point, as in AUDITLOG.cpy.
       01  COMPLIANCE-EXTRACT-RECORD.
           05  CE-Record-Type        PIC X.
           05  CE-Account-Number     PIC 9(10).
           05  CE-Counterparty-Account PIC 9(10).
           05  CE-Movement-Count     PIC 9(5).
           05  CE-Run-Id             PIC X(14).
           05  CE-Customer-Id        PIC 9(10).
           05  CE-Account-Count      PIC 9(5).
