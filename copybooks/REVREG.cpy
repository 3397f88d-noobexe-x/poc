      *> REVREG.cpy
      *> Record layout for the reversal register, keyed by the
      *> identity of an original posting's audit-log record - its
      *> run id, timestamp and account.  BankCalc writes one record
      *> per leg it backs out when a reversal (StatusCode 7) posts,
      *> carrying the reversal's own run id and audit timestamp, so
      *> the original - whose TXNOUT/AUDITLOG records may already sit
      *> in an archived generation and are never rewritten - still
      *> has a link forward to whatever reversed it, and a second
      *> reversal of the same original finds it here and is
      *> rejected instead of paying the customer back twice.
       01  REVERSAL-REGISTER-RECORD.
           05  RV-Orig-Key.
               10  RV-Orig-Run-Id    PIC X(14).
               10  RV-Orig-Timestamp PIC X(21).
               10  RV-Orig-Account   PIC 9(10).
           05  RV-Orig-Status-Code   PIC 9.
           05  RV-Orig-Amount        PIC 9(7)V99.
           05  RV-Rev-Run-Id         PIC X(14).
           05  RV-Rev-Timestamp      PIC X(21).
           05  RV-Rev-Posting-Date   PIC X(8).
