      *> LIMITOVR.cpy
      *> Record layout for the daily-limit overrides, keyed by
      *> account.  A branch grants one with a StatusCode 5
      *> MaintAction=LIMITOVR group: from the group's value date
      *> through Expiry= (the same day when Expiry= is left off, and
      *> never more than thirty days on) the account's daily debits
      *> are held to LO-Limit-Amount instead of its account type's
      *> limits - it stands in for both the daily total and the
      *> single debit, and the count limit is lifted.  A zero
      *> LO-Limit-Amount lifts every limit for the period.  An
      *> account has at most one override; a later grant replaces
      *> the earlier one, and one past LO-Through-Date is simply
      *> ignored.
      *> LO-Run-Id / LO-Posting-Date say which run granted it.
       01  LIMIT-OVERRIDE-RECORD.
           05  LO-Account-Number      PIC 9(10).
           05  LO-From-Date           PIC X(8).
           05  LO-Through-Date        PIC X(8).
           05  LO-Limit-Amount        PIC 9(7)V99.
           05  LO-Run-Id              PIC X(14).
           05  LO-Posting-Date        PIC X(8).
