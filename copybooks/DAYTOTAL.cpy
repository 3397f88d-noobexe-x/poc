      *> DAYTOTAL.cpy
      *> Record layout for the daily debit totals, keyed by account
      *> and value date.  BankCalc adds every customer debit that
      *> posts - a withdrawal, a card settlement, the paying side of
      *> a transfer, an outgoing external payment - to the account's
      *> record for its value date, and tests the next one against
      *> the account type's daily limits (BANKLIMT.CFG) before it
      *> posts.  Being a keyed file rather than WORKING-STORAGE, the
      *> totals carry across every file of a driver-managed run,
      *> across separate runs on the same day and across a restart
      *> from a checkpoint: a group the checkpoint skips was already
      *> added when it first posted.
      *> DT-Last-Run-Id / DT-Last-Posting-Date say which run last
      *> added to the record.
       01  DAILY-TOTAL-RECORD.
           05  DT-Key.
               10  DT-Account-Number  PIC 9(10).
               10  DT-Value-Date      PIC X(8).
           05  DT-Debit-Total         PIC 9(9)V99.
           05  DT-Debit-Count         PIC 9(5).
           05  DT-Last-Run-Id         PIC X(14).
           05  DT-Last-Posting-Date   PIC X(8).
