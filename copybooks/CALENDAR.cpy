      *> CALENDAR.cpy
      *> Record layout for the indexed business-day calendar, keyed
      *> by date (yyyymmdd).  Monday to Friday are business days and
      *> Saturday and Sunday are not, without any record at all; the
      *> file only holds the exceptions: CL-Day-Type H closes a
      *> weekday (a bank holiday), W opens a weekend day (a make-up
      *> working Saturday).  Maintained by BankCalendar from
      *> BANKCAL.CMD.  BankCalc counts the staleness window in
      *> business days against it, BankOrder only sweeps on a
      *> business day, BankCycle accrues from one business day to
      *> the next and finds the month's last business day with it,
      *> and BankNight will not run a non-business date unless
      *> forced.  A missing file means the plain weekday rule.
       01  CALENDAR-RECORD.
           05  CL-Date               PIC X(8).
           05  CL-Day-Type           PIC X.
               88  CL-Holiday        VALUE "H".
               88  CL-Workday        VALUE "W".
           05  CL-Description        PIC X(30).
