
      *> Automated interest accrual and maintenance fee cycle.
      *> Sweeps the whole account master, computes interest on each
      *> open account's balance (tiered by balance band) and - on
      *> the month's last business day - the monthly maintenance
      *> fee, and emits the
      *> results as a properly formed AccountNumber=/StatusCode=4/
      *> AdjType= input file.  The adjustments are NOT applied here:
      *> they go through BankCalc like any other input file, so they
      *> find would let a BankDriver invocation overwrite it first
      *> and silently discard the day's accruals.
      *>
      *> The cycle runs on business days (CALENDAR.DAT, layout
      *> CALENDAR.cpy) and each run accrues interest for every
      *> calendar day from today up to the next business day, so a
      *> Friday run covers Friday, Saturday and Sunday and the day
      *> before a bank holiday covers the holiday too - no day goes
      *> unpaid because nobody runs the cycle on it.  On a non-
      *> business day there is nothing to accrue: the business day
      *> before has already covered it.  The last business day of
      *> the month is found from the calendar and that run adds the
      *> monthly maintenance fee.
      *>
      *> "Today" is the night's business date when BankNight runs
      *> the cycle - handed over in the BANKBUSDATE environment
      *> variable - so a night that slips past midnight still
      *> accrues and cuts the month-end fee for the day it belongs
      *> to; run by hand, it is the calendar date.
      *>
      *> BANKCYCLE.PARM record 1 is the mode: AUTO (the default,
      *> also taken when the record is blank) lets the calendar
      *> decide the month-end fee; MONTHEND forces the fee on this
      *> run and DAILY suppresses it, for the odd month an
      *> operator has to correct by hand.  Interest accrues by the
      *> day in every mode.  An optional second record is the
      *> annual debit-interest rate charged on overdrawn balances,
      *> in percent (default 15.00).
      *>
      *> Interest bands (annual rates):
      *>     below 1,000          no interest
      *>     1,000 -   9,999      1 percent
      *>    10,000 -  99,999      2 percent
      *>   100,000 and above      3 percent
      *> An overdrawn (negative) balance earns nothing; instead it is
      *> charged debit interest at the debit rate on the amount
      *> overdrawn, emitted as an AdjType=DEBITINT adjustment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AM-Account-Number
               FILE STATUS IS WS-AM-Status.

           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Date
               FILE STATUS IS WS-Calendar-Status.

           SELECT CycleOutFile ASSIGN TO "CYCLEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Status.
       FD AccountMasterFile.
           COPY "ACCTMAST.cpy".

       FD CalendarFile.
           COPY "CALENDAR.cpy".

       FD CycleOutFile.
       01 CycleOutRecord          PIC X(100).

       01 WS-AM-Status            PIC XX VALUE "00".
       01 WS-Cycle-Status         PIC XX VALUE "00".
       01 WS-CalcParm-Status      PIC XX VALUE "00".
       01 WS-Calendar-Status      PIC XX VALUE "00".
       01 WS-Mode                 PIC X(8) VALUE "AUTO".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Cycle-File-Name      PIC X(30).
       01 WS-Today                PIC X(8).
       01 WS-Env-Date             PIC X(8).
       01 WS-Interest-Amount      PIC 9(7)V99 VALUE 0.
       01 WS-Fee-Amount           PIC 9(7)V99 VALUE 12.50.
       01 WS-Annual-Rate          PIC 9 VALUE 0.
       01 WS-Debit-Rate           PIC 9(2)V99 VALUE 15.00.
       01 WS-Debit-Interest       PIC 9(7)V99 VALUE 0.
       01 WS-Parm-Value           PIC X(30).
      *> Amount= lines carry a real decimal point - a V99 field
      *> strung raw would read back a hundred times too large.
       01 WS-Amount-Edited        PIC 9(7).99.
       01 WS-Out-Line             PIC X(100).
       01 WS-Accounts-Swept       PIC 9(7) VALUE 0.
       01 WS-Groups-Written       PIC 9(7) VALUE 0.
      *> business-day calendar: today, how many calendar days this
      *> run accrues for (today up to, not including, the next
      *> business day), and whether today is the month's last
      *> business day.
       01 WS-Calendar-Open        PIC X VALUE "N".
       01 WS-Today-Num            PIC 9(8) VALUE 0.
       01 WS-Today-Int            PIC S9(9) VALUE 0.
       01 WS-Bd-Num               PIC 9(8) VALUE 0.
       01 WS-Bd-Int               PIC S9(9) VALUE 0.
       01 WS-Bd-Weekday           PIC 9 VALUE 0.
       01 WS-Bd-Business          PIC X VALUE "Y".
       01 WS-Accrual-Days         PIC 9(3) VALUE 0.
       01 WS-Month-End            PIC X VALUE "N".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-CYCLE-DATE
           PERFORM READ-CYCLE-PARM
           PERFORM PLAN-CYCLE-DAY
           IF WS-Accrual-Days = 0 AND WS-Month-End = "N"
               *> a non-business day: the business day before it
               *> already accrued for today, so no file is cut.
               DISPLAY "非营业日,本日无计息调整: " WS-Today
               GOBACK
           END-IF
           PERFORM OPEN-CYCLE-OUTPUT
           OPEN INPUT AccountMasterFile
           IF WS-AM-Status NOT = "00"
           END-IF
           GOBACK.

       SET-CYCLE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE SPACES TO WS-Env-Date
           DISPLAY "BANKBUSDATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-Env-Date FROM ENVIRONMENT-VALUE
           IF WS-Env-Date IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-Env-Date)) = 0
                   MOVE WS-Env-Date TO WS-Today
               END-IF
           END-IF.

       READ-CYCLE-PARM.
           OPEN INPUT ParmFile
           IF WS-Parm-Status = "00"
               READ ParmFile INTO ParmRecord
                   NOT AT END
                       IF ParmRecord(1:8) NOT = SPACES
                           MOVE ParmRecord(1:8) TO WS-Mode
                       END-IF
               END-READ
               READ ParmFile INTO ParmRecord
                   NOT AT END
                       MOVE ParmRecord TO WS-Parm-Value
                       IF FUNCTION TEST-NUMVAL(WS-Parm-Value) = 0
                           MOVE FUNCTION NUMVAL(WS-Parm-Value) TO
                               WS-Debit-Rate
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

       PLAN-CYCLE-DAY.
           MOVE FUNCTION NUMVAL(WS-Today) TO WS-Today-Num
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Today-Num)
           MOVE 0 TO WS-Accrual-Days
           MOVE "N" TO WS-Month-End
           OPEN INPUT CalendarFile
           IF WS-Calendar-Status = "00"
               MOVE "Y" TO WS-Calendar-Open
           ELSE
               *> no calendar yet - the plain weekday rule applies.
               MOVE "N" TO WS-Calendar-Open
           END-IF
           MOVE WS-Today-Num TO WS-Bd-Num
           PERFORM CHECK-BUSINESS-DAY
           IF WS-Bd-Business = "Y"
               *> walk forward to the next business day; every
               *> calendar day passed on the way is accrued today.
               *> Capped at a month in case the calendar closes a
               *> whole run of days by mistake.
               MOVE WS-Today-Int TO WS-Bd-Int
               MOVE "N" TO WS-Bd-Business
               PERFORM UNTIL WS-Bd-Business = "Y"
                   OR WS-Accrual-Days >= 31
                   ADD 1 TO WS-Accrual-Days
                   ADD 1 TO WS-Bd-Int
                   MOVE FUNCTION DATE-OF-INTEGER(WS-Bd-Int)
                       TO WS-Bd-Num
                   PERFORM CHECK-BUSINESS-DAY
               END-PERFORM
               *> the next business day falls in another month:
               *> today is this month's last business day.
               IF WS-Bd-Num(1:6) NOT = WS-Today-Num(1:6)
                   MOVE "Y" TO WS-Month-End
               END-IF
           END-IF
           IF WS-Calendar-Open = "Y"
               CLOSE CalendarFile
           END-IF
           EVALUATE WS-Mode
               WHEN "MONTHEND"
                   MOVE "Y" TO WS-Month-End
               WHEN "DAILY"
                   MOVE "N" TO WS-Month-End
           END-EVALUATE
           DISPLAY "计息天数: " WS-Accrual-Days
               " 月末收费: " WS-Month-End.

       CHECK-BUSINESS-DAY.
           *> Monday to Friday are business days and Saturday and
           *> Sunday are not, unless the calendar says otherwise for
           *> the date: H closes a weekday, W opens a weekend day.
           *> INTEGER-OF-DATE counts from Monday 1 January 1601, so
           *> the remainder by 7 is 0 on a Sunday and 6 on a
           *> Saturday.
           COMPUTE WS-Bd-Weekday = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-Bd-Num), 7)
           IF WS-Bd-Weekday = 0 OR WS-Bd-Weekday = 6
               MOVE "N" TO WS-Bd-Business
           ELSE
               MOVE "Y" TO WS-Bd-Business
           END-IF
           IF WS-Calendar-Open = "Y"
               MOVE WS-Bd-Num TO CL-Date
               READ CalendarFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-Holiday
                           MOVE "N" TO WS-Bd-Business
                       END-IF
                       IF CL-Workday
                           MOVE "Y" TO WS-Bd-Business
                       END-IF
               END-READ
           END-IF.

       OPEN-CYCLE-OUTPUT.
           *> the generated file carries the business date in its
           *> name so BankCalc's checkpoint (keyed by file name)
               IF WS-Interest-Amount > 0
                   PERFORM WRITE-INTEREST-GROUP
               END-IF
               IF WS-Debit-Interest > 0
                   PERFORM WRITE-DEBIT-INTEREST-GROUP
               END-IF
               IF WS-Month-End = "Y"
                   PERFORM WRITE-FEE-GROUP
               END-IF
           END-IF.

       COMPUTE-INTEREST.
           MOVE 0 TO WS-Debit-Interest
           IF AM-Balance < 0
               *> overdrawn: no credit interest, debit interest on
               *> the amount owed instead.
               MOVE 0 TO WS-Interest-Amount
               COMPUTE WS-Debit-Interest ROUNDED =
                   (0 - AM-Balance) * WS-Debit-Rate * WS-Accrual-Days
                   / 100 / 365
           ELSE
               PERFORM COMPUTE-CREDIT-INTEREST
           END-IF.

       COMPUTE-CREDIT-INTEREST.
           EVALUATE TRUE
               WHEN AM-Balance < 1000
                   MOVE 0 TO WS-Annual-Rate
           IF WS-Annual-Rate = 0
               MOVE 0 TO WS-Interest-Amount
           ELSE
               COMPUTE WS-Interest-Amount ROUNDED =
                   AM-Balance * WS-Annual-Rate * WS-Accrual-Days
                   / 100 / 365
           END-IF.

       WRITE-INTEREST-GROUP.
           PERFORM WRITE-CYCLE-LINE
           ADD 1 TO WS-Groups-Written.

       WRITE-DEBIT-INTEREST-GROUP.
           PERFORM WRITE-ACCOUNT-LINE
           MOVE "StatusCode=4" TO WS-Out-Line
           PERFORM WRITE-CYCLE-LINE
           MOVE "AdjType=DEBITINT" TO WS-Out-Line
           PERFORM WRITE-CYCLE-LINE
           MOVE WS-Debit-Interest TO WS-Amount-Edited
           MOVE SPACES TO WS-Out-Line
           STRING "Amount=" WS-Amount-Edited
               DELIMITED BY SIZE INTO WS-Out-Line
           PERFORM WRITE-CYCLE-LINE
           ADD 1 TO WS-Groups-Written.

       WRITE-FEE-GROUP.
           PERFORM WRITE-ACCOUNT-LINE
           MOVE "StatusCode=4" TO WS-Out-Line
           MOVE SPACES TO WS-Out-Line
           STRING "TxnDate=" WS-Today
               DELIMITED BY SIZE INTO WS-Out-Line
           PERFORM WRITE-CYCLE-LINE
           *> the bank's own batch groups are keyed by no operator
           *> and need no second one.
           MOVE "OperatorId=SYSTEM" TO WS-Out-Line
           PERFORM WRITE-CYCLE-LINE.

       WRITE-CYCLE-LINE.
