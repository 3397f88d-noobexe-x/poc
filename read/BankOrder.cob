      *> The generated file's name is date-stamped and dropped into
      *> BANKCALC.PARM, the same hand-off BankCycle uses, and
      *> BankCalc is CALLed right here.
      *>
      *> Orders keep their nominal schedule - the rent stays due on
      *> the 1st every month - but money only moves on a business
      *> day (CALENDAR.DAT, layout CALENDAR.cpy: Monday to Friday
      *> unless the calendar says otherwise).  Run on a weekend or
      *> a bank holiday the sweep cuts nothing, so an order falling
      *> due on such a day is still due at the next business day's
      *> sweep and goes out then, rolled forward.  Rolling at the
      *> sweep rather than in the stored next-due date keeps a
      *> weekly order from drifting off its weekday for good after
      *> one holiday, and picks up a holiday keyed after the order
      *> was scheduled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SO-Order-Id
               FILE STATUS IS WS-Order-Status.

           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Date
               FILE STATUS IS WS-Calendar-Status.

           SELECT OrderOutFile ASSIGN TO "ORDEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Out-Status.
       FD StandingOrderFile.
           COPY "STORDER.cpy".

       FD CalendarFile.
           COPY "CALENDAR.cpy".

       FD OrderOutFile.
       01 OrderOutRecord          PIC X(100).

       01 WS-Order-Status         PIC XX VALUE "00".
       01 WS-Out-Status           PIC XX VALUE "00".
       01 WS-CalcParm-Status      PIC XX VALUE "00".
       01 WS-Calendar-Status      PIC XX VALUE "00".
       01 WS-Bd-Num               PIC 9(8) VALUE 0.
       01 WS-Bd-Weekday           PIC 9 VALUE 0.
       01 WS-Bd-Business          PIC X VALUE "Y".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Today                PIC X(8).
       01 WS-Order-File-Name      PIC X(30).
       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE FUNCTION NUMVAL(WS-Today) TO WS-Bd-Num
           PERFORM CHECK-BUSINESS-DAY
           IF WS-Bd-Business = "N"
               *> orders due today stay due and go out with the
               *> next business day's sweep.
               DISPLAY "非营业日,委托顺延: " WS-Today
               GOBACK
           END-IF
           OPEN INPUT StandingOrderFile
           IF WS-Order-Status NOT = "00"
               *> no order master yet - nothing has ever been added,
           END-IF
           GOBACK.

       CHECK-BUSINESS-DAY.
           *> Monday to Friday are business days and Saturday and
           *> Sunday are not, unless the calendar says otherwise for
           *> the date: H closes a weekday, W opens a weekend day.
           *> INTEGER-OF-DATE counts from Monday 1 January 1601, so
           *> the remainder by 7 is 0 on a Sunday and 6 on a
           *> Saturday.  No calendar file means the weekday rule
           *> alone.
           COMPUTE WS-Bd-Weekday = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-Bd-Num), 7)
           IF WS-Bd-Weekday = 0 OR WS-Bd-Weekday = 6
               MOVE "N" TO WS-Bd-Business
           ELSE
               MOVE "Y" TO WS-Bd-Business
           END-IF
           OPEN INPUT CalendarFile
           IF WS-Calendar-Status = "00"
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
               CLOSE CalendarFile
           END-IF.

       OPEN-ORDER-OUTPUT.
           *> the generated file carries the business date in its
           *> name so BankCalc's checkpoint (keyed by file name)

       SWEEP-ONE-ORDER.
           *> due means: still active, next-due on or before today,
           *> and the next-due not past the expiry (zeros = never
           *> expires).  A next-due that fell on a weekend or holiday
           *> is on or before today by the time the sweep next runs,
           *> and an expiry on that same day must not cost the order
           *> its last payment, so it is the due date that is held
           *> against the expiry, not today.
           *> An order on a frozen account is still cut - it bounces
           *> off BankCalc's standing check and stays due, which is
           *> exactly the retry the branches want.
           IF SO-Status-Active
               AND SO-Next-Due <= WS-Today
               AND (SO-Expiry = "00000000"
                   OR SO-Expiry >= SO-Next-Due)
               PERFORM WRITE-ORDER-GROUP
           END-IF.

           STRING "OrderId=" SO-Order-Id
               DELIMITED BY SIZE INTO WS-Out-Line
           PERFORM WRITE-ORDER-LINE
           *> the order itself went through dual control when it was
           *> set up; each payment it makes needs no second operator.
           MOVE "OperatorId=SYSTEM" TO WS-Out-Line
           PERFORM WRITE-ORDER-LINE
           ADD 1 TO WS-Groups-Written.

       WRITE-ORDER-LINE.
