      *>                           TXNOUT.DAT away)
      *>   6 BankComply           (compliance report and extract)
      *>   7 BankArchive          (generation cutover and purge)
      *>   8 BankPayOut           (outbound interbank clearing
      *>                           file of the day's external
      *>                           payments)
      *> This program drives them in that order, recording each
      *> step's start, end and RETURN-CODE in the run-control file
      *> (NIGHTRUN.DAT, layout NIGHTRUN.cpy, keyed business date +
      *>
      *> BANKNIGHT.PARM optionally holds the 8-digit business date
      *> (for a rerun that slips past midnight); default is today.
      *> The night only runs for a business day of the calendar
      *> (CALENDAR.DAT, layout CALENDAR.cpy - Monday to Friday
      *> unless the calendar says otherwise): run for a weekend or
      *> a bank holiday, it refuses, touches nothing and ends with
      *> return code 4.  BankCycle's accrual on the business day
      *> before has already covered the day.  When a night really
      *> must run on such a date, an optional second parm record
      *> FORCE overrides the check (record 1 may be left blank to
      *> keep today's date).  A business date that is not a real
      *> date ends with return code 8 before anything runs.  The
      *> business date reaches BankCycle in the BANKBUSDATE
      *> environment variable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS NR-Key
               FILE STATUS IS WS-Control-Status.

           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Date
               FILE STATUS IS WS-Calendar-Status.

           SELECT ProofParmFile ASSIGN TO "BANKPROOF.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProofParm-Status.
       FD RunControlFile.
           COPY "NIGHTRUN.cpy".

       FD CalendarFile.
           COPY "CALENDAR.cpy".

       FD ProofParmFile.
       01 ProofParmRecord         PIC X(30).

       01 WS-Parm-Status          PIC XX VALUE "00".
       01 WS-Control-Status       PIC XX VALUE "00".
       01 WS-ProofParm-Status     PIC XX VALUE "00".
       01 WS-Calendar-Status      PIC XX VALUE "00".
       01 WS-Parm-Value           PIC X(30).
       01 WS-Business-Date        PIC X(8).
       01 WS-Step-Num             PIC 99.
       01 WS-Record-Is-New        PIC X VALUE "N".
       01 WS-Steps-Run            PIC 99 VALUE 0.
       01 WS-Steps-Skipped        PIC 99 VALUE 0.
       01 WS-Force-Run            PIC X VALUE "N".
       01 WS-Bd-Num               PIC 9(8) VALUE 0.
       01 WS-Bd-Weekday           PIC 9 VALUE 0.
       01 WS-Bd-Business          PIC X VALUE "Y".

       01 WS-Step-Name-List.
           05 FILLER              PIC X(12) VALUE "PROOF-SNAP".
           05 FILLER              PIC X(12) VALUE "LEDGER".
           05 FILLER              PIC X(12) VALUE "COMPLY".
           05 FILLER              PIC X(12) VALUE "ARCHIVE".
           05 FILLER              PIC X(12) VALUE "PAYOUT".
       01 WS-Step-Name-Table REDEFINES WS-Step-Name-List.
           05 WS-Step-Name        PIC X(12) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date
           PERFORM READ-NIGHT-PARM
           IF FUNCTION TEST-NUMVAL(WS-Business-Date) NOT = 0
               MOVE 0 TO WS-Bd-Num
           ELSE
               MOVE FUNCTION NUMVAL(WS-Business-Date) TO WS-Bd-Num
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Bd-Num) NOT = 0
               DISPLAY "错误: 营业日期无效: " WS-Business-Date
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-BUSINESS-DATE
           IF WS-Bd-Business = "N"
               IF WS-Force-Run = "Y"
                   DISPLAY "警告: " WS-Business-Date
                       " 非营业日,按 FORCE 强制执行"
               ELSE
                   *> nothing ran and nothing failed, but somebody
                   *> scheduled a night that should not exist.
                   DISPLAY "非营业日,夜间批处理不执行: "
                       WS-Business-Date
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM OPEN-RUN-CONTROL
           DISPLAY "夜间批处理开始,营业日期: "
               WS-Business-Date
           PERFORM VARYING WS-Step-Num FROM 1 BY 1
                   UNTIL WS-Step-Num > 8
                   OR WS-Night-Failed = "Y"
               PERFORM DRIVE-ONE-STEP
           END-PERFORM
                               WS-Business-Date
                       END-IF
               END-READ
               READ ParmFile INTO ParmRecord
                   NOT AT END
                       IF ParmRecord(1:5) = "FORCE"
                           MOVE "Y" TO WS-Force-Run
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

       CHECK-BUSINESS-DATE.
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

       OPEN-RUN-CONTROL.
           OPEN I-O RunControlFile
           IF WS-Control-Status = "35"
               WHEN 2
                   CALL "BankDriver"
               WHEN 3
                   *> the cycle plans its accrual days and month-end
                   *> from the business date, not the clock, which
                   *> may already show tomorrow.
                   DISPLAY "BANKBUSDATE" UPON ENVIRONMENT-NAME
                   DISPLAY WS-Business-Date UPON ENVIRONMENT-VALUE
                   CALL "BankCycle"
               WHEN 4
                   PERFORM WRITE-PROOF-PARM-VERIFY
                   CALL "BankComply"
               WHEN 7
                   CALL "BankArchive"
               WHEN 8
                   CALL "BankPayOut"
           END-EVALUATE
           MOVE RETURN-CODE TO WS-Step-RC
           MOVE WS-Business-Date TO NR-Business-Date
