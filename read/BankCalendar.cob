       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankCalendar.

      *> Business-day calendar maintenance.  Monday to Friday are
      *> business days and Saturday and Sunday are not; CALENDAR.DAT
      *> (layout CALENDAR.cpy) holds only the exceptions to that
      *> rule, and this program is the one supported way to change
      *> them, so the file is never patched by hand.
      *>
      *> BANKCAL.CMD, one command per line:
      *>     HOLIDAY yyyymmdd <description>   close a weekday (a
      *>                                      bank holiday)
      *>     WORKDAY yyyymmdd <description>   open a weekend day (a
      *>                                      make-up working day)
      *>     REMOVE  yyyymmdd                 drop the exception, the
      *>                                      date reverts to the
      *>                                      weekday rule
      *> A HOLIDAY or WORKDAY for a date already on file replaces
      *> its entry, so a holiday that moves is simply re-keyed.  A
      *> HOLIDAY on a weekend or a WORKDAY on a weekday would change
      *> nothing and is refused, as is a date that is not a real
      *> date.  Like BANKRPR.CMD, the command file is consumed with
      *> the run - a command is applied once, and a file left
      *> behind would quietly reapply last month's changes on top
      *> of anything re-keyed since.  A missing BANKCAL.CMD just
      *> lists the calendar.
      *>
      *> BANKCAL.RPT shows every command with its outcome, then the
      *> whole calendar as it now stands, so the branches can check
      *> the year's holidays before the file is used in earnest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-Date
               FILE STATUS IS WS-Calendar-Status.

           SELECT CmdFile ASSIGN TO "BANKCAL.CMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cmd-Status.

           SELECT CalendarReportFile ASSIGN TO "BANKCAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CalendarFile.
           COPY "CALENDAR.cpy".

       FD CmdFile.
       01 CmdRecord               PIC X(80).

       FD CalendarReportFile.
       01 CalendarReportLine      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Calendar-Status      PIC XX VALUE "00".
       01 WS-Cmd-Status           PIC XX VALUE "00".
       01 WS-Report-Status        PIC XX VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Today                PIC X(8).
       01 WS-Cmd-Path             PIC X(30) VALUE "BANKCAL.CMD".
       01 WS-Delete-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-Report-Text          PIC X(80).

      *> one command: the verb, the date, and everything after the
      *> date verbatim - a description legitimately contains spaces.
       01 WS-Cmd-Verb             PIC X(8).
       01 WS-Cmd-Date             PIC X(8).
       01 WS-Cmd-Description      PIC X(30).
       01 WS-Cmd-Date-Num         PIC 9(8) VALUE 0.
       01 WS-Cmd-Ptr              PIC 9(3) VALUE 1.
       01 WS-Cmd-Result           PIC X(30).
       01 WS-Weekday              PIC 9 VALUE 0.

       01 WS-Commands-Read        PIC 9(5) VALUE 0.
       01 WS-Commands-Applied     PIC 9(5) VALUE 0.
       01 WS-Commands-Refused     PIC 9(5) VALUE 0.
       01 WS-Entries-Listed       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           OPEN I-O CalendarFile
           IF WS-Calendar-Status = "35"
               *> first run - create the calendar, then reopen it
               *> for update.
               OPEN OUTPUT CalendarFile
               CLOSE CalendarFile
               OPEN I-O CalendarFile
           END-IF
           IF WS-Calendar-Status NOT = "00"
               DISPLAY "错误: 无法打开营业日历文件 "
                   WS-Calendar-Status
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CalendarReportFile
               MOVE SPACES TO WS-Report-Text
               STRING "BUSINESS-DAY CALENDAR MAINTENANCE " WS-Today
                   DELIMITED BY SIZE INTO WS-Report-Text
               WRITE CalendarReportLine FROM WS-Report-Text
               PERFORM APPLY-COMMANDS
               PERFORM LIST-CALENDAR
               CLOSE CalendarFile
               CLOSE CalendarReportFile
               DISPLAY "日历维护完成,命令数: " WS-Commands-Read
               DISPLAY "已执行: " WS-Commands-Applied
                   " 已拒绝: " WS-Commands-Refused
               IF WS-Commands-Refused > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       APPLY-COMMANDS.
           OPEN INPUT CmdFile
           IF WS-Cmd-Status NOT = "00"
               MOVE "NO COMMANDS - LISTING ONLY" TO WS-Report-Text
               WRITE CalendarReportLine FROM WS-Report-Text
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CmdFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CmdRecord NOT = SPACES
                               ADD 1 TO WS-Commands-Read
                               PERFORM APPLY-ONE-COMMAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CmdFile
               *> consumed with this run, so a command is applied
               *> exactly once.
               CALL "CBL_DELETE_FILE" USING WS-Cmd-Path
                   RETURNING WS-Delete-RC
               END-CALL
           END-IF.

       APPLY-ONE-COMMAND.
           MOVE SPACES TO WS-Cmd-Verb
           MOVE SPACES TO WS-Cmd-Date
           MOVE 1 TO WS-Cmd-Ptr
           UNSTRING CmdRecord DELIMITED BY ALL SPACE
               INTO WS-Cmd-Verb WS-Cmd-Date
               WITH POINTER WS-Cmd-Ptr
           END-UNSTRING
           MOVE SPACES TO WS-Cmd-Description
           IF WS-Cmd-Ptr <= 80
               MOVE CmdRecord(WS-Cmd-Ptr:) TO WS-Cmd-Description
           END-IF
           MOVE SPACES TO WS-Cmd-Result
           IF FUNCTION TEST-NUMVAL(WS-Cmd-Date) NOT = 0
               MOVE "REFUSED - BAD DATE" TO WS-Cmd-Result
           ELSE
               MOVE FUNCTION NUMVAL(WS-Cmd-Date) TO WS-Cmd-Date-Num
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Cmd-Date-Num)
                   NOT = 0
                   MOVE "REFUSED - BAD DATE" TO WS-Cmd-Result
               END-IF
           END-IF
           IF WS-Cmd-Result = SPACES
               *> INTEGER-OF-DATE counts from Monday 1 January 1601,
               *> so the remainder by 7 is 0 on a Sunday and 6 on a
               *> Saturday.
               COMPUTE WS-Weekday = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-Cmd-Date-Num), 7)
               EVALUATE WS-Cmd-Verb
                   WHEN "HOLIDAY"
                       IF WS-Weekday = 0 OR WS-Weekday = 6
                           MOVE "REFUSED - ALREADY A WEEKEND"
                               TO WS-Cmd-Result
                       ELSE
                           MOVE "H" TO CL-Day-Type
                           PERFORM STORE-CALENDAR-ENTRY
                       END-IF
                   WHEN "WORKDAY"
                       IF WS-Weekday = 0 OR WS-Weekday = 6
                           MOVE "W" TO CL-Day-Type
                           PERFORM STORE-CALENDAR-ENTRY
                       ELSE
                           MOVE "REFUSED - ALREADY A WEEKDAY"
                               TO WS-Cmd-Result
                       END-IF
                   WHEN "REMOVE"
                       PERFORM REMOVE-CALENDAR-ENTRY
                   WHEN OTHER
                       MOVE "REFUSED - UNKNOWN COMMAND"
                           TO WS-Cmd-Result
               END-EVALUATE
           END-IF
           IF WS-Cmd-Result(1:7) = "REFUSED"
               ADD 1 TO WS-Commands-Refused
               DISPLAY "警告: 日历命令被拒绝: " CmdRecord
           ELSE
               ADD 1 TO WS-Commands-Applied
           END-IF
           MOVE SPACES TO WS-Report-Text
           STRING WS-Cmd-Verb " " WS-Cmd-Date " " WS-Cmd-Result
               DELIMITED BY SIZE INTO WS-Report-Text
           WRITE CalendarReportLine FROM WS-Report-Text.

       STORE-CALENDAR-ENTRY.
           *> CL-Day-Type is already set; an entry for the date is
           *> replaced, not duplicated.
           MOVE WS-Cmd-Date TO CL-Date
           MOVE WS-Cmd-Description TO CL-Description
           WRITE CALENDAR-RECORD
               INVALID KEY
                   REWRITE CALENDAR-RECORD
                   END-REWRITE
                   MOVE "REPLACED" TO WS-Cmd-Result
               NOT INVALID KEY
                   MOVE "ADDED" TO WS-Cmd-Result
           END-WRITE.

       REMOVE-CALENDAR-ENTRY.
           MOVE WS-Cmd-Date TO CL-Date
           DELETE CalendarFile RECORD
               INVALID KEY
                   MOVE "REFUSED - NOT ON FILE" TO WS-Cmd-Result
               NOT INVALID KEY
                   MOVE "REMOVED" TO WS-Cmd-Result
           END-DELETE.

       LIST-CALENDAR.
           MOVE SPACES TO WS-Report-Text
           WRITE CalendarReportLine FROM WS-Report-Text
           MOVE "DATE     TYPE     DESCRIPTION" TO WS-Report-Text
           WRITE CalendarReportLine FROM WS-Report-Text
           MOVE LOW-VALUES TO CL-Date
           START CalendarFile KEY IS > CL-Date
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CalendarFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LIST-ONE-ENTRY
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-Report-Text
           STRING "ENTRIES " WS-Entries-Listed
               "  COMMANDS " WS-Commands-Read
               "  APPLIED " WS-Commands-Applied
               "  REFUSED " WS-Commands-Refused
               DELIMITED BY SIZE INTO WS-Report-Text
           WRITE CalendarReportLine FROM WS-Report-Text.

       LIST-ONE-ENTRY.
           ADD 1 TO WS-Entries-Listed
           MOVE SPACES TO WS-Report-Text
           IF CL-Holiday
               STRING CL-Date " HOLIDAY  " CL-Description
                   DELIMITED BY SIZE INTO WS-Report-Text
           ELSE
               STRING CL-Date " WORKDAY  " CL-Description
                   DELIMITED BY SIZE INTO WS-Report-Text
           END-IF
           WRITE CalendarReportLine FROM WS-Report-Text.
