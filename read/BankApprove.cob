       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankApprove.

      *> Second-operator approval of parked transaction groups.
      *> BankCalc does not post customer maintenance (StatusCode 5),
      *> standing-order maintenance (StatusCode 6) or a movement
      *> above the high-value amount in BANKAPPR.CFG on the word of
      *> the operator who keyed it: the group is parked in the
      *> pending-approval file (PENDAPPR.DAT, layout PENDAPPR.cpy)
      *> under a pending id, with result PENDING in TXNOUT/AUDITLOG,
      *> and nothing moves.  This program is where a second operator
      *> approves or declines it.
      *>
      *> BANKAPPR.CMD, one command per line:
      *>     APPROVE <pending id> <operator>
      *>     DECLINE <pending id> <operator>
      *> The deciding operator must not be the one who entered the
      *> group (SAMOP), must be named (NOOPR - and SYSTEM, the batch
      *> programs' own id, is no operator), and the group must still
      *> be waiting (NOPND; EXPRD once it has waited too long).
      *> Like BANKCAL.CMD the command file is consumed with the run,
      *> so a decision is applied exactly once.
      *>
      *> BANKAPPR.CFG record 2 is the approval window in days
      *> (default 5), shared with BankCalc.  A group still waiting
      *> after that many days expires here, unapproved, and has to
      *> be entered afresh; an approval as old as that is refused by
      *> BankCalc in its turn.
      *>
      *> Every approved group is written, exactly as entered, to
      *> approve_yyyymmdd.txt with its ApprovedBy= and PendingId=
      *> lines added, and posted at once through BankCalc - the same
      *> hand-off BankRepair uses.  BankCalc proves the group is the
      *> one approved, line for line, before anything moves, and
      *> marks it posted.  Nothing here touches an account.
      *>
      *> BANKPEND.RPT shows every command with its outcome, the
      *> groups expired by this run, then every group still waiting,
      *> oldest pending id first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendingFile ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-Pending-Id
               FILE STATUS IS WS-Pending-Status.

           SELECT ConfigFile ASSIGN TO "BANKAPPR.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Config-Status.

           SELECT CmdFile ASSIGN TO "BANKAPPR.CMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cmd-Status.

           SELECT ApproveOutFile ASSIGN TO "APROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Out-Status.

           SELECT PendingReportFile ASSIGN TO "BANKPEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

           SELECT CalcParmFile ASSIGN TO "BANKCALC.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CalcParm-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PendingFile.
           COPY "PENDAPPR.cpy".

       FD ConfigFile.
       01 ConfigRecord            PIC X(30).

       FD CmdFile.
       01 CmdRecord               PIC X(80).

       FD ApproveOutFile.
       01 ApproveOutRecord        PIC X(100).

       FD PendingReportFile.
       01 PendingReportLine       PIC X(80).

       FD CalcParmFile.
       01 CalcParmRecord          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-Pending-Status       PIC XX VALUE "00".
       01 WS-Config-Status        PIC XX VALUE "00".
       01 WS-Cmd-Status           PIC XX VALUE "00".
       01 WS-Out-Status           PIC XX VALUE "00".
       01 WS-Report-Status        PIC XX VALUE "00".
       01 WS-CalcParm-Status      PIC XX VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Today                PIC X(8).
       01 WS-Today-Int            PIC S9(9) VALUE 0.
       01 WS-Entered-Int          PIC S9(9) VALUE 0.
       01 WS-Approval-Days        PIC 9(3) VALUE 5.
       01 WS-Config-Value         PIC X(30).
       01 WS-Cmd-Path             PIC X(30) VALUE "BANKAPPR.CMD".
       01 WS-Delete-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-Out-File-Name        PIC X(30).
       01 WS-Out-Line             PIC X(100).
       01 WS-Report-Text          PIC X(80).
       01 WS-Amount-Edited        PIC Z(6)9.99.

      *> one command: the verb, the pending id, the deciding
      *> operator.
       01 WS-Cmd-Verb             PIC X(8).
       01 WS-Cmd-Pending-Id       PIC X(16).
       01 WS-Cmd-Operator         PIC X(8).
       01 WS-Cmd-Result           PIC X(20).
       01 WS-Pend-Found           PIC X VALUE "N".
       01 WS-Line-Idx             PIC 99 VALUE 0.

       01 WS-Commands-Read        PIC 9(5) VALUE 0.
       01 WS-Groups-Approved      PIC 9(5) VALUE 0.
       01 WS-Groups-Declined      PIC 9(5) VALUE 0.
       01 WS-Commands-Refused     PIC 9(5) VALUE 0.
       01 WS-Groups-Expired       PIC 9(5) VALUE 0.
       01 WS-Groups-Waiting       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Today))
           PERFORM READ-APPROVAL-CONFIG
           OPEN I-O PendingFile
           IF WS-Pending-Status = "35"
               *> nothing has ever been parked - create the file so
               *> the run can still report (an empty list) and
               *> refuse whatever commands it was given.
               OPEN OUTPUT PendingFile
               CLOSE PendingFile
               OPEN I-O PendingFile
           END-IF
           IF WS-Pending-Status NOT = "00"
               DISPLAY "错误: 无法打开待复核文件 "
                   WS-Pending-Status
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PendingReportFile
               MOVE SPACES TO WS-Report-Text
               STRING "PENDING APPROVALS " WS-Today
                   DELIMITED BY SIZE INTO WS-Report-Text
               WRITE PendingReportLine FROM WS-Report-Text
               PERFORM OPEN-APPROVE-OUTPUT
               PERFORM EXPIRE-OLD-GROUPS
               PERFORM APPLY-COMMANDS
               PERFORM LIST-WAITING-GROUPS
               CLOSE ApproveOutFile
               CLOSE PendingReportFile
               *> closed before the hand-off: BankCalc opens the
               *> same file to prove and mark the approved groups.
               CLOSE PendingFile
               IF WS-Groups-Approved > 0
                   PERFORM HAND-FILE-TO-BANKCALC
               END-IF
               DISPLAY "复核处理完成,命令数: " WS-Commands-Read
               DISPLAY "已批准: " WS-Groups-Approved
                   " 已否决: " WS-Groups-Declined
               DISPLAY "无效命令: " WS-Commands-Refused
                   " 已过期: " WS-Groups-Expired
               DISPLAY "仍待复核: " WS-Groups-Waiting
               IF WS-Commands-Refused > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       READ-APPROVAL-CONFIG.
           *> record 1, the high-value amount, is BankCalc's alone.
           MOVE 5 TO WS-Approval-Days
           OPEN INPUT ConfigFile
           IF WS-Config-Status = "00"
               READ ConfigFile
                   AT END
                       CONTINUE
               END-READ
               READ ConfigFile
                   NOT AT END
                       MOVE ConfigRecord TO WS-Config-Value
                       IF FUNCTION TEST-NUMVAL(WS-Config-Value) = 0
                           MOVE FUNCTION NUMVAL(WS-Config-Value) TO
                               WS-Approval-Days
                       END-IF
               END-READ
               CLOSE ConfigFile
           END-IF.

       OPEN-APPROVE-OUTPUT.
           *> the business date in the name keeps BankCalc's
           *> checkpoint (keyed by file name) apart from every other
           *> file's, as BankRepair's repair_yyyymmdd.txt does.
           MOVE SPACES TO WS-Out-File-Name
           STRING "approve_" WS-Today ".txt"
               DELIMITED BY SIZE INTO WS-Out-File-Name
           *> the IBM COBOL dialect resolves ASSIGN TO a data-name
           *> only through environment-variable filename mapping, so
           *> the computed name travels through the APROUT
           *> environment variable, as BankRepair does for RPROUT.
           DISPLAY "APROUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-Out-File-Name UPON ENVIRONMENT-VALUE
           OPEN OUTPUT ApproveOutFile.

       START-PENDING-WALK.
           MOVE LOW-VALUES TO PA-Pending-Id
           START PendingFile KEY >= PA-Pending-Id
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START.

       EXPIRE-OLD-GROUPS.
           *> expired first, so an approval cannot slip in for a
           *> group that has already waited past the window.
           PERFORM START-PENDING-WALK
           PERFORM UNTIL WS-EOF = "Y"
               READ PendingFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PA-Waiting
                           PERFORM EXPIRE-ONE-GROUP
                       END-IF
               END-READ
           END-PERFORM.

       EXPIRE-ONE-GROUP.
           COMPUTE WS-Entered-Int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(PA-Entered-Date))
           IF WS-Today-Int - WS-Entered-Int > WS-Approval-Days
               MOVE "X" TO PA-State
               MOVE SPACES TO PA-Decided-By
               MOVE WS-Today TO PA-Decided-Date
               REWRITE PENDING-APPROVAL-RECORD
               END-REWRITE
               ADD 1 TO WS-Groups-Expired
               MOVE SPACES TO WS-Report-Text
               STRING "EXPIRE  " PA-Pending-Id " ENTERED "
                   PA-Entered-Date " BY " PA-Entered-By
                   DELIMITED BY SIZE INTO WS-Report-Text
               WRITE PendingReportLine FROM WS-Report-Text
           END-IF.

       APPLY-COMMANDS.
           OPEN INPUT CmdFile
           IF WS-Cmd-Status NOT = "00"
               MOVE "NO COMMANDS - LISTING ONLY" TO WS-Report-Text
               WRITE PendingReportLine FROM WS-Report-Text
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
               *> consumed with this run, so a decision is applied
               *> exactly once.
               CALL "CBL_DELETE_FILE" USING WS-Cmd-Path
                   RETURNING WS-Delete-RC
               END-CALL
           END-IF.

       APPLY-ONE-COMMAND.
           MOVE SPACES TO WS-Cmd-Verb
           MOVE SPACES TO WS-Cmd-Pending-Id
           MOVE SPACES TO WS-Cmd-Operator
           UNSTRING CmdRecord DELIMITED BY ALL SPACE
               INTO WS-Cmd-Verb WS-Cmd-Pending-Id WS-Cmd-Operator
           END-UNSTRING
           MOVE SPACES TO WS-Cmd-Result
           MOVE "N" TO WS-Pend-Found
           IF WS-Cmd-Pending-Id NOT = SPACES
               MOVE WS-Cmd-Pending-Id TO PA-Pending-Id
               READ PendingFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Pend-Found
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-Cmd-Verb NOT = "APPROVE"
                   AND WS-Cmd-Verb NOT = "DECLINE"
                   MOVE "REFUSED - UNKNOWN" TO WS-Cmd-Result
               WHEN WS-Pend-Found = "N"
                   MOVE "REFUSED - NOPND" TO WS-Cmd-Result
               WHEN PA-Expired
                   MOVE "REFUSED - EXPRD" TO WS-Cmd-Result
               WHEN NOT PA-Waiting
                   MOVE "REFUSED - NOPND" TO WS-Cmd-Result
               WHEN WS-Cmd-Operator = SPACES
                   OR WS-Cmd-Operator = "SYSTEM"
                   MOVE "REFUSED - NOOPR" TO WS-Cmd-Result
               WHEN WS-Cmd-Operator = PA-Entered-By
                   MOVE "REFUSED - SAMOP" TO WS-Cmd-Result
               WHEN WS-Cmd-Verb = "APPROVE"
                   MOVE "A" TO PA-State
                   PERFORM RECORD-DECISION
                   PERFORM WRITE-APPROVED-GROUP
                   ADD 1 TO WS-Groups-Approved
                   MOVE "APPROVED" TO WS-Cmd-Result
               WHEN OTHER
                   MOVE "D" TO PA-State
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS-Groups-Declined
                   MOVE "DECLINED" TO WS-Cmd-Result
           END-EVALUATE
           IF WS-Cmd-Result(1:7) = "REFUSED"
               ADD 1 TO WS-Commands-Refused
               DISPLAY "警告: 复核命令被拒绝: " CmdRecord
           END-IF
           MOVE SPACES TO WS-Report-Text
           STRING WS-Cmd-Verb WS-Cmd-Pending-Id " " WS-Cmd-Operator
               " " WS-Cmd-Result
               DELIMITED BY SIZE INTO WS-Report-Text
           WRITE PendingReportLine FROM WS-Report-Text.

       RECORD-DECISION.
           *> PA-State is already set.
           MOVE WS-Cmd-Operator TO PA-Decided-By
           MOVE WS-Today TO PA-Decided-Date
           REWRITE PENDING-APPROVAL-RECORD
           END-REWRITE.

       WRITE-APPROVED-GROUP.
           *> the group exactly as it was entered, then the approval
           *> that lets BankCalc post it.
           PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                   UNTIL WS-Line-Idx > PA-Line-Count
               WRITE ApproveOutRecord FROM PA-Group-Line(WS-Line-Idx)
           END-PERFORM
           MOVE SPACES TO WS-Out-Line
           STRING "ApprovedBy=" PA-Decided-By
               DELIMITED BY SIZE INTO WS-Out-Line
           WRITE ApproveOutRecord FROM WS-Out-Line
           MOVE SPACES TO WS-Out-Line
           STRING "PendingId=" PA-Pending-Id
               DELIMITED BY SIZE INTO WS-Out-Line
           WRITE ApproveOutRecord FROM WS-Out-Line.

       LIST-WAITING-GROUPS.
           MOVE SPACES TO WS-Report-Text
           WRITE PendingReportLine FROM WS-Report-Text
           MOVE SPACES TO WS-Report-Text
           STRING "PENDING ID       ACCOUNT    S SUBTYPE  "
               "    AMOUNT ENTERED  ON"
               DELIMITED BY SIZE INTO WS-Report-Text
           WRITE PendingReportLine FROM WS-Report-Text
           PERFORM START-PENDING-WALK
           PERFORM UNTIL WS-EOF = "Y"
               READ PendingFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PA-Waiting
                           PERFORM LIST-ONE-GROUP
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-Report-Text
           STRING "WAITING " WS-Groups-Waiting
               "  APPROVED " WS-Groups-Approved
               "  DECLINED " WS-Groups-Declined
               "  REFUSED " WS-Commands-Refused
               "  EXPIRED " WS-Groups-Expired
               DELIMITED BY SIZE INTO WS-Report-Text
           WRITE PendingReportLine FROM WS-Report-Text.

       LIST-ONE-GROUP.
           ADD 1 TO WS-Groups-Waiting
           MOVE PA-Amount TO WS-Amount-Edited
           MOVE SPACES TO WS-Report-Text
           STRING PA-Pending-Id " " PA-Account-Number " "
               PA-Status-Code " " PA-Subtype " " WS-Amount-Edited
               " " PA-Entered-By " " PA-Entered-Date
               DELIMITED BY SIZE INTO WS-Report-Text
           WRITE PendingReportLine FROM WS-Report-Text.

       HAND-FILE-TO-BANKCALC.
           *> same hand-off BankRepair uses: drop the file's name
           *> into BANKCALC.PARM, then post it immediately through
           *> the normal checkpointed path.  BankCalc consumes and
           *> deletes the parm, and BankCalcFinish writes the
           *> control-total report and sets the rejection return
           *> code, the same close-out a driver run gets.
           OPEN OUTPUT CalcParmFile
           WRITE CalcParmRecord FROM WS-Out-File-Name
           CLOSE CalcParmFile
           CALL "BankCalc"
           CALL "BankCalcFinish"
           IF RETURN-CODE NOT = 0
               DISPLAY "警告: 已批准的交易存在被拒绝的,"
               DISPLAY "返回码 " RETURN-CODE
           END-IF.
