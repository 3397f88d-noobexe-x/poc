       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankPayRtn.

      *> Inbound interbank returns intake.  A payment BankPayOut
      *> sent that the beneficiary's bank cannot apply (account
      *> closed, name mismatch, ...) comes back in the clearing
      *> system's returns file, CLRRTN.DAT, in the clearing layout
      *> (CLRFILE.cpy): a header, one R record per returned payment
      *> quoting our payment reference, the amount, the other bank's
      *> reason code and the return date, and a trailer with the
      *> count and the amount hash.
      *>
      *> The whole file is proved first - header first with file
      *> type RETURN, trailer last, count and hash agreeing with the
      *> R records between - and a file that fails is not touched:
      *> the reason goes to the reject report (BANKPRTN.REJ), the
      *> file stays where it is for the clearing system to resend,
      *> and the run ends with return code 8.  A proved file's
      *> returns are each looked up in the external payment
      *> register (EXTPAY.DAT) for the account the payment left and
      *> translated into a StatusCode 9 ExtAction=RETURN group,
      *> which credits the customer back and clears the payment out
      *> of the outgoing-clearing position when BankCalc posts it.
      *> A return quoting a reference we never sent, or one already
      *> returned, goes to the reject report instead.  The
      *> generated file is handed to BankCalc through BANKCALC.PARM
      *> as BankSettle does, and the returns file is renamed to
      *> CLRRTN.Dyyyymmdd so a rerun cannot credit anyone twice.
      *> Any reject ends the run with return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnsFile ASSIGN TO "CLRRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Returns-Status.

           SELECT ExtPayFile ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EP-Payment-Ref
               FILE STATUS IS WS-Ext-Pay-Status.

           SELECT ReturnOutFile ASSIGN TO "RTNOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Out-Status.

           SELECT RejectFile ASSIGN TO "BANKPRTN.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.

           SELECT CalcParmFile ASSIGN TO "BANKCALC.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CalcParm-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ReturnsFile.
           COPY "CLRFILE.cpy".

       FD ExtPayFile.
           COPY "EXTPAY.cpy".

       FD ReturnOutFile.
       01 ReturnOutRecord         PIC X(100).

       FD RejectFile.
       01 RejectLine              PIC X(200).

       FD CalcParmFile.
       01 CalcParmRecord          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-Returns-Status       PIC XX VALUE "00".
       01 WS-Ext-Pay-Status       PIC XX VALUE "00".
       01 WS-Out-Status           PIC XX VALUE "00".
       01 WS-Reject-Status        PIC XX VALUE "00".
       01 WS-CalcParm-Status      PIC XX VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Today                PIC X(8).
       01 WS-Return-File-Name     PIC X(30).
       01 WS-Returns-Path         PIC X(30) VALUE "CLRRTN.DAT".
       01 WS-Returns-Done-Name    PIC X(30).
       01 WS-Rename-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-Register-Open        PIC X VALUE "N".
       01 WS-Record-Number        PIC 9(9) VALUE 0.
       01 WS-Returns-Read         PIC 9(7) VALUE 0.
       01 WS-Groups-Written       PIC 9(7) VALUE 0.
       01 WS-Records-Rejected     PIC 9(7) VALUE 0.
      *> the proving pass: what the R records add up to, against
      *> what the trailer says they should.
       01 WS-File-Bad             PIC X VALUE "N".
       01 WS-Trailer-Seen         PIC X VALUE "N".
       01 WS-Scan-Count           PIC 9(7) VALUE 0.
       01 WS-Scan-Hash            PIC 9(13)V99 VALUE 0.
       01 WS-Trailer-Count        PIC 9(7) VALUE 0.
       01 WS-Trailer-Hash         PIC 9(13)V99 VALUE 0.
      *> why the whole file was refused:
      *>   NOHDR no header first, or not a RETURN file
      *>   BADRT a record of unknown type, or an R record whose
      *>         amount is not numeric
      *>   NOTRL no trailer, or records after it
      *>   BADCT trailer count disagrees with the R records
      *>   BADHS trailer hash disagrees with the R amounts
       01 WS-File-Reason          PIC X(5).
      *> why one return failed translation:
      *>   NOREF payment reference missing
      *>   BADDT bad return date
      *>   NOPAY no such payment in the register
      *>   PAYRT the payment has already been returned
       01 WS-Return-Reason        PIC X(5).
       01 WS-Return-Date-Num      PIC 9(8).
      *> Amount= lines carry a real decimal point - a V99 field
      *> strung raw would read back a hundred times too large.
       01 WS-Amount-Edited        PIC 9(7).99.
       01 WS-Out-Line             PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           OPEN INPUT ReturnsFile
           IF WS-Returns-Status NOT = "00"
               DISPLAY "无跨行退汇文件 CLRRTN.DAT,"
               DISPLAY "状态 " WS-Returns-Status
           ELSE
               PERFORM PROVE-RETURNS-FILE
               CLOSE ReturnsFile
               IF WS-File-Bad = "Y"
                   PERFORM NOTE-FILE-REJECT
                   DISPLAY "错误: 退汇文件校验失败,原因 "
                       WS-File-Reason
                   DISPLAY "文件未处理,保留待重发"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TRANSLATE-RETURNS-FILE
               END-IF
           END-IF
           GOBACK.

       PROVE-RETURNS-FILE.
           *> nothing is credited from a file that is not whole: a
           *> truncated or padded returns file would otherwise credit
           *> some customers and silently drop others.
           MOVE "N" TO WS-File-Bad
           MOVE "N" TO WS-Trailer-Seen
           MOVE SPACES TO WS-File-Reason
           MOVE 0 TO WS-Record-Number
           MOVE 0 TO WS-Scan-Count
           MOVE 0 TO WS-Scan-Hash
           MOVE 0 TO WS-Trailer-Count
           MOVE 0 TO WS-Trailer-Hash
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-File-Bad = "Y"
               READ ReturnsFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-Record-Number
                       PERFORM PROVE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-File-Bad = "N"
               EVALUATE TRUE
                   WHEN WS-Record-Number = 0
                       MOVE "NOHDR" TO WS-File-Reason
                   WHEN WS-Trailer-Seen = "N"
                       MOVE "NOTRL" TO WS-File-Reason
                   WHEN WS-Trailer-Count NOT = WS-Scan-Count
                       MOVE "BADCT" TO WS-File-Reason
                   WHEN WS-Trailer-Hash NOT = WS-Scan-Hash
                       MOVE "BADHS" TO WS-File-Reason
               END-EVALUATE
               IF WS-File-Reason NOT = SPACES
                   MOVE "Y" TO WS-File-Bad
               END-IF
           END-IF.

       PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-Record-Number = 1
                   IF NOT CH-Is-Header
                       OR CH-File-Type NOT = "RETURN"
                       MOVE "NOHDR" TO WS-File-Reason
                   END-IF
               WHEN WS-Trailer-Seen = "Y"
                   MOVE "NOTRL" TO WS-File-Reason
               WHEN CR-Is-Return
                   IF CR-Amount IS NUMERIC
                       ADD 1 TO WS-Scan-Count
                       ADD CR-Amount TO WS-Scan-Hash
                   ELSE
                       MOVE "BADRT" TO WS-File-Reason
                   END-IF
               WHEN CT-Is-Trailer
                   IF CT-Record-Count IS NUMERIC
                       AND CT-Hash-Total IS NUMERIC
                       MOVE "Y" TO WS-Trailer-Seen
                       MOVE CT-Record-Count TO WS-Trailer-Count
                       MOVE CT-Hash-Total TO WS-Trailer-Hash
                   ELSE
                       MOVE "NOTRL" TO WS-File-Reason
                   END-IF
               WHEN OTHER
                   MOVE "BADRT" TO WS-File-Reason
           END-EVALUATE
           IF WS-File-Reason NOT = SPACES
               MOVE "Y" TO WS-File-Bad
           END-IF.

       TRANSLATE-RETURNS-FILE.
           OPEN INPUT ExtPayFile
           IF WS-Ext-Pay-Status = "00"
               MOVE "Y" TO WS-Register-Open
           ELSE
               *> no register means nothing was ever sent, so every
               *> return in the file is for a payment we never made.
               MOVE "N" TO WS-Register-Open
           END-IF
           MOVE 0 TO WS-Record-Number
           MOVE 0 TO WS-Returns-Read
           MOVE 0 TO WS-Groups-Written
           MOVE 0 TO WS-Records-Rejected
           PERFORM OPEN-RETURN-OUTPUT
           OPEN INPUT ReturnsFile
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ReturnsFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-Record-Number
                       IF CR-Is-Return
                           ADD 1 TO WS-Returns-Read
                           PERFORM TRANSLATE-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReturnsFile
           CLOSE ReturnOutFile
           IF WS-Register-Open = "Y"
               CLOSE ExtPayFile
           END-IF
           IF WS-Groups-Written > 0
               PERFORM HAND-FILE-TO-BANKCALC
           END-IF
           PERFORM RETIRE-RETURNS-FILE
           DISPLAY "退汇转换完成,读入退汇数: "
               WS-Returns-Read
           DISPLAY "生成交易组数: " WS-Groups-Written
           DISPLAY "拒绝记录数: " WS-Records-Rejected
           IF WS-Records-Rejected > 0
               *> a return that cannot be applied is money the
               *> other bank says it sent back and nobody has been
               *> credited with; somebody has to chase it.
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-RETURN-OUTPUT.
           *> the generated file carries the business date in its
           *> name so BankCalc's checkpoint (keyed by file name)
           *> never confuses one day's returns with another's; the
           *> name travels through the RTNOUT environment variable,
           *> as BankSettle's does through SETLOUT.
           MOVE SPACES TO WS-Return-File-Name
           STRING "payrtn_" WS-Today ".txt"
               DELIMITED BY SIZE INTO WS-Return-File-Name
           DISPLAY "RTNOUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-Return-File-Name UPON ENVIRONMENT-VALUE
           OPEN OUTPUT ReturnOutFile.

       TRANSLATE-ONE-RETURN.
           PERFORM VALIDATE-RETURN-RECORD
           IF WS-Return-Reason = SPACES
               PERFORM WRITE-RETURN-GROUP
           ELSE
               PERFORM NOTE-RETURN-REJECT
           END-IF.

       VALIDATE-RETURN-RECORD.
           MOVE SPACES TO WS-Return-Reason
           EVALUATE TRUE
               WHEN CR-Payment-Ref = SPACES
                   MOVE "NOREF" TO WS-Return-Reason
               WHEN CR-Return-Date NOT NUMERIC
                   MOVE "BADDT" TO WS-Return-Reason
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(CR-Return-Date) TO
                       WS-Return-Date-Num
                   IF FUNCTION TEST-DATE-YYYYMMDD
                       (WS-Return-Date-Num) NOT = 0
                       MOVE "BADDT" TO WS-Return-Reason
                   END-IF
           END-EVALUATE
           IF WS-Return-Reason = SPACES
               IF WS-Register-Open = "N"
                   MOVE "NOPAY" TO WS-Return-Reason
               ELSE
                   MOVE CR-Payment-Ref TO EP-Payment-Ref
                   READ ExtPayFile
                       INVALID KEY
                           MOVE "NOPAY" TO WS-Return-Reason
                       NOT INVALID KEY
                           IF EP-Returned
                               MOVE "PAYRT" TO WS-Return-Reason
                           END-IF
                   END-READ
               END-IF
           END-IF.

       WRITE-RETURN-GROUP.
           *> the register says which account the payment left; the
           *> amount and whether the payment really went out are
           *> checked again at posting, where a mismatch is
           *> rejected into the repair file like any other group.
           MOVE SPACES TO WS-Out-Line
           STRING "AccountNumber=" EP-Account-Number
               DELIMITED BY SIZE INTO WS-Out-Line
           PERFORM WRITE-RETURN-LINE
           MOVE "StatusCode=9" TO WS-Out-Line
           PERFORM WRITE-RETURN-LINE
           MOVE "ExtAction=RETURN" TO WS-Out-Line
           PERFORM WRITE-RETURN-LINE
           MOVE SPACES TO WS-Out-Line
           STRING "PaymentRef=" CR-Payment-Ref
               DELIMITED BY SIZE INTO WS-Out-Line
           PERFORM WRITE-RETURN-LINE
           MOVE CR-Amount TO WS-Amount-Edited
           MOVE SPACES TO WS-Out-Line
           STRING "Amount=" WS-Amount-Edited
               DELIMITED BY SIZE INTO WS-Out-Line
           PERFORM WRITE-RETURN-LINE
           IF CR-Return-Reason NOT = SPACES
               MOVE SPACES TO WS-Out-Line
               STRING "ReturnReason=" CR-Return-Reason
                   DELIMITED BY SIZE INTO WS-Out-Line
               PERFORM WRITE-RETURN-LINE
           END-IF
           *> the money belongs back on the account as of the day
           *> the other bank returned it.
           MOVE SPACES TO WS-Out-Line
           STRING "TxnDate=" CR-Return-Date
               DELIMITED BY SIZE INTO WS-Out-Line
           PERFORM WRITE-RETURN-LINE
           *> the bank's own batch groups are keyed by no operator
           *> and need no second one.
           MOVE "OperatorId=SYSTEM" TO WS-Out-Line
           PERFORM WRITE-RETURN-LINE
           ADD 1 TO WS-Groups-Written.

       WRITE-RETURN-LINE.
           WRITE ReturnOutRecord FROM WS-Out-Line.

       NOTE-RETURN-REJECT.
           ADD 1 TO WS-Records-Rejected
           PERFORM OPEN-REJECT-FILE
           MOVE SPACES TO RejectLine
           STRING "RECORD " WS-Record-Number
               " REASON " WS-Return-Reason
               DELIMITED BY SIZE INTO RejectLine
           WRITE RejectLine
           MOVE SPACES TO RejectLine
           STRING "  " CLR-RETURN-DETAIL
               DELIMITED BY SIZE INTO RejectLine
           WRITE RejectLine
           CLOSE RejectFile.

       NOTE-FILE-REJECT.
           *> the record the proving pass stopped at is quoted when
           *> it found something wrong with one; a count or hash
           *> mismatch is the file as a whole.
           PERFORM OPEN-REJECT-FILE
           MOVE SPACES TO RejectLine
           STRING "FILE CLRRTN.DAT DATE " WS-Today
               " REASON " WS-File-Reason
               " RECORDS " WS-Record-Number
               DELIMITED BY SIZE INTO RejectLine
           WRITE RejectLine
           MOVE SPACES TO RejectLine
           STRING "  TRAILER COUNT " WS-Trailer-Count
               " SCANNED " WS-Scan-Count
               DELIMITED BY SIZE INTO RejectLine
           WRITE RejectLine
           CLOSE RejectFile.

       OPEN-REJECT-FILE.
           OPEN EXTEND RejectFile
           IF WS-Reject-Status = "35"
               OPEN OUTPUT RejectFile
           END-IF.

       RETIRE-RETURNS-FILE.
           *> consumed with the run, as BankSettle retires the card
           *> processor's file: found again by a rerun it would
           *> credit every return a second time.
           MOVE SPACES TO WS-Returns-Done-Name
           STRING "CLRRTN.D" WS-Today
               DELIMITED BY SIZE INTO WS-Returns-Done-Name
           CALL "CBL_RENAME_FILE"
               USING WS-Returns-Path, WS-Returns-Done-Name
               RETURNING WS-Rename-RC
           END-CALL
           IF WS-Rename-RC NOT = 0
               DISPLAY "警告: 无法归档退汇文件 "
                   WS-Returns-Path
           END-IF.

       HAND-FILE-TO-BANKCALC.
           *> same hand-off BankSettle uses: BankCalc consumes the
           *> parm, posts the file through the normal checkpointed
           *> path, and BankCalcFinish writes the control totals.
           OPEN OUTPUT CalcParmFile
           WRITE CalcParmRecord FROM WS-Return-File-Name
           CLOSE CalcParmFile
           CALL "BankCalc"
           CALL "BankCalcFinish"
           IF RETURN-CODE NOT = 0
               DISPLAY "警告: 退汇交易存在被拒绝的交易,"
               DISPLAY "返回码 " RETURN-CODE
           END-IF.
