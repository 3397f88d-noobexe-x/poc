       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankPayOut.

      *> Outbound interbank clearing file.  An external transfer
      *> (StatusCode 9, ExtAction=PAY) debits the customer at
      *> posting and leaves the payment queued in the external
      *> payment register (EXTPAY.DAT, layout EXTPAY.cpy).  This
      *> program takes everything still queued, gives it the day's
      *> next batch number, marks it sent and writes the batch as a
      *> fixed-width clearing file (layout CLRFILE.cpy): a header
      *> naming our bank, the date and the batch number, one P
      *> record per payment, and a trailer carrying the payment
      *> count and the amount hash - the integrity discipline we
      *> demand of inbound files, so the clearing system can prove
      *> it got the whole batch.  The file is named
      *> CLROUT_yyyymmdd_nnnn.DAT after its date and batch number,
      *> so a second batch on the same day never overwrites the
      *> first.
      *>
      *> BANKPOUT.CFG record 1 is our own bank code, which goes in
      *> every header; without it nothing is sent and the run ends
      *> with return code 8.
      *>
      *> Payments are marked sent before the file is written, so a
      *> failure in between leaves them sent but not delivered.
      *> BANKPOUT.PARM holding RESEND nnnn rewrites today's batch
      *> nnnn from the register, exactly as first written, without
      *> taking anything newly queued into it; the parm is consumed
      *> by the run, as BANKCALC.PARM is.  Asked to resend a batch
      *> that does not exist, the run ends with return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConfigFile ASSIGN TO "BANKPOUT.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Config-Status.

           SELECT ParmFile ASSIGN TO "BANKPOUT.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

           SELECT ExtPayFile ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-Payment-Ref
               FILE STATUS IS WS-Ext-Pay-Status.

           SELECT ClearingOutFile ASSIGN TO "CLROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Out-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ConfigFile.
       01 ConfigRecord            PIC X(30).

       FD ParmFile.
       01 ParmRecord              PIC X(30).

       FD ExtPayFile.
           COPY "EXTPAY.cpy".

       FD ClearingOutFile.
           COPY "CLRFILE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Config-Status        PIC XX VALUE "00".
       01 WS-Parm-Status          PIC XX VALUE "00".
       01 WS-Ext-Pay-Status       PIC XX VALUE "00".
       01 WS-Out-Status           PIC XX VALUE "00".
       01 WS-Today                PIC X(8).
       01 WS-Our-Bank             PIC X(11).
       01 WS-Parm-Path            PIC X(30) VALUE "BANKPOUT.PARM".
       01 WS-Delete-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-Resend               PIC X VALUE "N".
       01 WS-Batch-Seq            PIC 9(4) VALUE 0.
       01 WS-Max-Seq              PIC 9(4) VALUE 0.
       01 WS-Pay-EOF              PIC X VALUE "N".
       01 WS-Out-File-Name        PIC X(30).
       01 WS-Marked-Count         PIC 9(7) VALUE 0.
       01 WS-Record-Count         PIC 9(7) VALUE 0.
       01 WS-Hash-Total           PIC 9(13)V99 VALUE 0.
       01 WS-Hash-Edited          PIC Z(12)9.99.

       PROCEDURE DIVISION.
       BEGIN.
           *> BankNight calls this once a night in the same run unit
           *> as everything else, so nothing is trusted from an
           *> earlier CALL's WORKING-STORAGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE SPACES TO WS-Our-Bank
           MOVE "N" TO WS-Resend
           MOVE 0 TO WS-Batch-Seq
           MOVE 0 TO WS-Marked-Count
           MOVE 0 TO WS-Record-Count
           MOVE 0 TO WS-Hash-Total
           PERFORM READ-PAYOUT-CONFIG
           IF WS-Our-Bank = SPACES
               DISPLAY "错误: BANKPOUT.CFG 未设置本行代码,"
               DISPLAY "清算文件未生成"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-PAYOUT-PARM
           OPEN I-O ExtPayFile
           IF WS-Ext-Pay-Status NOT = "00"
               *> no register yet means no external payment has
               *> ever posted - nothing to send.
               DISPLAY "无跨行付款登记文件,状态 "
                   WS-Ext-Pay-Status
               IF WS-Resend = "Y"
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           IF WS-Resend = "N"
               PERFORM FIND-NEXT-BATCH-SEQ
               PERFORM MARK-QUEUED-PAYMENTS
               IF WS-Marked-Count = 0
                   CLOSE ExtPayFile
                   DISPLAY "无待发送的跨行付款"
                   GOBACK
               END-IF
           END-IF
           PERFORM WRITE-CLEARING-FILE
           CLOSE ExtPayFile
           IF WS-Record-Count = 0
               *> only a resend can get here empty-handed: it named
               *> a batch today never had.
               DISPLAY "错误: 今日无批次 " WS-Batch-Seq
               DISPLAY "重发的清算文件为空"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-Hash-Total TO WS-Hash-Edited
               DISPLAY "清算文件已生成: " WS-Out-File-Name
               DISPLAY "付款笔数: " WS-Record-Count
               DISPLAY "金额合计: " WS-Hash-Edited
           END-IF
           GOBACK.

       READ-PAYOUT-CONFIG.
           OPEN INPUT ConfigFile
           IF WS-Config-Status = "00"
               READ ConfigFile
                   NOT AT END
                       MOVE ConfigRecord(1:11) TO WS-Our-Bank
               END-READ
               CLOSE ConfigFile
           END-IF.

       READ-PAYOUT-PARM.
           OPEN INPUT ParmFile
           IF WS-Parm-Status = "00"
               READ ParmFile
                   NOT AT END
                       IF ParmRecord(1:7) = "RESEND "
                           AND ParmRecord(8:4) IS NUMERIC
                           MOVE "Y" TO WS-Resend
                           MOVE ParmRecord(8:4) TO WS-Batch-Seq
                       ELSE
                           DISPLAY "警告: 无法识别的参数: "
                               ParmRecord
                       END-IF
               END-READ
               CLOSE ParmFile
               *> a resend is a one-off instruction; left on disk it
               *> would resend the same batch every night after.
               CALL "CBL_DELETE_FILE" USING WS-Parm-Path
                   RETURNING WS-Delete-RC
               END-CALL
           END-IF.

       START-REGISTER-WALK.
           MOVE LOW-VALUES TO EP-Payment-Ref
           START ExtPayFile KEY >= EP-Payment-Ref
               INVALID KEY
                   MOVE "Y" TO WS-Pay-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-Pay-EOF
           END-START.

       FIND-NEXT-BATCH-SEQ.
           *> batches are numbered from 1 within each day.
           MOVE 0 TO WS-Max-Seq
           PERFORM START-REGISTER-WALK
           PERFORM UNTIL WS-Pay-EOF = "Y"
               READ ExtPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Pay-EOF
                   NOT AT END
                       IF EP-Sent-Date = WS-Today
                           AND EP-Batch-Seq > WS-Max-Seq
                           MOVE EP-Batch-Seq TO WS-Max-Seq
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-Batch-Seq = WS-Max-Seq + 1.

       MARK-QUEUED-PAYMENTS.
           *> the payment stays in the register, now as sent, with
           *> the batch it went in; a return can only come back for
           *> a payment that has gone out.
           PERFORM START-REGISTER-WALK
           PERFORM UNTIL WS-Pay-EOF = "Y"
               READ ExtPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Pay-EOF
                   NOT AT END
                       IF EP-Queued
                           MOVE "S" TO EP-Status
                           MOVE WS-Today TO EP-Sent-Date
                           MOVE WS-Batch-Seq TO EP-Batch-Seq
                           REWRITE EXTERNAL-PAYMENT-RECORD
                           END-REWRITE
                           ADD 1 TO WS-Marked-Count
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-CLEARING-FILE.
           *> the IBM COBOL dialect resolves ASSIGN TO a data-name
           *> only through environment-variable filename mapping, so
           *> the computed name travels through the CLROUT
           *> environment variable, as BankSettle does for SETLOUT.
           MOVE SPACES TO WS-Out-File-Name
           STRING "CLROUT_" WS-Today "_" WS-Batch-Seq ".DAT"
               DELIMITED BY SIZE INTO WS-Out-File-Name
           DISPLAY "CLROUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-Out-File-Name UPON ENVIRONMENT-VALUE
           OPEN OUTPUT ClearingOutFile
           MOVE SPACES TO CLR-BATCH-HEADER
           MOVE "H" TO CH-Record-Type
           MOVE WS-Our-Bank TO CH-Sender-Bank
           MOVE WS-Today TO CH-File-Date
           MOVE WS-Batch-Seq TO CH-Batch-Seq
           MOVE "PAYOUT" TO CH-File-Type
           WRITE CLR-BATCH-HEADER
           PERFORM START-REGISTER-WALK
           PERFORM UNTIL WS-Pay-EOF = "Y"
               READ ExtPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Pay-EOF
                   NOT AT END
                       *> a payment returned since it went out was
                       *> still in the batch as first sent.
                       IF EP-Sent-Date = WS-Today
                           AND EP-Batch-Seq = WS-Batch-Seq
                           AND NOT EP-Queued
                           PERFORM WRITE-PAYMENT-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO CLR-BATCH-TRAILER
           MOVE "T" TO CT-Record-Type
           MOVE WS-Record-Count TO CT-Record-Count
           MOVE WS-Hash-Total TO CT-Hash-Total
           WRITE CLR-BATCH-TRAILER
           CLOSE ClearingOutFile.

       WRITE-PAYMENT-DETAIL.
           *> the record area is undefined after a WRITE in this
           *> dialect, so every field is set afresh each time.
           MOVE SPACES TO CLR-PAYMENT-DETAIL
           MOVE "P" TO CP-Record-Type
           MOVE EP-Payment-Ref TO CP-Payment-Ref
           MOVE EP-Account-Number TO CP-Debtor-Account
           MOVE EP-Debtor-Name TO CP-Debtor-Name
           MOVE EP-Amount TO CP-Amount
           MOVE EP-Bene-Bank TO CP-Bene-Bank
           MOVE EP-Bene-Account TO CP-Bene-Account
           MOVE EP-Bene-Name TO CP-Bene-Name
           MOVE EP-Value-Date TO CP-Value-Date
           WRITE CLR-PAYMENT-DETAIL
           ADD 1 TO WS-Record-Count
           ADD EP-Amount TO WS-Hash-Total.
