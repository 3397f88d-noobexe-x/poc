       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRecover.

      *> Forward recovery of the account master.  When ACCTMAST.DAT
      *> is damaged or lost partway through the night, this rebuilds
      *> it from a start-of-day snapshot (ACCTSNAP.DAT or a copy
      *> kept under another name, layout ACCTSNAP.cpy) and then
      *> replays the posted audit records written since that
      *> snapshot, in the order they were written, up to a chosen
      *> stopping point.  Every posted AUDIT-LOG-RECORD carries the
      *> account's balance before and after it, and - on records
      *> written since the image was kept - the standing the group
      *> left the master with, so a replay rebuilds openings,
      *> freezes, closures and overdraft limits as well as money.
      *>
      *> Each replayed record is checked before it is applied: the
      *> balance rebuilt so far must equal the record's
      *> AL-Old-Balance.  The first record that does not agree stops
      *> the replay right there and is reported - a gap in the log
      *> or a snapshot from the wrong day would otherwise rebuild a
      *> master that looks whole and is wrong.
      *>
      *> The audit records come from every AUDITLOG generation the
      *> archive catalog (ARCHCAT.DAT) lists from the snapshot's
      *> date on, then the live AUDITLOG.DAT.  A generation the
      *> replay needs that is no longer on disk stops the recovery
      *> before the master is touched.  Generations whose business
      *> date is more than a day older than the snapshot are not
      *> read at all (the night's business date can trail the clock
      *> by a day when the batch slips past midnight, hence the
      *> day's grace).
      *>
      *> BANKRCVR.PARM:
      *>   record 1  where to stop: RUN <run id> replays through the
      *>             end of that run, TIME <yyyymmddhhmmsshh> (as
      *>             many leading digits as needed) through the last
      *>             record stamped no later than that; blank or ALL
      *>             replays everything on file
      *>   record 2  optional snapshot file name (default
      *>             ACCTSNAP.DAT)
      *>
      *> The snapshot is proven whole (header, trailer, count)
      *> before the master is rebuilt; nothing is written to the
      *> master until the snapshot and the needed generations are
      *> known to be there.  Keep a copy of the damaged master first
      *> if it is wanted for investigation - the rebuild replaces
      *> it.  Only the account master is rebuilt: holds, standing
      *> orders and the customer files have their own files and are
      *> not touched.
      *>
      *> BANKRCVR.RPT shows the snapshot used, the stopping point,
      *> the records replayed, the accounts restored and created,
      *> the balance totals, and any record that stopped the
      *> replay.  A complete replay from the live log alone is then
      *> proved by CALLing BankProof VERIFY over the same snapshot
      *> and the same span of the log, so the rebuilt master is
      *> released only once it proves in balance.  Return code 0
      *> means rebuilt and proved, 4 rebuilt but not provable here
      *> (the replay needed archived generations, and the proof
      *> reads only the live log), 8 stopped or failed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParmFile ASSIGN TO "BANKRCVR.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

           SELECT SnapshotFile ASSIGN TO "SNAPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Snap-Status.

           SELECT AccountMasterFile ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-Account-Number
               FILE STATUS IS WS-AM-Status.

           SELECT CatalogFile ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-Generation-Name
               FILE STATUS IS WS-Catalog-Status.

           SELECT AuditScanFile ASSIGN TO "RCVRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Scan-Status.

           SELECT RecoverReportFile ASSIGN TO "BANKRCVR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

           SELECT ProofParmFile ASSIGN TO "BANKPROOF.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProofParm-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
       01 ParmRecord              PIC X(30).

       FD SnapshotFile.
           COPY "ACCTSNAP.cpy".

       FD AccountMasterFile.
           COPY "ACCTMAST.cpy".

       FD CatalogFile.
           COPY "ARCHCAT.cpy".

       FD AuditScanFile.
           COPY "AUDITLOG.cpy".

       FD RecoverReportFile.
       01 RecoverReportLine       PIC X(80).

       FD ProofParmFile.
       01 ProofParmRecord         PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-Parm-Status          PIC XX VALUE "00".
       01 WS-Snap-Status          PIC XX VALUE "00".
       01 WS-AM-Status            PIC XX VALUE "00".
       01 WS-Catalog-Status       PIC XX VALUE "00".
       01 WS-Scan-Status          PIC XX VALUE "00".
       01 WS-Report-Status        PIC XX VALUE "00".
       01 WS-ProofParm-Status     PIC XX VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Cat-EOF              PIC X VALUE "N".

      *> where the replay stops: "A" everything, "R" through a run
      *> id, "T" through a timestamp (its first WS-Stop-Length
      *> characters).
       01 WS-Stop-Mode            PIC X VALUE "A".
       01 WS-Stop-Run-Id          PIC X(14) VALUE SPACES.
       01 WS-Stop-Stamp           PIC X(16) VALUE SPACES.
       01 WS-Stop-Length          PIC 99 VALUE 0.
       01 WS-Snap-Name            PIC X(30) VALUE "ACCTSNAP.DAT".

      *> the snapshot: when it was taken, and what its trailer says
      *> it holds.  Run ids are CURRENT-DATE timestamps, so every
      *> run since the snapshot has a run id at or after its first
      *> 14 characters - the same SINCE cutoff BankNight hands
      *> BankProof.
       01 WS-Snap-Stamp           PIC X(21) VALUE SPACES.
       01 WS-Snap-Cutoff          PIC X(14) VALUE SPACES.
       01 WS-Snap-Date-Num        PIC 9(8) VALUE 0.
       01 WS-Gen-Floor-Int        PIC S9(9) VALUE 0.
       01 WS-Gen-Floor            PIC 9(8) VALUE 0.
       01 WS-Snap-Header-Seen     PIC X VALUE "N".
       01 WS-Snap-Trailer-Seen    PIC X VALUE "N".
       01 WS-Snap-Count           PIC 9(9) VALUE 0.
       01 WS-Snap-Total           PIC S9(11)V99 VALUE 0.
       01 WS-Snap-Trailer-Count   PIC 9(9) VALUE 0.

       01 WS-Scan-Name            PIC X(30).
       01 WS-Failed               PIC X VALUE "N".
       01 WS-Stopped              PIC X VALUE "N".
       01 WS-Account-Found        PIC X VALUE "N".
       01 WS-Last-Stamp           PIC X(16) VALUE SPACES.
       01 WS-Gen-Records-Used     PIC 9(9) VALUE 0.

       01 WS-Records-Read         PIC 9(9) VALUE 0.
       01 WS-Records-Replayed     PIC 9(9) VALUE 0.
       01 WS-Standing-Applied     PIC 9(9) VALUE 0.
       01 WS-Balance-Only         PIC 9(9) VALUE 0.
       01 WS-Accounts-Restored    PIC 9(9) VALUE 0.
       01 WS-Accounts-Created     PIC 9(9) VALUE 0.
       01 WS-Accounts-Final       PIC 9(9) VALUE 0.
       01 WS-Net-Movement         PIC S9(11)V99 VALUE 0.
       01 WS-Final-Total          PIC S9(11)V99 VALUE 0.

       01 WS-Print-Line           PIC X(80).
       01 WS-Count-Edited         PIC Z(8)9.
       01 WS-Total-Edited         PIC -(10)9.99.
       01 WS-Balance-Edited       PIC -(6)9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM READ-RECOVERY-PARM
           OPEN OUTPUT RecoverReportFile
           PERFORM WRITE-REPORT-HEADER
           PERFORM CHECK-SNAPSHOT
           IF WS-Failed = "N"
               PERFORM CHECK-GENERATIONS
           END-IF
           IF WS-Failed = "N"
               PERFORM RESTORE-FROM-SNAPSHOT
           END-IF
           IF WS-Failed = "N"
               PERFORM REPLAY-AUDIT-LOG
               PERFORM TOTAL-REBUILT-MASTER
               CLOSE AccountMasterFile
               PERFORM WRITE-REPORT-TOTALS
           END-IF
           EVALUATE TRUE
               WHEN WS-Failed = "Y" OR WS-Stopped = "Y"
                   MOVE "VERDICT: RECOVERY STOPPED - SEE ABOVE"
                       TO WS-Print-Line
                   WRITE RecoverReportLine FROM WS-Print-Line
                   CLOSE RecoverReportFile
                   DISPLAY "错误: 账户主文件恢复未完成"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Gen-Records-Used > 0
                   MOVE SPACES TO WS-Print-Line
                   STRING "VERDICT: REBUILT - REPLAY USED ARCHIVED"
                       " GENERATIONS, PROVE BY HAND"
                       DELIMITED BY SIZE INTO WS-Print-Line
                   WRITE RecoverReportLine FROM WS-Print-Line
                   CLOSE RecoverReportFile
                   DISPLAY "账户主文件已重建,需人工核对"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CLOSE RecoverReportFile
                   PERFORM PROVE-REBUILT-MASTER
           END-EVALUATE
           GOBACK.

       READ-RECOVERY-PARM.
           MOVE "A" TO WS-Stop-Mode
           OPEN INPUT ParmFile
           IF WS-Parm-Status = "00"
               READ ParmFile INTO ParmRecord
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ParmRecord(1:4) = "RUN "
                               MOVE "R" TO WS-Stop-Mode
                               MOVE ParmRecord(5:14) TO
                                   WS-Stop-Run-Id
                           WHEN ParmRecord(1:5) = "TIME "
                               MOVE "T" TO WS-Stop-Mode
                               MOVE ParmRecord(6:16) TO
                                   WS-Stop-Stamp
                               MOVE 0 TO WS-Stop-Length
                               INSPECT WS-Stop-Stamp TALLYING
                                   WS-Stop-Length FOR CHARACTERS
                                   BEFORE INITIAL SPACE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               READ ParmFile INTO ParmRecord
                   NOT AT END
                       IF ParmRecord NOT = SPACES
                           MOVE ParmRecord TO WS-Snap-Name
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF
           IF WS-Stop-Mode = "T" AND WS-Stop-Length = 0
               MOVE "A" TO WS-Stop-Mode
           END-IF
           *> the IBM COBOL dialect resolves ASSIGN TO a data-name
           *> only through environment-variable filename mapping, so
           *> the snapshot's name travels through the SNAPFILE
           *> environment variable, as BankProof's does.
           DISPLAY "SNAPFILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-Snap-Name UPON ENVIRONMENT-VALUE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-Print-Line
           STRING "ACCOUNT MASTER RECOVERY FROM " WS-Snap-Name
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           EVALUATE WS-Stop-Mode
               WHEN "R"
                   STRING "REPLAY THROUGH RUN " WS-Stop-Run-Id
                       DELIMITED BY SIZE INTO WS-Print-Line
               WHEN "T"
                   STRING "REPLAY THROUGH TIME "
                       WS-Stop-Stamp(1:WS-Stop-Length)
                       DELIMITED BY SIZE INTO WS-Print-Line
               WHEN OTHER
                   MOVE "REPLAY THROUGH END OF LOG" TO WS-Print-Line
           END-EVALUATE
           WRITE RecoverReportLine FROM WS-Print-Line.

       CHECK-SNAPSHOT.
           *> read right through before anything is rebuilt: a
           *> snapshot without its header cannot say where the
           *> replay starts, and one without a matching trailer was
           *> cut short.
           MOVE "N" TO WS-Snap-Header-Seen
           MOVE "N" TO WS-Snap-Trailer-Seen
           MOVE 0 TO WS-Snap-Count
           MOVE 0 TO WS-Snap-Total
           OPEN INPUT SnapshotFile
           IF WS-Snap-Status NOT = "00"
               MOVE SPACES TO WS-Print-Line
               STRING "ERROR: CANNOT OPEN SNAPSHOT, STATUS "
                   WS-Snap-Status
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE RecoverReportLine FROM WS-Print-Line
               MOVE "Y" TO WS-Failed
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SnapshotFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile
               IF WS-Snap-Header-Seen = "N"
                   OR WS-Snap-Trailer-Seen = "N"
                   OR WS-Snap-Trailer-Count NOT = WS-Snap-Count
                   MOVE "ERROR: SNAPSHOT INCOMPLETE OR NOT HEADERED"
                       TO WS-Print-Line
                   WRITE RecoverReportLine FROM WS-Print-Line
                   MOVE "Y" TO WS-Failed
               ELSE
                   MOVE WS-Snap-Stamp(1:14) TO WS-Snap-Cutoff
                   MOVE WS-Snap-Stamp(1:16) TO WS-Last-Stamp
                   MOVE FUNCTION NUMVAL(WS-Snap-Stamp(1:8)) TO
                       WS-Snap-Date-Num
                   COMPUTE WS-Gen-Floor-Int =
                       FUNCTION INTEGER-OF-DATE(WS-Snap-Date-Num) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-Gen-Floor-Int)
                       TO WS-Gen-Floor
                   MOVE SPACES TO WS-Print-Line
                   STRING "SNAPSHOT TAKEN " WS-Snap-Stamp(1:16)
                       DELIMITED BY SIZE INTO WS-Print-Line
                   WRITE RecoverReportLine FROM WS-Print-Line
               END-IF
           END-IF.

       CHECK-ONE-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN SN-Header
                   MOVE "Y" TO WS-Snap-Header-Seen
                   MOVE SN-Taken-Timestamp TO WS-Snap-Stamp
               WHEN SN-Account
                   ADD 1 TO WS-Snap-Count
                   ADD SN-Balance TO WS-Snap-Total
               WHEN SN-Trailer
                   MOVE "Y" TO WS-Snap-Trailer-Seen
                   MOVE SN-Account-Count TO WS-Snap-Trailer-Count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-GENERATIONS.
           *> every archived generation the replay will need must
           *> still be on disk; finding a purged one halfway through
           *> would leave the master half rebuilt.
           OPEN INPUT CatalogFile
           IF WS-Catalog-Status = "00"
               MOVE SPACES TO AC-Generation-Name
               START CatalogFile KEY >= AC-Generation-Name
                   INVALID KEY
                       MOVE "Y" TO WS-Cat-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-Cat-EOF
               END-START
               PERFORM UNTIL WS-Cat-EOF = "Y"
                   READ CatalogFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-Cat-EOF
                       NOT AT END
                           IF AC-Base-Name = "AUDITLOG"
                               AND AC-Business-Date >= WS-Gen-Floor
                               PERFORM CHECK-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogFile
           END-IF.

       CHECK-ONE-GENERATION.
           MOVE AC-Generation-Name TO WS-Scan-Name
           PERFORM OPEN-SCAN-FILE
           IF WS-Scan-Status = "00"
               CLOSE AuditScanFile
           ELSE
               MOVE SPACES TO WS-Print-Line
               STRING "ERROR: GENERATION " WS-Scan-Name
                   " IS CATALOGUED BUT MISSING"
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE RecoverReportLine FROM WS-Print-Line
               MOVE "Y" TO WS-Failed
           END-IF.

       OPEN-SCAN-FILE.
           *> the IBM COBOL dialect resolves ASSIGN TO a data-name
           *> only through environment-variable filename mapping, so
           *> each file name travels through the RCVRFILE
           *> environment variable, as BankResearch does for
           *> RSCHFILE.
           DISPLAY "RCVRFILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-Scan-Name UPON ENVIRONMENT-VALUE
           OPEN INPUT AuditScanFile.

       RESTORE-FROM-SNAPSHOT.
           OPEN OUTPUT AccountMasterFile
           CLOSE AccountMasterFile
           OPEN I-O AccountMasterFile
           IF WS-AM-Status NOT = "00"
               MOVE SPACES TO WS-Print-Line
               STRING "ERROR: CANNOT CREATE ACCOUNT MASTER, STATUS "
                   WS-AM-Status
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE RecoverReportLine FROM WS-Print-Line
               MOVE "Y" TO WS-Failed
           ELSE
               OPEN INPUT SnapshotFile
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SnapshotFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SN-Account
                               PERFORM RESTORE-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile
           END-IF.

       RESTORE-ONE-ACCOUNT.
           MOVE SN-Account-Image TO ACCOUNT-MASTER-RECORD
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "警告: 快照中账户重复: "
                       SN-Account-Number
               NOT INVALID KEY
                   ADD 1 TO WS-Accounts-Restored
           END-WRITE.

       REPLAY-AUDIT-LOG.
           *> generations in catalog order (their names carry the
           *> date, so that is the order they were cut), then the
           *> live log, which holds everything since the last cut.
           OPEN INPUT CatalogFile
           IF WS-Catalog-Status = "00"
               MOVE SPACES TO AC-Generation-Name
               START CatalogFile KEY >= AC-Generation-Name
                   INVALID KEY
                       MOVE "Y" TO WS-Cat-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-Cat-EOF
               END-START
               PERFORM UNTIL WS-Cat-EOF = "Y" OR WS-Stopped = "Y"
                   READ CatalogFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-Cat-EOF
                       NOT AT END
                           IF AC-Base-Name = "AUDITLOG"
                               AND AC-Business-Date >= WS-Gen-Floor
                               MOVE AC-Generation-Name TO
                                   WS-Scan-Name
                               PERFORM REPLAY-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogFile
           END-IF
           IF WS-Stopped = "N"
               MOVE "AUDITLOG.DAT" TO WS-Scan-Name
               PERFORM REPLAY-ONE-FILE
           END-IF.

       REPLAY-ONE-FILE.
           PERFORM OPEN-SCAN-FILE
           IF WS-Scan-Status = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y" OR WS-Stopped = "Y"
                   READ AuditScanFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Records-Read
                           PERFORM REPLAY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AuditScanFile
           END-IF.

       REPLAY-ONE-RECORD.
           *> in scope: written since the snapshot, not past the
           *> stopping point, posted, and against an account whose
           *> master the group actually wrote.  A customer group
           *> from before the image was kept never moved a balance,
           *> so it is left out the way BankProof leaves it out.
           IF AL-Run-Id < WS-Snap-Cutoff
               OR AL-Result NOT = "POSTED"
               OR AL-Account-Number = 0
               OR AL-Master-Image-Flag = "N"
               OR (AL-Master-Image-Flag = SPACE
                   AND AL-Status-Code = 8)
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-Stop-Mode = "R"
                       AND AL-Run-Id > WS-Stop-Run-Id
                       CONTINUE
                   WHEN WS-Stop-Mode = "T"
                       AND AL-Timestamp(1:WS-Stop-Length) >
                           WS-Stop-Stamp(1:WS-Stop-Length)
                       CONTINUE
                   WHEN OTHER
                       PERFORM APPLY-AUDIT-RECORD
               END-EVALUATE
           END-IF.

       APPLY-AUDIT-RECORD.
           MOVE AL-Account-Number TO AM-Account-Number
           READ AccountMasterFile
               INVALID KEY
                   MOVE "N" TO WS-Account-Found
               NOT INVALID KEY
                   MOVE "Y" TO WS-Account-Found
           END-READ
           EVALUATE TRUE
               WHEN WS-Account-Found = "N"
                   AND AL-Master-Imaged AND AL-Old-Balance = 0
                   *> an account opened since the snapshot.
                   MOVE AL-Account-Number TO AM-Account-Number
                   MOVE AL-New-Balance TO AM-Balance
                   PERFORM APPLY-STANDING-IMAGE
                   WRITE ACCOUNT-MASTER-RECORD
                   ADD 1 TO WS-Accounts-Created
                   PERFORM COUNT-REPLAYED-RECORD
               WHEN WS-Account-Found = "N"
                   PERFORM REPORT-MISMATCH
               WHEN AM-Balance NOT = AL-Old-Balance
                   PERFORM REPORT-MISMATCH
               WHEN OTHER
                   MOVE AL-New-Balance TO AM-Balance
                   IF AL-Master-Imaged
                       PERFORM APPLY-STANDING-IMAGE
                   ELSE
                       ADD 1 TO WS-Balance-Only
                   END-IF
                   REWRITE ACCOUNT-MASTER-RECORD
                   PERFORM COUNT-REPLAYED-RECORD
           END-EVALUATE.

       APPLY-STANDING-IMAGE.
           MOVE AL-After-Status TO AM-Status
           MOVE AL-After-Account-Type TO AM-Account-Type
           MOVE AL-After-Holder-Name TO AM-Holder-Name
           MOVE AL-After-Open-Date TO AM-Open-Date
           MOVE AL-After-Last-Activity TO AM-Last-Activity-Date
           MOVE AL-After-Overdraft-Limit TO AM-Overdraft-Limit
           MOVE AL-After-Customer-Id TO AM-Customer-Id
           ADD 1 TO WS-Standing-Applied.

       COUNT-REPLAYED-RECORD.
           ADD 1 TO WS-Records-Replayed
           COMPUTE WS-Net-Movement = WS-Net-Movement
               + AL-New-Balance - AL-Old-Balance
           MOVE AL-Timestamp(1:16) TO WS-Last-Stamp
           IF WS-Scan-Name NOT = "AUDITLOG.DAT"
               ADD 1 TO WS-Gen-Records-Used
           END-IF.

       REPORT-MISMATCH.
           *> the log and the rebuilt master disagree: stop here
           *> rather than build anything further on a wrong balance.
           MOVE "Y" TO WS-Stopped
           MOVE SPACES TO WS-Print-Line
           STRING "MISMATCH IN " WS-Scan-Name " RUN " AL-Run-Id
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           STRING "  RECORD " AL-Timestamp(1:16)
               " ACCOUNT " AL-Account-Number
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           MOVE AL-Old-Balance TO WS-Balance-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "  LOG OLD BALANCE    " WS-Balance-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           IF WS-Account-Found = "N"
               MOVE "  REBUILT MASTER     ACCOUNT NOT ON FILE"
                   TO WS-Print-Line
           ELSE
               MOVE AM-Balance TO WS-Balance-Edited
               STRING "  REBUILT BALANCE    " WS-Balance-Edited
                   DELIMITED BY SIZE INTO WS-Print-Line
           END-IF
           WRITE RecoverReportLine FROM WS-Print-Line.

       TOTAL-REBUILT-MASTER.
           MOVE 0 TO WS-Accounts-Final
           MOVE 0 TO WS-Final-Total
           MOVE LOW-VALUES TO AM-Account-Number
           START AccountMasterFile KEY IS > AM-Account-Number
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ AccountMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-Accounts-Final
                       ADD AM-Balance TO WS-Final-Total
               END-READ
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE WS-Accounts-Restored TO WS-Count-Edited
           MOVE WS-Snap-Total TO WS-Total-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "ACCOUNTS FROM SNAPSHOT  " WS-Count-Edited
               "  BALANCE " WS-Total-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           MOVE WS-Records-Read TO WS-Count-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "AUDIT RECORDS READ      " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           MOVE WS-Records-Replayed TO WS-Count-Edited
           MOVE WS-Net-Movement TO WS-Total-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "AUDIT RECORDS REPLAYED  " WS-Count-Edited
               "  NET     " WS-Total-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           MOVE WS-Standing-Applied TO WS-Count-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "STANDING IMAGES APPLIED " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           IF WS-Balance-Only > 0
               *> records from before the image was kept restore the
               *> balance only; any standing change they made has to
               *> be re-keyed.
               MOVE WS-Balance-Only TO WS-Count-Edited
               MOVE SPACES TO WS-Print-Line
               STRING "BALANCE-ONLY RECORDS    " WS-Count-Edited
                   "  (NO STANDING IMAGE)"
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE RecoverReportLine FROM WS-Print-Line
           END-IF
           MOVE WS-Accounts-Created TO WS-Count-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "ACCOUNTS OPENED SINCE   " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           MOVE WS-Accounts-Final TO WS-Count-Edited
           MOVE WS-Final-Total TO WS-Total-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "ACCOUNTS ON REBUILT FILE" WS-Count-Edited
               "  BALANCE " WS-Total-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           STRING "LAST RECORD REPLAYED    " WS-Last-Stamp
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE RecoverReportLine FROM WS-Print-Line.

       PROVE-REBUILT-MASTER.
           *> the same proof the night runs: the snapshot plus every
           *> posted record since it, up to the last one replayed,
           *> must reproduce the rebuilt master exactly.
           OPEN OUTPUT ProofParmFile
           MOVE "VERIFY" TO ProofParmRecord
           WRITE ProofParmRecord
           MOVE SPACES TO ProofParmRecord
           STRING "SINCE" WS-Snap-Cutoff
               DELIMITED BY SIZE INTO ProofParmRecord
           WRITE ProofParmRecord
           MOVE SPACES TO ProofParmRecord
           STRING "UNTIL" WS-Last-Stamp
               DELIMITED BY SIZE INTO ProofParmRecord
           WRITE ProofParmRecord
           MOVE SPACES TO ProofParmRecord
           STRING "SNAPFILE=" WS-Snap-Name
               DELIMITED BY SIZE INTO ProofParmRecord
           WRITE ProofParmRecord
           CLOSE ProofParmFile
           MOVE 0 TO RETURN-CODE
           CALL "BankProof"
           IF RETURN-CODE = 0
               DISPLAY "账户主文件恢复完成,核对平衡"
           ELSE
               DISPLAY "错误: 恢复后的主文件核对不平,"
               DISPLAY "详见 BANKPROOF.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
