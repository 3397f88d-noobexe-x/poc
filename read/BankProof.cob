      *> the audit log.  The control-total report only proves the
      *> run's totals against themselves; this program proves the
      *> master file.  Run in SNAPSHOT mode before the day's posting
      *> starts, it copies every ACCOUNT-MASTER-RECORD whole into
      *> ACCTSNAP.DAT (layout ACCTSNAP.cpy), between a header
      *> stamped with the moment it was taken and a trailer carrying
      *> the count and balance total, so the same file is the
      *> starting point BankRecover rebuilds a lost master from.
      *> Run in VERIFY mode after the day's posting,
      *> it replays every posted AUDIT-LOG-RECORD for the chosen run
      *> (both legs of a transfer appear as their own records, so
      *> both are applied) on top of the snapshot balances and
      *> optional second record the 14-character run id to replay.
      *> With no run id the newest run id present in the audit log
      *> (run ids are timestamps, so the highest is today's) is used.
      *> Further optional records, in any order: UNTIL<timestamp>
      *> stops the replay at audit records stamped no later than
      *> that (yyyymmddhhmmsshh, as many leading digits as given),
      *> and SNAPFILE=<name> proves against a snapshot kept under
      *> another name.  BankRecover uses both to prove a master it
      *> rebuilt to a point in time from a chosen snapshot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AM-Account-Number
               FILE STATUS IS WS-AM-Status.

           SELECT SnapshotFile ASSIGN TO "SNAPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Snap-Status.

      *> flat start-of-day copy of the master, one record per account
      *> in the master's own field order.
       FD SnapshotFile.
           COPY "ACCTSNAP.cpy".

       FD AuditLogFile.
           COPY "AUDITLOG.cpy".
      *> of balance against everything the first attempt posted.
      *> Run ids are CURRENT-DATE timestamps, so >= compares safely.
       01 WS-Since-Cutoff         PIC X(14) VALUE SPACES.
       01 WS-Until-Stamp          PIC X(16) VALUE SPACES.
       01 WS-Until-Length         PIC 99 VALUE 0.
       01 WS-Snap-Name            PIC X(30) VALUE "ACCTSNAP.DAT".
       01 WS-Snap-Trailer-Seen    PIC X VALUE "N".
       01 WS-Snap-Balance-Total   PIC S9(11)V99 VALUE 0.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Sort-EOF             PIC X VALUE "N".
       01 WS-Snapshot-Count       PIC 9(7) VALUE 0.
           GOBACK.

       READ-PROOF-PARM.
           *> BankNight calls this program twice in one run unit,
           *> so the optional settings are cleared rather than left
           *> over from the earlier call.
           MOVE SPACES TO WS-Until-Stamp
           MOVE 0 TO WS-Until-Length
           MOVE "ACCTSNAP.DAT" TO WS-Snap-Name
           OPEN INPUT ParmFile
           IF WS-Parm-Status = "00"
               READ ParmFile INTO ParmRecord
                               WS-Target-Run-Id
                       END-IF
               END-READ
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ParmFile INTO ParmRecord
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM READ-PROOF-OPTION
                   END-READ
               END-PERFORM
               CLOSE ParmFile
           END-IF
           *> the IBM COBOL dialect resolves ASSIGN TO a data-name
           *> only through environment-variable filename mapping, so
           *> the snapshot's name travels through the SNAPFILE
           *> environment variable, as BankCycle does for CYCLEOUT.
           DISPLAY "SNAPFILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-Snap-Name UPON ENVIRONMENT-VALUE.

       READ-PROOF-OPTION.
           EVALUATE TRUE
               WHEN ParmRecord(1:5) = "UNTIL"
                   MOVE ParmRecord(6:16) TO WS-Until-Stamp
                   MOVE 0 TO WS-Until-Length
                   INSPECT WS-Until-Stamp TALLYING WS-Until-Length
                       FOR CHARACTERS BEFORE INITIAL SPACE
               WHEN ParmRecord(1:9) = "SNAPFILE="
                   IF ParmRecord(10:21) NOT = SPACES
                       MOVE ParmRecord(10:21) TO WS-Snap-Name
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TAKE-SNAPSHOT.
           MOVE 0 TO WS-Snapshot-Count
           MOVE 0 TO WS-Snap-Balance-Total
           OPEN INPUT AccountMasterFile
           IF WS-AM-Status = "35"
               *> no master yet is the first-day bootstrap, not a
               *> built every balance from zero.
               DISPLAY "账户主文件尚不存在,生成空快照"
               OPEN OUTPUT SnapshotFile
               PERFORM WRITE-SNAPSHOT-HEADER
               PERFORM WRITE-SNAPSHOT-TRAILER
               CLOSE SnapshotFile
           ELSE
           IF WS-AM-Status NOT = "00"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SnapshotFile
               PERFORM WRITE-SNAPSHOT-HEADER
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ AccountMasterFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE "A" TO SN-Record-Type
                           MOVE ACCOUNT-MASTER-RECORD TO
                               SN-Account-Image
                           WRITE SNAPSHOT-RECORD
                           ADD 1 TO WS-Snapshot-Count
                           ADD AM-Balance TO WS-Snap-Balance-Total
                   END-READ
               END-PERFORM
               PERFORM WRITE-SNAPSHOT-TRAILER
               CLOSE SnapshotFile
               CLOSE AccountMasterFile
               DISPLAY "快照完成,账户数: " WS-Snapshot-Count
           END-IF
           END-IF.

       WRITE-SNAPSHOT-HEADER.
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE "H" TO SN-Record-Type
           MOVE FUNCTION CURRENT-DATE TO SN-Taken-Timestamp
           MOVE 0 TO SN-Account-Count
           MOVE 0 TO SN-Balance-Total
           WRITE SNAPSHOT-RECORD.

       WRITE-SNAPSHOT-TRAILER.
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE "T" TO SN-Record-Type
           MOVE FUNCTION CURRENT-DATE TO SN-Taken-Timestamp
           MOVE WS-Snapshot-Count TO SN-Account-Count
           MOVE WS-Snap-Balance-Total TO SN-Balance-Total
           WRITE SNAPSHOT-RECORD.

       RUN-VERIFY.
           OPEN OUTPUT ProofReportFile
           IF WS-Since-Cutoff = SPACES
               WRITE ProofReportLine FROM WS-Print-Line
           ELSE
               MOVE "N" TO WS-EOF
               MOVE "N" TO WS-Snap-Trailer-Seen
               MOVE 0 TO WS-Snapshot-Count
               PERFORM UNTIL WS-EOF = "Y"
                   READ SnapshotFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM RELEASE-ONE-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile
               IF WS-Snap-Trailer-Seen = "N"
                   *> a snapshot cut short leaves some accounts with
                   *> no baseline at all; the proof cannot stand on
                   *> it.
                   MOVE SPACES TO WS-Print-Line
                   STRING "ERROR: SNAPSHOT " WS-Snap-Name
                       " INCOMPLETE (NO TRAILER OR COUNT WRONG)"
                       DELIMITED BY SIZE INTO WS-Print-Line
                   WRITE ProofReportLine FROM WS-Print-Line
                   MOVE "Y" TO WS-Proof-Incomplete
               END-IF
           END-IF.

       RELEASE-ONE-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN SN-Account
                   ADD 1 TO WS-Snapshot-Count
                   MOVE SN-Account-Number TO PS-Account-Number
                   MOVE "S" TO PS-Record-Type
                   MOVE SN-Balance TO PS-Amount
                   RELEASE PROOF-SORT-RECORD
               WHEN SN-Trailer
                   IF SN-Account-Count = WS-Snapshot-Count
                       MOVE "Y" TO WS-Snap-Trailer-Seen
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RELEASE-AUDIT-DELTAS.
           OPEN INPUT AuditLogFile
           IF WS-Audit-Status NOT = "00"
           *> exact run, or every run at or after the SINCE cutoff -
           *> and only the ones that actually posted; a rejected
           *> record left the master untouched so it must leave the
           *> proof untouched too.  A customer-maintenance record
           *> (StatusCode 8) never moves a balance, and one keyed to
           *> no account would otherwise look like an account gone
           *> missing from the master.
           *> An UNTIL bound leaves out everything stamped after it.
           IF AL-Result = "POSTED" AND AL-Status-Code NOT = 8
               AND ((WS-Since-Cutoff NOT = SPACES
                   AND AL-Run-Id >= WS-Since-Cutoff)
               OR (WS-Since-Cutoff = SPACES
                   AND AL-Run-Id = WS-Target-Run-Id))
               AND (WS-Until-Length = 0
               OR AL-Timestamp(1:WS-Until-Length) <=
                   WS-Until-Stamp(1:WS-Until-Length))
               MOVE AL-Account-Number TO PS-Account-Number
               MOVE "A" TO PS-Record-Type
               COMPUTE PS-Amount = AL-New-Balance - AL-Old-Balance
