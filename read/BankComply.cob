      *> names the other side) so one movement is never reported
      *> twice, while the per-account aggregates count each leg
      *> under its own account, which is each account's true
      *> activity.  Each account-day's movements are also added up
      *> for every customer who holds the account (CUSTREL.DAT), so
      *> a customer who stays under the threshold on each of several
      *> accounts is caught when the day's total across them is
      *> not; a transfer between two accounts the same customer
      *> holds moves nothing in or out and is left out of that
      *> customer's total.  Output is a formatted report
      *> (BANKCMPL.RPT) and a fixed-width extract (BANKCMPL.EXT,
      *> layout CMPLEXT.cpy) for the compliance filing system.
      *>
      *> BANKCMPL.PARM: record 1 the threshold amount (decimal
      *> allowed, default 10000.00); record 2 optionally a
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.

           SELECT CustRelationFile ASSIGN TO "CUSTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-Rel-Key
               ALTERNATE RECORD KEY IS CR-Account-Number
                   WITH DUPLICATES
               FILE STATUS IS WS-Cust-Rel-Status.

           SELECT ActivitySortFile ASSIGN TO "BANKCMPL.SRT".

       DATA DIVISION.
       FD ExtractFile.
           COPY "CMPLEXT.cpy".

       FD CustRelationFile.
           COPY "CUSTREL.cpy".

      *> one record per in-scope posted movement, sorted by account
      *> and value date so a single control-break pass can sum each
      *> account-day; the old in-memory table capped the aggregates
      *> at 5000 account-days and went blind past it, the sort has
      *> no cap at all.  AS-Kind "A" is that account record; each
      *> active holder of the account adds a "C" record keyed by
      *> the customer instead, which sort after every "A" record
      *> and are summed per customer-day by the same pass, the
      *> account number within the day telling how many of the
      *> customer's accounts the money went through.
       SD ActivitySortFile.
       01 ACTIVITY-SORT-RECORD.
           05 AS-Kind             PIC X.
           05 AS-Key-Number       PIC 9(10).
           05 AS-Value-Date       PIC X(8).
           05 AS-Account-Number   PIC 9(10).
           05 AS-Amount           PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-Audit-Status         PIC XX VALUE "00".
       01 WS-Report-Status        PIC XX VALUE "00".
       01 WS-Extract-Status       PIC XX VALUE "00".
       01 WS-Cust-Rel-Status      PIC XX VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Rel-EOF              PIC X VALUE "N".
       01 WS-Rel-Absent           PIC X VALUE "N".
       01 WS-Own-Transfer         PIC X VALUE "N".
       01 WS-Parm-Value           PIC X(30).
       01 WS-Threshold            PIC 9(9)V99 VALUE 10000.
       01 WS-Scope-Run-Id         PIC X(14) VALUE SPACES.
       01 WS-Scanned-Count        PIC 9(9) VALUE 0.
       01 WS-Single-Count         PIC 9(7) VALUE 0.
       01 WS-Aggregate-Count      PIC 9(7) VALUE 0.
       01 WS-Customer-Count       PIC 9(7) VALUE 0.
       01 WS-In-Scope             PIC X VALUE "N".
       01 WS-Sort-EOF             PIC X VALUE "N".
       01 WS-Print-Line           PIC X(80).
       01 WS-Amount-Edited        PIC Z(8)9.99.
       01 WS-Count-Edited         PIC Z(8)9.
       01 WS-Accounts-Edited      PIC Z(4)9.

      *> the account-day or customer-day being summed by the control
      *> break over the sorted activity records; the totals decide
      *> the aggregate flag when the kind, the account or customer,
      *> or the date changes.
       01 WS-Agg-Group-Open       PIC X VALUE "N".
       01 WS-Agg-Kind             PIC X.
       01 WS-Agg-Account          PIC 9(10).
       01 WS-Agg-Date             PIC X(8).
       01 WS-Agg-Total            PIC 9(9)V99.
       01 WS-Agg-Movements        PIC 9(7).
       01 WS-Agg-Last-Account     PIC 9(10).
       01 WS-Agg-Accounts         PIC 9(5).

      *> the active holders of the account being examined, read off
      *> CUSTREL's account key before any one of them is looked at,
      *> since looking up the counterparty moves the file.
       01 WS-Holder-Count         PIC 99 VALUE 0.
       01 WS-Holder-Idx           PIC 99 VALUE 0.
       01 WS-Holder-Table.
           05 WS-Holder-Id        PIC 9(10) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN OUTPUT ExtractFile
           PERFORM WRITE-REPORT-HEADER
           SORT ActivitySortFile
               ON ASCENDING KEY AS-Kind
               ON ASCENDING KEY AS-Key-Number
               ON ASCENDING KEY AS-Value-Date
               ON ASCENDING KEY AS-Account-Number
               INPUT PROCEDURE IS SCAN-AUDIT-LOG
               OUTPUT PROCEDURE IS REPORT-AGGREGATES
           PERFORM WRITE-REPORT-TRAILER
           CLOSE ExtractFile
           DISPLAY "合规报告完成,单笔: " WS-Single-Count
           DISPLAY "汇总: " WS-Aggregate-Count
           DISPLAY "客户汇总: " WS-Customer-Count
           GOBACK.

       READ-COMPLY-PARM.
           WRITE ComplyReportLine FROM WS-Print-Line.

       SCAN-AUDIT-LOG.
           *> no relationship file yet means no customer has been
           *> linked to anything, so there is nothing to add up
           *> across accounts; the per-account work goes on alone.
           OPEN INPUT CustRelationFile
           IF WS-Cust-Rel-Status NOT = "00"
               MOVE "Y" TO WS-Rel-Absent
           END-IF
           OPEN INPUT AuditLogFile
           IF WS-Audit-Status NOT = "00"
               MOVE SPACES TO WS-Print-Line
                   END-READ
               END-PERFORM
               CLOSE AuditLogFile
           END-IF
           IF WS-Rel-Absent = "N"
               CLOSE CustRelationFile
           END-IF.

       EXAMINE-AUDIT-RECORD.
           PERFORM CHECK-RECORD-SCOPE
           IF WS-In-Scope = "Y"
               ADD 1 TO WS-Scanned-Count
               MOVE "A" TO AS-Kind
               MOVE AL-Account-Number TO AS-Key-Number
               MOVE AL-Value-Date TO AS-Value-Date
               MOVE AL-Account-Number TO AS-Account-Number
               MOVE AL-Amount TO AS-Amount
               RELEASE ACTIVITY-SORT-RECORD
               IF WS-Rel-Absent = "N"
                   PERFORM RELEASE-CUSTOMER-ACTIVITY
               END-IF
               IF AL-Amount > WS-Threshold
                   PERFORM FLAG-SINGLE-POSTING
               END-IF
           *> only money that actually moved is reportable, so
           *> rejected records never count, and neither do
           *> maintenance or standing-order groups (StatusCode 5/6),
           *> whose Amount is order bookkeeping, not a movement, or
           *> customer maintenance (StatusCode 8), which moves
           *> nothing at all.  A
           *> reversal (StatusCode 7) hands back money that already
           *> counted when it first moved, so it is no new movement
           *> either, and nor is an external payment the other bank
           *> returned (StatusCode 9, subtype RETURN).  The payment
           *> itself is very much reportable.
           IF AL-Result NOT = "POSTED"
               OR AL-Status-Code = 5 OR AL-Status-Code = 6
               OR AL-Status-Code = 7 OR AL-Status-Code = 8
               OR (AL-Status-Code = 9 AND AL-Subtype = "RETURN")
               MOVE "N" TO WS-In-Scope
           ELSE
               EVALUATE TRUE
               END-EVALUATE
           END-IF.

       RELEASE-CUSTOMER-ACTIVITY.
           MOVE 0 TO WS-Holder-Count
           MOVE AL-Account-Number TO CR-Account-Number
           START CustRelationFile KEY = CR-Account-Number
               INVALID KEY
                   MOVE "Y" TO WS-Rel-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-Rel-EOF
           END-START
           PERFORM UNTIL WS-Rel-EOF = "Y"
               READ CustRelationFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Rel-EOF
                   NOT AT END
                       IF CR-Account-Number NOT = AL-Account-Number
                           MOVE "Y" TO WS-Rel-EOF
                       ELSE
                           IF CR-Status-Active
                               AND WS-Holder-Count < 20
                               ADD 1 TO WS-Holder-Count
                               MOVE CR-Customer-Id TO
                                   WS-Holder-Id(WS-Holder-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-Holder-Idx FROM 1 BY 1
                   UNTIL WS-Holder-Idx > WS-Holder-Count
               PERFORM RELEASE-ONE-HOLDER
           END-PERFORM.

       RELEASE-ONE-HOLDER.
           *> a transfer whose other leg is an account this customer
           *> also holds only moves the customer's own money about;
           *> both legs would otherwise double it into the day.
           MOVE "N" TO WS-Own-Transfer
           IF AL-Status-Code = 3 AND AL-Counterparty-Account NOT = 0
               MOVE WS-Holder-Id(WS-Holder-Idx) TO CR-Customer-Id
               MOVE AL-Counterparty-Account TO CR-Account-Number
               READ CustRelationFile KEY IS CR-Rel-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CR-Status-Active
                           MOVE "Y" TO WS-Own-Transfer
                       END-IF
               END-READ
           END-IF
           IF WS-Own-Transfer = "N"
               MOVE "C" TO AS-Kind
               MOVE WS-Holder-Id(WS-Holder-Idx) TO AS-Key-Number
               MOVE AL-Value-Date TO AS-Value-Date
               MOVE AL-Account-Number TO AS-Account-Number
               MOVE AL-Amount TO AS-Amount
               RELEASE ACTIVITY-SORT-RECORD
           END-IF.

       FLAG-SINGLE-POSTING.
           *> a transfer logs one record per leg; reporting only the
           *> debit leg (the one whose balance went down) keeps one
                   CE-Counterparty-Account
               MOVE 1 TO CE-Movement-Count
               MOVE AL-Run-Id TO CE-Run-Id
               MOVE 0 TO CE-Customer-Id
               MOVE 1 TO CE-Account-Count
               WRITE COMPLIANCE-EXTRACT-RECORD
           END-IF.

                       END-IF
                   NOT AT END
                       IF WS-Agg-Group-Open = "N"
                           OR AS-Kind NOT = WS-Agg-Kind
                           OR AS-Key-Number NOT = WS-Agg-Account
                           OR AS-Value-Date NOT = WS-Agg-Date
                           IF WS-Agg-Group-Open = "Y"
                               PERFORM JUDGE-ONE-AGGREGATE
                           END-IF
                           MOVE AS-Kind TO WS-Agg-Kind
                           MOVE AS-Key-Number TO WS-Agg-Account
                           MOVE AS-Value-Date TO WS-Agg-Date
                           MOVE 0 TO WS-Agg-Total
                           MOVE 0 TO WS-Agg-Movements
                           MOVE 0 TO WS-Agg-Accounts
                           MOVE 0 TO WS-Agg-Last-Account
                           MOVE "Y" TO WS-Agg-Group-Open
                       END-IF
                       ADD AS-Amount TO WS-Agg-Total
                       ADD 1 TO WS-Agg-Movements
                       IF AS-Account-Number NOT = WS-Agg-Last-Account
                           ADD 1 TO WS-Agg-Accounts
                           MOVE AS-Account-Number TO
                               WS-Agg-Last-Account
                       END-IF
               END-RETURN
           END-PERFORM.

           *> a single large posting already crossed the threshold
           *> on its own line; the aggregate flag is for accounts
           *> that got there in more than one piece, so single-
           *> movement days are not re-reported here.  Likewise a
           *> customer-day is only news when the money went through
           *> more than one of the customer's accounts - through one
           *> it is that account's own aggregate or single posting.
           IF WS-Agg-Kind = "C"
               IF WS-Agg-Total > WS-Threshold
                   AND WS-Agg-Accounts > 1
                   PERFORM REPORT-ONE-CUSTOMER-DAY
               END-IF
           ELSE
               IF WS-Agg-Total > WS-Threshold
                   AND WS-Agg-Movements > 1
                   PERFORM REPORT-ONE-AGGREGATE
               END-IF
           END-IF.

       REPORT-ONE-AGGREGATE.
           MOVE 0 TO CE-Counterparty-Account
           MOVE WS-Agg-Movements TO CE-Movement-Count
           MOVE WS-Scope-Run-Id TO CE-Run-Id
           MOVE 0 TO CE-Customer-Id
           MOVE 1 TO CE-Account-Count
           WRITE COMPLIANCE-EXTRACT-RECORD.

       REPORT-ONE-CUSTOMER-DAY.
           ADD 1 TO WS-Customer-Count
           MOVE WS-Agg-Total TO WS-Amount-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "CUSTOMER  CUST " WS-Agg-Account
               " DATE " WS-Agg-Date
               " TOTAL " WS-Amount-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE ComplyReportLine FROM WS-Print-Line
           MOVE WS-Agg-Movements TO WS-Count-Edited
           MOVE WS-Agg-Accounts TO WS-Accounts-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "          IN " WS-Count-Edited " MOVEMENTS"
               " ACROSS " WS-Accounts-Edited " ACCOUNTS"
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE ComplyReportLine FROM WS-Print-Line
           MOVE "C" TO CE-Record-Type
           MOVE 0 TO CE-Account-Number
           MOVE WS-Agg-Date TO CE-Value-Date
           MOVE WS-Agg-Total TO CE-Amount
           MOVE 0 TO CE-Counterparty-Account
           MOVE WS-Agg-Movements TO CE-Movement-Count
           MOVE WS-Scope-Run-Id TO CE-Run-Id
           MOVE WS-Agg-Account TO CE-Customer-Id
           MOVE WS-Agg-Accounts TO CE-Account-Count
           WRITE COMPLIANCE-EXTRACT-RECORD.

       WRITE-REPORT-TRAILER.
           STRING "AGGREGATES FLAGGED: " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE ComplyReportLine FROM WS-Print-Line
           MOVE WS-Customer-Count TO WS-Count-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "CUSTOMER-DAYS FLAGGED: " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE ComplyReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           STRING "END OF COMPLIANCE REPORT"
               DELIMITED BY SIZE INTO WS-Print-Line
