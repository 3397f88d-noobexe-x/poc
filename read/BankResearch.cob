      *> enough that a future field added to TXNOUT.cpy or
      *> AUDITLOG.cpy rides through unharmed, as in BankArchive.
       FD ScanFile.
       01 ScanRecord              PIC X(400).

       FD ResearchReportFile.
       01 ResearchReportLine      PIC X(80).
       01 WS-Hist-Matched         PIC 9(9) VALUE 0.
       01 WS-Audit-Matched        PIC 9(9) VALUE 0.
       01 WS-Print-Line           PIC X(80).
       01 WS-Balance-Edited       PIC -(6)9.99.
       01 WS-Count-Edited         PIC Z(8)9.

      *> the catalog is keyed by generation name, so each base's
       01 WS-Rsch-Txn.
           05 RT-Account-Number   PIC 9(10).
           05 RT-Status-Code      PIC 9.
           05 RT-Previous-Balance PIC S9(7)V99.
           05 RT-Amount           PIC 9(7)V99.
           05 RT-New-Balance      PIC S9(7)V99.
           05 RT-Result           PIC X(8).
           05 RT-Counterparty-Account PIC 9(10).
           05 RT-Value-Date       PIC X(8).
           05 RT-Reason-Code      PIC X(5).
           05 RT-Network-Ref      PIC X(16).
           05 RT-Resub-Flag       PIC X.
           05 RT-Link-Run-Id      PIC X(14).
           05 RT-Link-Timestamp   PIC X(21).
           05 RT-Link-Status-Code PIC 9.
           05 RT-Subtype          PIC X(8).
           05 RT-Customer-Id      PIC 9(10).
       01 WS-Rsch-Audit.
           05 RA-Run-Id           PIC X(14).
           05 RA-Timestamp        PIC X(21).
           05 RA-Account-Number   PIC 9(10).
           05 RA-Status-Code      PIC 9.
           05 RA-Amount           PIC 9(7)V99.
           05 RA-Old-Balance      PIC S9(7)V99.
           05 RA-New-Balance      PIC S9(7)V99.
           05 RA-Result           PIC X(8).
           05 RA-Counterparty-Account PIC 9(10).
           05 RA-Value-Date       PIC X(8).
           05 RA-Reason-Code      PIC X(5).
           05 RA-Network-Ref      PIC X(16).
           05 RA-Resub-Flag       PIC X.
           05 RA-Link-Run-Id      PIC X(14).
           05 RA-Link-Timestamp   PIC X(21).
           05 RA-Link-Status-Code PIC 9.
           05 RA-Subtype          PIC X(8).
           05 RA-Customer-Id      PIC 9(10).

       01 WS-Type-Names.
           05 FILLER              PIC X(12) VALUE "DEPOSIT".
           05 FILLER              PIC X(12) VALUE "ADJUSTMENT".
           05 FILLER              PIC X(12) VALUE "MAINTENANCE".
           05 FILLER              PIC X(12) VALUE "STANDORDER".
           05 FILLER              PIC X(12) VALUE "REVERSAL".
           05 FILLER              PIC X(12) VALUE "CUSTOMER".
           05 FILLER              PIC X(12) VALUE "EXTERNAL".
           05 FILLER              PIC X(12) VALUE "UNKNOWN".
       01 WS-Type-Table REDEFINES WS-Type-Names.
           05 WS-Type-Name        PIC X(12) OCCURS 10 TIMES.
       01 WS-Type-Idx             PIC 99.

       01 WS-Detail-Line.
           05 WS-DL-Side          PIC X(4).
           IF RT-Account-Number = WS-Research-Account
               MOVE "OWN " TO WS-Side-Tag
           ELSE
               IF (RT-Status-Code = 3 OR RT-Status-Code = 7)
                   AND RT-Counterparty-Account = WS-Research-Account
                   MOVE "CPTY" TO WS-Side-Tag
               END-IF
       PRINT-RESEARCH-TXN-LINE.
           MOVE WS-Side-Tag TO WS-DL-Side
           MOVE RT-Value-Date TO WS-DL-VDate
           IF RT-Status-Code >= 1 AND RT-Status-Code <= 9
               MOVE RT-Status-Code TO WS-Type-Idx
           ELSE
               MOVE 10 TO WS-Type-Idx
           END-IF
           MOVE WS-Type-Name(WS-Type-Idx) TO WS-DL-Type
           MOVE RT-Amount TO WS-DL-Amount
           END-IF
           MOVE RT-Result TO WS-DL-Result
           IF RT-Status-Code = 3
               OR (RT-Status-Code = 7
                   AND RT-Counterparty-Account NOT = 0)
               MOVE RT-Counterparty-Account TO WS-DL-Cpty
           ELSE
               MOVE SPACES TO WS-DL-Cpty

       EXAMINE-RESEARCH-AUDIT.
           IF (RA-Account-Number = WS-Research-Account
               OR ((RA-Status-Code = 3 OR RA-Status-Code = 7) AND
                   RA-Counterparty-Account = WS-Research-Account))
               AND RA-Value-Date >= WS-From-Date
               AND RA-Value-Date <= WS-To-Date
                   " " RA-Reason-Code
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE ResearchReportLine FROM WS-Print-Line
               *> a reversal names the audit record it backs out, so
               *> the dispute trail leads straight to the original.
               IF RA-Status-Code = 7 AND RA-Link-Run-Id NOT = SPACES
                   MOVE SPACES TO WS-Print-Line
                   STRING "    REVERSES RUN " RA-Link-Run-Id
                       " AT " RA-Link-Timestamp(1:14)
                       DELIMITED BY SIZE INTO WS-Print-Line
                   WRITE ResearchReportLine FROM WS-Print-Line
               END-IF
           END-IF.

       WRITE-RESEARCH-TRAILER.
