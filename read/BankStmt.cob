       01 SORT-WORK-RECORD.
           05 SR-Account-Number   PIC 9(10).
           05 SR-Sequence         PIC 9(9).
           05 SR-Txn-Data         PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-TxnOut-Status        PIC XX VALUE "00".
       01 WS-Txn-Count            PIC 9(9) VALUE 0.
       01 WS-Page-Number          PIC 9(4) VALUE 0.
       01 WS-Line-Count           PIC 9(2) VALUE 99.
       01 WS-Closing-Balance      PIC S9(7)V99 VALUE 0.
       01 WS-Master-Open          PIC X VALUE "N".
       01 WS-Run-Stamp            PIC X(14).

       01 WS-Stmt-Txn.
           05 ST-Account-Number   PIC 9(10).
           05 ST-Status-Code      PIC 9.
           05 ST-Previous-Balance PIC S9(7)V99.
           05 ST-Amount           PIC 9(7)V99.
           05 ST-New-Balance      PIC S9(7)V99.
           05 ST-Result           PIC X(8).
           05 ST-Counterparty-Account PIC 9(10).
           05 ST-Value-Date       PIC X(8).
           05 ST-Reason-Code      PIC X(5).
           05 ST-Network-Ref      PIC X(16).
           05 ST-Resub-Flag       PIC X.
           05 ST-Link-Run-Id      PIC X(14).
           05 ST-Link-Timestamp   PIC X(21).
           05 ST-Link-Status-Code PIC 9.
           05 ST-Subtype          PIC X(8).
           05 ST-Customer-Id      PIC 9(10).

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

       01 WS-Print-Line           PIC X(80).
       01 WS-Header-Line          PIC X(80).
      *> balances print with a leading minus when the account is
      *> overdrawn.
       01 WS-Balance-Edited       PIC -(6)9.99.
       01 WS-Count-Edited         PIC Z(8)9.
       01 WS-Page-Edited          PIC Z(3)9.
       01 WS-Detail-Line.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DL-Amount        PIC Z(6)9.99.
           05 FILLER              PIC XX VALUE SPACES.
           05 WS-DL-Balance       PIC -(6)9.99.
           05 FILLER              PIC XX VALUE SPACES.
           05 WS-DL-Result        PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
                       AT END
                           MOVE "Y" TO WS-Txn-EOF
                       NOT AT END
                           *> a customer-maintenance group keyed to
                           *> no account belongs on nobody's
                           *> statement.
                           IF TO-Status-Code = 8
                               AND TO-Account-Number = 0
                               CONTINUE
                           ELSE
                               PERFORM RELEASE-ONE-TXN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TxnOutFile
           END-IF.

       RELEASE-ONE-TXN.
           ADD 1 TO WS-Sequence
           MOVE TO-Account-Number TO SR-Account-Number
           MOVE WS-Sequence TO SR-Sequence
           MOVE TRANSACTION-OUTPUT-RECORD TO SR-Txn-Data
           RELEASE SORT-WORK-RECORD.

       PRINT-STATEMENTS.
           PERFORM UNTIL WS-Sort-EOF = "Y"
               RETURN SortFile

       PRINT-TXN-DETAIL-LINE.
           ADD 1 TO WS-Txn-Count
           IF ST-Status-Code >= 1 AND ST-Status-Code <= 9
               MOVE ST-Status-Code TO WS-Type-Idx
           ELSE
               MOVE 10 TO WS-Type-Idx
           END-IF
           MOVE WS-Type-Name(WS-Type-Idx) TO WS-DL-Type
           MOVE ST-Value-Date TO WS-DL-Value-Date
           MOVE ST-Amount TO WS-DL-Amount
           MOVE ST-New-Balance TO WS-DL-Balance
           MOVE ST-Result TO WS-DL-Result
           *> a reversed transfer names the other account the same
           *> way the transfer itself did.
           IF ST-Status-Code = 3
               OR (ST-Status-Code = 7
                   AND ST-Counterparty-Account NOT = 0)
               MOVE ST-Counterparty-Account TO WS-DL-Counterparty
           ELSE
               MOVE SPACES TO WS-DL-Counterparty
                           WS-Balance-Edited
                           DELIMITED BY SIZE INTO WS-Print-Line
                       PERFORM WRITE-STATEMENT-LINE
                       IF AM-Overdraft-Limit > 0
                           MOVE AM-Overdraft-Limit TO
                               WS-Balance-Edited
                           MOVE SPACES TO WS-Print-Line
                           STRING "  OVERDRAFT LIMIT:    "
                               WS-Balance-Edited
                               DELIMITED BY SIZE INTO WS-Print-Line
                           PERFORM WRITE-STATEMENT-LINE
                       END-IF
                       IF AM-Balance NOT = WS-Closing-Balance
                           MOVE SPACES TO WS-Print-Line
                           STRING "  ** MASTER BALANCE DIFFERS FROM"
