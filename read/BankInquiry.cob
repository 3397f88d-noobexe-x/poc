      *> the balance, standing and the most recent activity as a
      *> one-page answer in BANKINQ.RPT.  Read-only: nothing in the
      *> master or the transaction output is changed.
      *> A parm of "CUST " followed by a customer id asks about the
      *> customer instead: the customer master's details, then every
      *> account the customer holds (primary or joint, through the
      *> relationship file) with its balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HO-Hold-Key
               FILE STATUS IS WS-Hold-Status.

           SELECT CustomerFile ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-Customer-Id
               FILE STATUS IS WS-Cust-Status.

           SELECT CustRelationFile ASSIGN TO "CUSTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-Rel-Key
               ALTERNATE RECORD KEY IS CR-Account-Number
                   WITH DUPLICATES
               FILE STATUS IS WS-Cust-Rel-Status.

           SELECT TxnOutFile ASSIGN TO "TXNOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TxnOut-Status.
       FD HoldFile.
           COPY "ACCTHOLD.cpy".

       FD CustomerFile.
           COPY "CUSTMAST.cpy".

       FD CustRelationFile.
           COPY "CUSTREL.cpy".

       FD TxnOutFile.
           COPY "TXNOUT.cpy".

       01 WS-Parm-Status          PIC XX VALUE "00".
       01 WS-AM-Status            PIC XX VALUE "00".
       01 WS-Hold-Status          PIC XX VALUE "00".
       01 WS-Cust-Status          PIC XX VALUE "00".
       01 WS-Cust-Rel-Status      PIC XX VALUE "00".
       01 WS-TxnOut-Status       PIC XX VALUE "00".
       01 WS-Report-Status        PIC XX VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Parm-Value           PIC X(30).
       01 WS-Inquiry-Account      PIC 9(10) VALUE 0.
       01 WS-Have-Account         PIC X VALUE "N".
       01 WS-Inquiry-Customer     PIC 9(10) VALUE 0.
       01 WS-Have-Customer        PIC X VALUE "N".
       01 WS-Rel-EOF              PIC X VALUE "N".
       01 WS-Cust-Acct-Count      PIC 9(5) VALUE 0.
       01 WS-Cust-Balance-Total   PIC S9(9)V99 VALUE 0.
       01 WS-Total-Edited         PIC -(8)9.99.
       01 WS-Side-Tag             PIC X(4).
       01 WS-Matched-Total        PIC 9(9) VALUE 0.
       01 WS-Hist-Idx             PIC 9(2).
       01 WS-Shift-Idx            PIC 9(2).
       01 WS-Print-Line           PIC X(80).
      *> an overdrawn balance prints with a leading minus.
       01 WS-Balance-Edited       PIC -(6)9.99.
       01 WS-Count-Edited         PIC Z(8)9.
      *> a garnishment may hold more than the balance, so the
      *> available figure can print negative.
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

      *> the most recent activity wins the page, so the scan keeps a
      *> sliding window of the last entries: when the window is full
               10 WS-Hist-Side       PIC X(4).
               10 WS-Hist-Type       PIC X(12).
               10 WS-Hist-Amount     PIC 9(7)V99.
               10 WS-Hist-Balance    PIC S9(7)V99.
               10 WS-Hist-Result     PIC X(8).
               10 WS-Hist-Cpty       PIC 9(10).
               10 WS-Hist-VDate      PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DL-Cpty          PIC X(10).

       01 WS-Cust-Acct-Line.
           05 FILLER              PIC XX VALUE SPACES.
           05 WS-CA-Account       PIC 9(10).
           05 FILLER              PIC XX VALUE SPACES.
           05 WS-CA-Role          PIC X(7).
           05 FILLER              PIC XX VALUE SPACES.
           05 WS-CA-Type          PIC X(8).
           05 FILLER              PIC XX VALUE SPACES.
           05 WS-CA-Status        PIC X(7).
           05 FILLER              PIC XX VALUE SPACES.
           05 WS-CA-Balance       PIC -(6)9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM READ-INQUIRY-PARM
           EVALUATE TRUE
               WHEN WS-Have-Customer = "Y"
                   OPEN OUTPUT InquiryReportFile
                   PERFORM PRINT-CUSTOMER-SECTION
                   CLOSE InquiryReportFile
                   DISPLAY "查询完成,客户: " WS-Inquiry-Customer
               WHEN WS-Have-Account = "N"
                   DISPLAY "错误: 查询账号缺失或无效"
               WHEN OTHER
                   OPEN OUTPUT InquiryReportFile
                   PERFORM PRINT-MASTER-SECTION
                   PERFORM SCAN-TXN-OUT
                   PERFORM PRINT-HISTORY-SECTION
                   CLOSE InquiryReportFile
                   DISPLAY "查询完成,账户: " WS-Inquiry-Account
           END-EVALUATE
           GOBACK.

       READ-INQUIRY-PARM.
               READ ParmFile INTO ParmRecord
                   NOT AT END
                       MOVE ParmRecord TO WS-Parm-Value
                       PERFORM DECODE-INQUIRY-PARM
               END-READ
               CLOSE ParmFile
           END-IF.

       DECODE-INQUIRY-PARM.
           *> "CUST nnnnnnnnnn" asks about a customer; a bare number
           *> is an account, as it always was.
           IF WS-Parm-Value(1:5) = "CUST "
               IF FUNCTION TEST-NUMVAL(WS-Parm-Value(6:25)) = 0
                   MOVE FUNCTION NUMVAL(WS-Parm-Value(6:25)) TO
                       WS-Inquiry-Customer
                   MOVE "Y" TO WS-Have-Customer
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-Parm-Value) = 0
                   MOVE FUNCTION NUMVAL(WS-Parm-Value) TO
                       WS-Inquiry-Account
                   MOVE "Y" TO WS-Have-Account
               END-IF
           END-IF.

       PRINT-MASTER-SECTION.
           MOVE SPACES TO WS-Print-Line
           STRING "ACCOUNT INQUIRY: " WS-Inquiry-Account
               CLOSE AccountMasterFile
           END-IF.

       PRINT-CUSTOMER-SECTION.
           MOVE SPACES TO WS-Print-Line
           STRING "CUSTOMER INQUIRY: " WS-Inquiry-Customer
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line
           OPEN INPUT CustomerFile
           IF WS-Cust-Status NOT = "00"
               MOVE SPACES TO WS-Print-Line
               STRING "  ** CUSTOMER MASTER NOT AVAILABLE **"
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE InquiryReportLine FROM WS-Print-Line
           ELSE
               MOVE WS-Inquiry-Customer TO CU-Customer-Id
               READ CustomerFile
                   INVALID KEY
                       PERFORM PRINT-NO-CUSTOMER-LINE
                   NOT INVALID KEY
                       PERFORM PRINT-CUSTOMER-DETAIL
                       PERFORM PRINT-CUSTOMER-ACCOUNTS
               END-READ
               CLOSE CustomerFile
           END-IF.

       PRINT-NO-CUSTOMER-LINE.
           MOVE SPACES TO WS-Print-Line
           STRING "  ** NO CUSTOMER RECORD FOR THIS ID **"
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line.

       PRINT-CUSTOMER-DETAIL.
           MOVE SPACES TO WS-Print-Line
           STRING "  NAME: " CU-Name
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           STRING "  ADDRESS: " CU-Address-1
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line
           IF CU-Address-2 NOT = SPACES
               MOVE SPACES TO WS-Print-Line
               STRING "           " CU-Address-2
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE InquiryReportLine FROM WS-Print-Line
           END-IF
           MOVE SPACES TO WS-Print-Line
           STRING "           " CU-City "  " CU-Postcode
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           STRING "  TAX ID: " CU-Tax-Id
               "  BORN: " CU-Birth-Date
               "  SINCE: " CU-Opened-Date
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           EVALUATE TRUE
               WHEN CU-Status-Active
                   STRING "  STATUS: ACTIVE"
                       DELIMITED BY SIZE INTO WS-Print-Line
               WHEN CU-Status-Inactive
                   STRING "  STATUS: INACTIVE"
                       DELIMITED BY SIZE INTO WS-Print-Line
               WHEN CU-Status-Deceased
                   STRING "  STATUS: DECEASED"
                       DELIMITED BY SIZE INTO WS-Print-Line
               WHEN OTHER
                   STRING "  STATUS: UNSET (" CU-Status ")"
                       DELIMITED BY SIZE INTO WS-Print-Line
           END-EVALUATE
           WRITE InquiryReportLine FROM WS-Print-Line.

       PRINT-CUSTOMER-ACCOUNTS.
           *> the relationship file is keyed customer + account, so
           *> positioning at the customer with a zero account number
           *> and reading forward walks exactly this customer's
           *> holdings; ended joint holdings are history and are left
           *> off the page.
           MOVE SPACES TO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           STRING "  ACCOUNT     ROLE     TYPE      STATUS"
               "       BALANCE"
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line
           MOVE 0 TO WS-Cust-Acct-Count
           MOVE 0 TO WS-Cust-Balance-Total
           OPEN INPUT CustRelationFile
           OPEN INPUT AccountMasterFile
           IF WS-Cust-Rel-Status NOT = "00"
               MOVE "Y" TO WS-Rel-EOF
           ELSE
               MOVE WS-Inquiry-Customer TO CR-Customer-Id
               MOVE 0 TO CR-Account-Number
               START CustRelationFile KEY >= CR-Rel-Key
                   INVALID KEY
                       MOVE "Y" TO WS-Rel-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-Rel-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-Rel-EOF = "Y"
               READ CustRelationFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Rel-EOF
                   NOT AT END
                       IF CR-Customer-Id NOT = WS-Inquiry-Customer
                           MOVE "Y" TO WS-Rel-EOF
                       ELSE
                           IF CR-Status-Active
                               PERFORM PRINT-CUSTOMER-ACCOUNT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Cust-Rel-Status NOT = "35"
               CLOSE CustRelationFile
           END-IF
           IF WS-AM-Status NOT = "35"
               CLOSE AccountMasterFile
           END-IF
           MOVE WS-Cust-Acct-Count TO WS-Count-Edited
           MOVE WS-Cust-Balance-Total TO WS-Total-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "  ACCOUNTS: " WS-Count-Edited
               "  TOTAL BALANCE: " WS-Total-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line.

       PRINT-CUSTOMER-ACCOUNT-LINE.
           ADD 1 TO WS-Cust-Acct-Count
           MOVE CR-Account-Number TO WS-CA-Account
           IF CR-Role-Primary
               MOVE "PRIMARY" TO WS-CA-Role
           ELSE
               MOVE "JOINT" TO WS-CA-Role
           END-IF
           MOVE CR-Account-Number TO AM-Account-Number
           READ AccountMasterFile
               INVALID KEY
                   MOVE SPACES TO WS-CA-Type
                   MOVE "MISSING" TO WS-CA-Status
                   MOVE 0 TO WS-CA-Balance
               NOT INVALID KEY
                   MOVE AM-Account-Type TO WS-CA-Type
                   EVALUATE TRUE
                       WHEN AM-Status-Open
                           MOVE "OPEN" TO WS-CA-Status
                       WHEN AM-Status-Frozen
                           MOVE "FROZEN" TO WS-CA-Status
                       WHEN AM-Status-Closed
                           MOVE "CLOSED" TO WS-CA-Status
                       WHEN AM-Status-Dormant
                           MOVE "DORMANT" TO WS-CA-Status
                       WHEN OTHER
                           MOVE AM-Status TO WS-CA-Status
                   END-EVALUATE
                   MOVE AM-Balance TO WS-CA-Balance
                   ADD AM-Balance TO WS-Cust-Balance-Total
           END-READ
           WRITE InquiryReportLine FROM WS-Cust-Acct-Line.

       PRINT-NO-MASTER-LINE.
           MOVE SPACES TO WS-Print-Line
           STRING "  ** NO MASTER RECORD FOR THIS ACCOUNT **"
           WRITE InquiryReportLine FROM WS-Print-Line
           *> the desk must quote what the customer can actually
           *> use, not the raw balance: active holds (card
           *> authorizations, garnishments) are netted off here, and
           *> an approved overdraft facility added on, the same sum
           *> BankCalc tests a debit against.
           PERFORM COMPUTE-HOLD-TOTAL
           COMPUTE WS-Available = AM-Balance - WS-Hold-Total
               + AM-Overdraft-Limit
           MOVE WS-Hold-Total TO WS-Balance-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "  HOLDS: " WS-Balance-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE InquiryReportLine FROM WS-Print-Line
           IF AM-Overdraft-Limit > 0
               MOVE AM-Overdraft-Limit TO WS-Balance-Edited
               MOVE SPACES TO WS-Print-Line
               STRING "  OVERDRAFT LIMIT: " WS-Balance-Edited
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE InquiryReportLine FROM WS-Print-Line
           END-IF
           MOVE WS-Available TO WS-Avail-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "  AVAILABLE: " WS-Avail-Edited
               MOVE "OWN " TO WS-Side-Tag
               PERFORM KEEP-HISTORY-ENTRY
           ELSE
               IF (TO-Status-Code = 3 OR TO-Status-Code = 7)
                   AND TO-Counterparty-Account = WS-Inquiry-Account
                   *> the other leg of a transfer this account was
                   *> party to (or of a transfer's reversal) - shown
                   *> so the page tells the whole story of the
                   *> movement, not just this side.
                   MOVE "CPTY" TO WS-Side-Tag
                   PERFORM KEEP-HISTORY-ENTRY
               END-IF
               MOVE 15 TO WS-Hist-Idx
           END-IF
           MOVE WS-Side-Tag TO WS-Hist-Side(WS-Hist-Idx)
           IF TO-Status-Code >= 1 AND TO-Status-Code <= 9
               MOVE TO-Status-Code TO WS-Type-Idx
           ELSE
               MOVE 10 TO WS-Type-Idx
           END-IF
           MOVE WS-Type-Name(WS-Type-Idx) TO
               WS-Hist-Type(WS-Hist-Idx)
           END-IF
           MOVE WS-Hist-Result(WS-Hist-Idx) TO WS-DL-Result
           IF WS-Hist-Type(WS-Hist-Idx) = "TRANSFER"
               OR (WS-Hist-Type(WS-Hist-Idx) = "REVERSAL"
                   AND WS-Hist-Cpty(WS-Hist-Idx) NOT = 0)
               MOVE WS-Hist-Cpty(WS-Hist-Idx) TO WS-DL-Cpty
           ELSE
               MOVE SPACES TO WS-DL-Cpty
