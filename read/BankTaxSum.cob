       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankTaxSum.

      *> Year-end interest and fee summary for tax reporting.  The
      *> year's interest paid, debit interest and fees charged exist
      *> only as individual StatusCode 4 postings (subtypes
      *> INTEREST, DEBITINT and FEE - the cycle's accruals, the
      *> closure settlement's and any keyed by hand; any other
      *> subtype was credited as interest and counts as such, and
      *> one posted before postings carried a subtype is a fee if
      *> it lowered the balance and interest if not) scattered over
      *> a year of AUDITLOG.Dyyyymmdd generations.  This program
      *> asks the archive catalog (ARCHCAT.DAT) for every AUDITLOG
      *> generation the tax year could be in, scans them oldest-
      *> first plus the live AUDITLOG.DAT, and totals each kind per
      *> account by value date, so a movement belongs to the year
      *> it was valued in wherever it was posted or archived.  As in
      *> BankResearch the catalog sweep runs a week past the year's
      *> end for postings that arrived stale-dated.
      *>
      *> A reversed posting nets out of the year it was valued in,
      *> whenever the reversal itself was posted: the posting's
      *> audit identity is looked up in the reversal register
      *> (REVREG.DAT), so a December interest credit backed out in
      *> January is not reported as paid.  The reversal's own
      *> StatusCode 7 records are therefore not counted again.
      *>
      *> Output is a per-account report (BANKTAX.RPT) showing the
      *> amounts posted, reversed and net, and a fixed-width extract
      *> (BANKTAX.EXT, layout TAXEXT.cpy) of the net amounts for the
      *> tax filing system, each account carrying the name on the
      *> account and its primary holder's customer id and tax id
      *> from CUSTMAST.DAT.
      *>
      *> A generation the year needs that BankArchive's retention
      *> has already purged makes the totals short, and a short tax
      *> return is worse than none: if the retention horizon in
      *> BANKARCH.PARM has passed the start of the year and no
      *> generation on or before that start survives in the
      *> catalog, or a catalogued generation's file is missing, the
      *> run stops with return code 8, says which, and writes no
      *> extract (removing any older one).
      *>
      *> BANKTAX.PARM record 1 is the tax year (yyyy); without it
      *> the year before today's is summarised.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParmFile ASSIGN TO "BANKTAX.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

           SELECT ArchiveParmFile ASSIGN TO "BANKARCH.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Arch-Parm-Status.

           SELECT CatalogFile ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-Generation-Name
               FILE STATUS IS WS-Catalog-Status.

           SELECT ScanFile ASSIGN TO "TAXFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Scan-Status.

           SELECT ReversalRegisterFile ASSIGN TO "REVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Orig-Key
               FILE STATUS IS WS-Rvsl-Reg-Status.

           SELECT AccountMasterFile ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-Account-Number
               FILE STATUS IS WS-AM-Status.

           SELECT CustomerFile ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-Customer-Id
               FILE STATUS IS WS-Cust-Status.

           SELECT TaxReportFile ASSIGN TO "BANKTAX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

           SELECT TaxExtractFile ASSIGN TO "BANKTAX.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.

           SELECT TaxSortFile ASSIGN TO "BANKTAX.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
       01 ParmRecord              PIC X(30).

       FD ArchiveParmFile.
       01 ArchiveParmRecord       PIC X(30).

       FD CatalogFile.
           COPY "ARCHCAT.cpy".

      *> generations and the live log are read as raw lines, wide
      *> enough that a future field added to AUDITLOG.cpy rides
      *> through unharmed, as in BankArchive.
       FD ScanFile.
       01 ScanRecord              PIC X(400).

       FD ReversalRegisterFile.
           COPY "REVREG.cpy".

       FD AccountMasterFile.
           COPY "ACCTMAST.cpy".

       FD CustomerFile.
           COPY "CUSTMAST.cpy".

       FD TaxReportFile.
       01 TaxReportLine           PIC X(80).

       FD TaxExtractFile.
           COPY "TAXEXT.cpy".

      *> one record per in-year interest, debit-interest or fee
      *> posting, sorted by account so a single control-break pass
      *> totals each account, as BankComply sums its account-days;
      *> no table, so no cap on how many accounts a year may hold.
       SD TaxSortFile.
       01 TAX-SORT-RECORD.
           05 TS-Account-Number   PIC 9(10).
           05 TS-Subtype          PIC X(8).
           05 TS-Amount           PIC 9(7)V99.
           05 TS-Reversed         PIC X.

       WORKING-STORAGE SECTION.
       01 WS-Parm-Status          PIC XX VALUE "00".
       01 WS-Arch-Parm-Status     PIC XX VALUE "00".
       01 WS-Catalog-Status       PIC XX VALUE "00".
       01 WS-Scan-Status          PIC XX VALUE "00".
       01 WS-Rvsl-Reg-Status      PIC XX VALUE "00".
       01 WS-AM-Status            PIC XX VALUE "00".
       01 WS-Cust-Status          PIC XX VALUE "00".
       01 WS-Report-Status        PIC XX VALUE "00".
       01 WS-Extract-Status       PIC XX VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-Scan-EOF             PIC X VALUE "N".
       01 WS-Sort-EOF             PIC X VALUE "N".
       01 WS-Today                PIC X(8).
       01 WS-Parm-Value           PIC X(30).
       01 WS-Tax-Year             PIC 9(4) VALUE 0.
       01 WS-Year-Start           PIC X(8).
       01 WS-Year-End             PIC X(8).
       01 WS-Sweep-To-Date        PIC X(8).
       01 WS-Grace-Int            PIC 9(9).
       01 WS-Grace-Num            PIC 9(8).
       01 WS-Retention-Days       PIC 9(5) VALUE 90.
       01 WS-Cutoff-Int           PIC 9(9).
       01 WS-Cutoff-Num           PIC 9(8).
       01 WS-Cutoff-Date          PIC X(8).
       01 WS-Oldest-Gen-Date      PIC X(8).
       01 WS-Failed               PIC X VALUE "N".
       01 WS-Catalog-Absent       PIC X VALUE "N".
       01 WS-Register-Absent      PIC X VALUE "N".
       01 WS-Master-Absent        PIC X VALUE "N".
       01 WS-Customer-Absent      PIC X VALUE "N".
       01 WS-Scan-Name            PIC X(30).
       01 WS-Tax-Kind             PIC X(8).
       01 WS-Extract-Path         PIC X(30) VALUE "BANKTAX.EXT".
       01 WS-Delete-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-Print-Line           PIC X(80).
       01 WS-Amount-Edited        PIC Z(8)9.99.
       01 WS-Total-Edited         PIC Z(12)9.99.
       01 WS-Count-Edited         PIC Z(8)9.
       01 WS-Days-Edited          PIC Z(4)9.

       01 WS-Generations-Scanned  PIC 9(5) VALUE 0.
       01 WS-Postings-Counted     PIC 9(9) VALUE 0.
       01 WS-Postings-Reversed    PIC 9(9) VALUE 0.
       01 WS-Accounts-Reported    PIC 9(7) VALUE 0.
       01 WS-Accounts-Extracted   PIC 9(7) VALUE 0.

      *> raw scan lines get their fields back through this mirror
      *> of the AUDITLOG.cpy layout, the way BankResearch's
      *> WS-Rsch-Audit does.
       01 WS-Tax-Audit.
           05 TA-Run-Id           PIC X(14).
           05 TA-Timestamp        PIC X(21).
           05 TA-Account-Number   PIC 9(10).
           05 TA-Status-Code      PIC 9.
           05 TA-Amount           PIC 9(7)V99.
           05 TA-Old-Balance      PIC S9(7)V99.
           05 TA-New-Balance      PIC S9(7)V99.
           05 TA-Result           PIC X(8).
           05 TA-Counterparty-Account PIC 9(10).
           05 TA-Value-Date       PIC X(8).
           05 TA-Posting-Date     PIC X(8).
           05 TA-Reason-Code      PIC X(5).
           05 TA-Network-Ref      PIC X(16).
           05 TA-Resub-Flag       PIC X.
           05 TA-Link-Run-Id      PIC X(14).
           05 TA-Link-Timestamp   PIC X(21).
           05 TA-Link-Status-Code PIC 9.
           05 TA-Subtype          PIC X(8).

      *> the account being totalled by the control break over the
      *> sorted postings: posted and reversed for each kind.
       01 WS-Acct-Open            PIC X VALUE "N".
       01 WS-Acct-Number          PIC 9(10).
       01 WS-Acct-Interest        PIC 9(9)V99.
       01 WS-Acct-Interest-Rev    PIC 9(9)V99.
       01 WS-Acct-Debit-Int       PIC 9(9)V99.
       01 WS-Acct-Debit-Int-Rev   PIC 9(9)V99.
       01 WS-Acct-Fees            PIC 9(9)V99.
       01 WS-Acct-Fees-Rev        PIC 9(9)V99.
       01 WS-Net-Interest         PIC 9(9)V99.
       01 WS-Net-Debit-Int        PIC 9(9)V99.
       01 WS-Net-Fees             PIC 9(9)V99.
       01 WS-Holder-Name          PIC X(30).
       01 WS-Kind-Posted          PIC 9(9)V99.
       01 WS-Kind-Reversed        PIC 9(9)V99.
       01 WS-Kind-Net             PIC 9(9)V99.

       01 WS-Kind-Line.
           05 FILLER              PIC X(11) VALUE SPACES.
           05 WS-KL-Kind          PIC X(14).
           05 WS-KL-Posted        PIC Z(8)9.99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-KL-Reversed      PIC Z(8)9.99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-KL-Net           PIC Z(8)9.99.
       01 WS-Customer-Id          PIC 9(10).
       01 WS-Tax-Id               PIC X(15).

       01 WS-Total-Interest       PIC 9(13)V99 VALUE 0.
       01 WS-Total-Debit-Int      PIC 9(13)V99 VALUE 0.
       01 WS-Total-Fees           PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           PERFORM READ-TAX-PARM
           PERFORM SET-TAX-YEAR-WINDOW
           PERFORM READ-RETENTION-PARM
           OPEN OUTPUT TaxReportFile
           PERFORM WRITE-REPORT-HEADER
           PERFORM CHECK-TAX-YEAR-GENERATIONS
           IF WS-Failed = "N"
               PERFORM OPEN-LOOKUP-FILES
               OPEN OUTPUT TaxExtractFile
               MOVE SPACES TO TAX-EXTRACT-HEADER
               MOVE "H" TO TH-Record-Type
               MOVE WS-Tax-Year TO TH-Tax-Year
               MOVE WS-Today TO TH-Extract-Date
               WRITE TAX-EXTRACT-HEADER
               PERFORM WRITE-COLUMN-HEADINGS
               SORT TaxSortFile
                   ON ASCENDING KEY TS-Account-Number
                   INPUT PROCEDURE IS SCAN-TAX-YEAR
                   OUTPUT PROCEDURE IS SUMMARISE-ACCOUNTS
               MOVE SPACES TO TAX-EXTRACT-TRAILER
               MOVE "T" TO TT-Record-Type
               MOVE WS-Accounts-Extracted TO TT-Record-Count
               MOVE WS-Total-Interest TO TT-Interest-Total
               MOVE WS-Total-Debit-Int TO TT-Debit-Int-Total
               MOVE WS-Total-Fees TO TT-Fees-Total
               WRITE TAX-EXTRACT-TRAILER
               CLOSE TaxExtractFile
               PERFORM CLOSE-LOOKUP-FILES
               PERFORM WRITE-REPORT-TOTALS
               CLOSE TaxReportFile
               DISPLAY "年度税务汇总完成,年度: " WS-Tax-Year
               DISPLAY "账户数: " WS-Accounts-Reported
                   " 提取记录数: " WS-Accounts-Extracted
           ELSE
               *> an extract from an earlier run must not be taken
               *> for this year's.
               CALL "CBL_DELETE_FILE" USING WS-Extract-Path
                   RETURNING WS-Delete-RC
               END-CALL
               MOVE SPACES TO WS-Print-Line
               STRING "VERDICT: NOT PRODUCED - THE YEAR IS INCOMPLETE,"
                   " NO EXTRACT WRITTEN"
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE TaxReportLine FROM WS-Print-Line
               CLOSE TaxReportFile
               DISPLAY "错误: 年度所需归档已清除或缺失,"
               DISPLAY "税务汇总未生成,详见报告"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-TAX-PARM.
           MOVE 0 TO WS-Tax-Year
           OPEN INPUT ParmFile
           IF WS-Parm-Status = "00"
               READ ParmFile INTO ParmRecord
                   NOT AT END
                       MOVE ParmRecord TO WS-Parm-Value
                       IF WS-Parm-Value(1:4) IS NUMERIC
                           AND WS-Parm-Value(5:26) = SPACES
                           MOVE WS-Parm-Value(1:4) TO WS-Tax-Year
                       ELSE
                           DISPLAY "错误: 税务年度无效: "
                               WS-Parm-Value
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF
           IF WS-Tax-Year < 1601
               *> run in the new year for the one just closed.
               COMPUTE WS-Tax-Year =
                   FUNCTION NUMVAL(WS-Today(1:4)) - 1
           END-IF.

       SET-TAX-YEAR-WINDOW.
           *> stale-dated movements post (and archive) up to a few
           *> days after their value date, so sweep a week of
           *> generations past the year's end; the value-date filter
           *> on each record keeps the year exact.
           MOVE SPACES TO WS-Year-Start
           STRING WS-Tax-Year "0101"
               DELIMITED BY SIZE INTO WS-Year-Start
           MOVE SPACES TO WS-Year-End
           STRING WS-Tax-Year "1231"
               DELIMITED BY SIZE INTO WS-Year-End
           COMPUTE WS-Grace-Int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Year-End))
               + 7
           MOVE FUNCTION DATE-OF-INTEGER(WS-Grace-Int) TO
               WS-Grace-Num
           MOVE WS-Grace-Num TO WS-Sweep-To-Date.

       READ-RETENTION-PARM.
           *> the same retention BankArchive purges by, and the same
           *> default when it has none.
           MOVE 90 TO WS-Retention-Days
           OPEN INPUT ArchiveParmFile
           IF WS-Arch-Parm-Status = "00"
               READ ArchiveParmFile INTO ArchiveParmRecord
                   NOT AT END
                       MOVE ArchiveParmRecord TO WS-Parm-Value
                       IF FUNCTION TEST-NUMVAL(WS-Parm-Value) = 0
                           MOVE FUNCTION NUMVAL(WS-Parm-Value) TO
                               WS-Retention-Days
                       END-IF
               END-READ
               CLOSE ArchiveParmFile
           END-IF
           COMPUTE WS-Cutoff-Int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Today))
               - WS-Retention-Days
           MOVE FUNCTION DATE-OF-INTEGER(WS-Cutoff-Int) TO
               WS-Cutoff-Num
           MOVE WS-Cutoff-Num TO WS-Cutoff-Date.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-Print-Line
           STRING "YEAR-END INTEREST AND FEE TAX SUMMARY "
               WS-Tax-Year
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           STRING "VALUE DATES " WS-Year-Start
               " THROUGH " WS-Year-End
               "  PRODUCED " WS-Today
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line.

       CHECK-TAX-YEAR-GENERATIONS.
           *> every generation the year needs must still be on disk
           *> before anything is totalled.  Retention purges the
           *> oldest generations first and takes their catalog
           *> records with them, so a purge inside the year shows as
           *> a horizon past the year's start with nothing older
           *> than the start left behind.
           MOVE "N" TO WS-Failed
           MOVE "N" TO WS-Catalog-Absent
           MOVE HIGH-VALUES TO WS-Oldest-Gen-Date
           OPEN INPUT CatalogFile
           IF WS-Catalog-Status NOT = "00"
               MOVE "Y" TO WS-Catalog-Absent
               MOVE SPACES TO WS-Print-Line
               STRING "NO ARCHIVE CATALOG - LIVE AUDIT LOG ONLY"
                   DELIMITED BY SIZE INTO WS-Print-Line
               WRITE TaxReportLine FROM WS-Print-Line
           ELSE
               MOVE SPACES TO AC-Generation-Name
               START CatalogFile KEY >= AC-Generation-Name
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ CatalogFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AC-Base-Name = "AUDITLOG"
                               PERFORM CHECK-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogFile
           END-IF
           IF WS-Cutoff-Date > WS-Year-Start
               AND WS-Oldest-Gen-Date > WS-Year-Start
               MOVE WS-Retention-Days TO WS-Days-Edited
               MOVE SPACES TO WS-Print-Line
               IF WS-Oldest-Gen-Date = HIGH-VALUES
                   STRING "ERROR: NO AUDITLOG GENERATION SURVIVES "
                       "THE " FUNCTION TRIM(WS-Days-Edited)
                       "-DAY RETENTION"
                       DELIMITED BY SIZE INTO WS-Print-Line
               ELSE
                   STRING "ERROR: GENERATIONS BEFORE "
                       WS-Oldest-Gen-Date " PURGED BY THE "
                       FUNCTION TRIM(WS-Days-Edited)
                       "-DAY RETENTION"
                       DELIMITED BY SIZE INTO WS-Print-Line
               END-IF
               WRITE TaxReportLine FROM WS-Print-Line
               MOVE "Y" TO WS-Failed
           END-IF.

       CHECK-ONE-GENERATION.
           IF AC-Business-Date < WS-Oldest-Gen-Date
               MOVE AC-Business-Date TO WS-Oldest-Gen-Date
           END-IF
           IF AC-Business-Date >= WS-Year-Start
               AND AC-Business-Date <= WS-Sweep-To-Date
               MOVE AC-Generation-Name TO WS-Scan-Name
               PERFORM OPEN-SCAN-FILE
               IF WS-Scan-Status = "00"
                   CLOSE ScanFile
               ELSE
                   MOVE SPACES TO WS-Print-Line
                   STRING "ERROR: GENERATION " WS-Scan-Name
                       " IS CATALOGUED BUT MISSING"
                       DELIMITED BY SIZE INTO WS-Print-Line
                   WRITE TaxReportLine FROM WS-Print-Line
                   MOVE "Y" TO WS-Failed
               END-IF
           END-IF.

       OPEN-SCAN-FILE.
           *> the IBM COBOL dialect resolves ASSIGN TO a data-name
           *> only through environment-variable filename mapping, so
           *> each file name travels through the TAXFILE environment
           *> variable, as BankResearch does for RSCHFILE.
           DISPLAY "TAXFILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-Scan-Name UPON ENVIRONMENT-VALUE
           OPEN INPUT ScanFile.

       OPEN-LOOKUP-FILES.
           *> no register means nothing was ever reversed; a missing
           *> master or customer file leaves the names and tax ids
           *> unknown but the amounts still stand.
           MOVE "N" TO WS-Register-Absent
           OPEN INPUT ReversalRegisterFile
           IF WS-Rvsl-Reg-Status NOT = "00"
               MOVE "Y" TO WS-Register-Absent
           END-IF
           MOVE "N" TO WS-Master-Absent
           OPEN INPUT AccountMasterFile
           IF WS-AM-Status NOT = "00"
               MOVE "Y" TO WS-Master-Absent
               DISPLAY "警告: 无法打开账户主文件 "
                   WS-AM-Status
           END-IF
           MOVE "N" TO WS-Customer-Absent
           OPEN INPUT CustomerFile
           IF WS-Cust-Status NOT = "00"
               MOVE "Y" TO WS-Customer-Absent
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF WS-Register-Absent = "N"
               CLOSE ReversalRegisterFile
           END-IF
           IF WS-Master-Absent = "N"
               CLOSE AccountMasterFile
           END-IF
           IF WS-Customer-Absent = "N"
               CLOSE CustomerFile
           END-IF.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO WS-Print-Line
           STRING "ACCOUNT    HOLDER                         "
               "CUSTOMER   TAX ID"
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           STRING "           KIND            POSTED     REVERSED"
               "          NET"
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line.

       SCAN-TAX-YEAR.
           *> the catalog is keyed by generation name, so the year's
           *> generations arrive oldest-first, with the live log
           *> last.
           IF WS-Catalog-Absent = "N"
               OPEN INPUT CatalogFile
               MOVE SPACES TO AC-Generation-Name
               START CatalogFile KEY >= AC-Generation-Name
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ CatalogFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AC-Base-Name = "AUDITLOG"
                               AND AC-Business-Date >= WS-Year-Start
                               AND AC-Business-Date <=
                                   WS-Sweep-To-Date
                               MOVE AC-Generation-Name TO
                                   WS-Scan-Name
                               PERFORM SCAN-ONE-AUDIT-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogFile
           END-IF
           MOVE "AUDITLOG.DAT" TO WS-Scan-Name
           PERFORM SCAN-ONE-AUDIT-FILE.

       SCAN-ONE-AUDIT-FILE.
           PERFORM OPEN-SCAN-FILE
           IF WS-Scan-Status NOT = "00"
               *> only the live log can be absent here - every
               *> generation was proved present before the scan.
               CONTINUE
           ELSE
               ADD 1 TO WS-Generations-Scanned
               MOVE "N" TO WS-Scan-EOF
               PERFORM UNTIL WS-Scan-EOF = "Y"
                   READ ScanFile
                       AT END
                           MOVE "Y" TO WS-Scan-EOF
                       NOT AT END
                           MOVE ScanRecord TO WS-Tax-Audit
                           PERFORM EXAMINE-TAX-POSTING
                   END-READ
               END-PERFORM
               CLOSE ScanFile
           END-IF.

       EXAMINE-TAX-POSTING.
           *> an adjustment is a fee or debit interest only when it
           *> says so; any other subtype was credited as interest by
           *> BankCalc, whatever AdjType= was keyed, and is counted
           *> as interest.  One posted before the audit log carried a
           *> subtype has a blank one; its kind comes from the way
           *> the balance moved, as BankLedger's DERIVE-FLAVOR takes
           *> it, from when the fee was the only adjustment that
           *> lowered a balance and debit interest did not exist.
           EVALUATE TRUE
               WHEN TA-Subtype = "FEE" OR TA-Subtype = "DEBITINT"
                   MOVE TA-Subtype TO WS-Tax-Kind
               WHEN TA-Subtype NOT = SPACES
                   MOVE "INTEREST" TO WS-Tax-Kind
               WHEN TA-New-Balance < TA-Old-Balance
                   MOVE "FEE" TO WS-Tax-Kind
               WHEN OTHER
                   MOVE "INTEREST" TO WS-Tax-Kind
           END-EVALUATE
           IF TA-Result = "POSTED"
               AND TA-Status-Code = 4
               AND TA-Value-Date >= WS-Year-Start
               AND TA-Value-Date <= WS-Year-End
               ADD 1 TO WS-Postings-Counted
               MOVE TA-Account-Number TO TS-Account-Number
               MOVE WS-Tax-Kind TO TS-Subtype
               MOVE TA-Amount TO TS-Amount
               PERFORM CHECK-POSTING-REVERSED
               RELEASE TAX-SORT-RECORD
           END-IF.

       CHECK-POSTING-REVERSED.
           MOVE "N" TO TS-Reversed
           IF WS-Register-Absent = "N"
               MOVE TA-Run-Id TO RV-Orig-Run-Id
               MOVE TA-Timestamp TO RV-Orig-Timestamp
               MOVE TA-Account-Number TO RV-Orig-Account
               READ ReversalRegisterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO TS-Reversed
                       ADD 1 TO WS-Postings-Reversed
               END-READ
           END-IF.

       SUMMARISE-ACCOUNTS.
           MOVE "N" TO WS-Sort-EOF
           MOVE "N" TO WS-Acct-Open
           PERFORM UNTIL WS-Sort-EOF = "Y"
               RETURN TaxSortFile
                   AT END
                       MOVE "Y" TO WS-Sort-EOF
                       IF WS-Acct-Open = "Y"
                           PERFORM REPORT-ONE-ACCOUNT
                       END-IF
                   NOT AT END
                       IF WS-Acct-Open = "N"
                           OR TS-Account-Number NOT = WS-Acct-Number
                           IF WS-Acct-Open = "Y"
                               PERFORM REPORT-ONE-ACCOUNT
                           END-IF
                           PERFORM START-ONE-ACCOUNT
                       END-IF
                       PERFORM ADD-ONE-POSTING
               END-RETURN
           END-PERFORM.

       START-ONE-ACCOUNT.
           MOVE TS-Account-Number TO WS-Acct-Number
           MOVE 0 TO WS-Acct-Interest
           MOVE 0 TO WS-Acct-Interest-Rev
           MOVE 0 TO WS-Acct-Debit-Int
           MOVE 0 TO WS-Acct-Debit-Int-Rev
           MOVE 0 TO WS-Acct-Fees
           MOVE 0 TO WS-Acct-Fees-Rev
           MOVE "Y" TO WS-Acct-Open.

       ADD-ONE-POSTING.
           EVALUATE TS-Subtype
               WHEN "INTEREST"
                   ADD TS-Amount TO WS-Acct-Interest
                   IF TS-Reversed = "Y"
                       ADD TS-Amount TO WS-Acct-Interest-Rev
                   END-IF
               WHEN "DEBITINT"
                   ADD TS-Amount TO WS-Acct-Debit-Int
                   IF TS-Reversed = "Y"
                       ADD TS-Amount TO WS-Acct-Debit-Int-Rev
                   END-IF
               WHEN OTHER
                   ADD TS-Amount TO WS-Acct-Fees
                   IF TS-Reversed = "Y"
                       ADD TS-Amount TO WS-Acct-Fees-Rev
                   END-IF
           END-EVALUATE.

       REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-Accounts-Reported
           COMPUTE WS-Net-Interest =
               WS-Acct-Interest - WS-Acct-Interest-Rev
           COMPUTE WS-Net-Debit-Int =
               WS-Acct-Debit-Int - WS-Acct-Debit-Int-Rev
           COMPUTE WS-Net-Fees = WS-Acct-Fees - WS-Acct-Fees-Rev
           PERFORM FIND-ACCOUNT-HOLDER
           MOVE SPACES TO WS-Print-Line
           STRING WS-Acct-Number " " WS-Holder-Name " "
               WS-Customer-Id " " WS-Tax-Id
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           IF WS-Acct-Interest > 0
               MOVE "INTEREST PAID" TO WS-KL-Kind
               MOVE WS-Acct-Interest TO WS-Kind-Posted
               MOVE WS-Acct-Interest-Rev TO WS-Kind-Reversed
               MOVE WS-Net-Interest TO WS-Kind-Net
               PERFORM WRITE-KIND-LINE
           END-IF
           IF WS-Acct-Debit-Int > 0
               MOVE "DEBIT INTEREST" TO WS-KL-Kind
               MOVE WS-Acct-Debit-Int TO WS-Kind-Posted
               MOVE WS-Acct-Debit-Int-Rev TO WS-Kind-Reversed
               MOVE WS-Net-Debit-Int TO WS-Kind-Net
               PERFORM WRITE-KIND-LINE
           END-IF
           IF WS-Acct-Fees > 0
               MOVE "FEES CHARGED" TO WS-KL-Kind
               MOVE WS-Acct-Fees TO WS-Kind-Posted
               MOVE WS-Acct-Fees-Rev TO WS-Kind-Reversed
               MOVE WS-Net-Fees TO WS-Kind-Net
               PERFORM WRITE-KIND-LINE
           END-IF
           ADD WS-Net-Interest TO WS-Total-Interest
           ADD WS-Net-Debit-Int TO WS-Total-Debit-Int
           ADD WS-Net-Fees TO WS-Total-Fees
           *> an account whose every posting was reversed has
           *> nothing to file; it stays on the report so the
           *> reversals can be seen.
           IF WS-Net-Interest > 0 OR WS-Net-Debit-Int > 0
               OR WS-Net-Fees > 0
               PERFORM WRITE-EXTRACT-DETAIL
           END-IF.

       WRITE-KIND-LINE.
           MOVE WS-Kind-Posted TO WS-KL-Posted
           MOVE WS-Kind-Reversed TO WS-KL-Reversed
           MOVE WS-Kind-Net TO WS-KL-Net
           MOVE WS-Kind-Line TO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line.

       FIND-ACCOUNT-HOLDER.
           *> the name on the account, and the tax id of its primary
           *> holder where the account has one on the customer file.
           MOVE "NOT ON ACCOUNT MASTER" TO WS-Holder-Name
           MOVE 0 TO WS-Customer-Id
           MOVE SPACES TO WS-Tax-Id
           IF WS-Master-Absent = "N"
               MOVE WS-Acct-Number TO AM-Account-Number
               READ AccountMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-Holder-Name TO WS-Holder-Name
                       MOVE AM-Customer-Id TO WS-Customer-Id
               END-READ
           END-IF
           IF WS-Customer-Id NOT = 0 AND WS-Customer-Absent = "N"
               MOVE WS-Customer-Id TO CU-Customer-Id
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-Tax-Id TO WS-Tax-Id
               END-READ
           END-IF.

       WRITE-EXTRACT-DETAIL.
           ADD 1 TO WS-Accounts-Extracted
           MOVE SPACES TO TAX-EXTRACT-DETAIL
           MOVE "D" TO TE-Record-Type
           MOVE WS-Tax-Year TO TE-Tax-Year
           MOVE WS-Acct-Number TO TE-Account-Number
           MOVE WS-Customer-Id TO TE-Customer-Id
           MOVE WS-Holder-Name TO TE-Holder-Name
           MOVE WS-Tax-Id TO TE-Tax-Id
           MOVE WS-Net-Interest TO TE-Interest-Paid
           MOVE WS-Net-Debit-Int TO TE-Debit-Interest
           MOVE WS-Net-Fees TO TE-Fees-Charged
           WRITE TAX-EXTRACT-DETAIL.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE WS-Total-Interest TO WS-Total-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "TOTAL NET INTEREST PAID:  " WS-Total-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE WS-Total-Debit-Int TO WS-Total-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "TOTAL NET DEBIT INTEREST: " WS-Total-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE WS-Total-Fees TO WS-Total-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "TOTAL NET FEES CHARGED:   " WS-Total-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE WS-Accounts-Reported TO WS-Count-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "ACCOUNTS REPORTED:  " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE WS-Accounts-Extracted TO WS-Count-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "ACCOUNTS EXTRACTED: " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE WS-Postings-Counted TO WS-Count-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "POSTINGS COUNTED:   " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE WS-Postings-Reversed TO WS-Count-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "OF WHICH REVERSED:  " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE WS-Generations-Scanned TO WS-Count-Edited
           MOVE SPACES TO WS-Print-Line
           STRING "FILES SCANNED:      " WS-Count-Edited
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line
           MOVE SPACES TO WS-Print-Line
           STRING "END OF TAX SUMMARY"
               DELIMITED BY SIZE INTO WS-Print-Line
           WRITE TaxReportLine FROM WS-Print-Line.
