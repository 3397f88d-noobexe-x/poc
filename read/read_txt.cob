               RECORD KEY IS FR-Reg-Key
               FILE STATUS IS WS-Reg-Status.

           SELECT CatalogFile ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-Generation-Name
               FILE STATUS IS WS-Catalog-Status.

           SELECT ReversalScanFile ASSIGN TO "RVSLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rvsl-Scan-Status.

           SELECT ReversalRegisterFile ASSIGN TO "REVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Orig-Key
               FILE STATUS IS WS-Rvsl-Reg-Status.

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

           SELECT CalendarFile ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Date
               FILE STATUS IS WS-Calendar-Status.

           SELECT ClosingStatementFile ASSIGN TO "BANKCLOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Clos-Status.

           SELECT ExtPayFile ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-Payment-Ref
               FILE STATUS IS WS-Ext-Pay-Status.

           SELECT LimitConfigFile ASSIGN TO "BANKLIMT.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Limit-Cfg-Status.

           SELECT DailyTotalFile ASSIGN TO "DAYTOTAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-Key
               FILE STATUS IS WS-Day-Total-Status.

           SELECT LimitOverrideFile ASSIGN TO "LIMITOVR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-Account-Number
               FILE STATUS IS WS-Limit-Ovr-Status.

           SELECT ApprovalConfigFile ASSIGN TO "BANKAPPR.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Appr-Cfg-Status.

           SELECT PendingFile ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-Pending-Id
               FILE STATUS IS WS-Pending-Status.

       DATA DIVISION.
       FILE SECTION.
       FD InFile.
       FD FileRegisterFile.
           COPY "FILEREG.cpy".

       FD CatalogFile.
           COPY "ARCHCAT.cpy".

      *> audit-log generations and the live log are read back as raw
      *> lines when a reversal goes looking for its original, wide
      *> enough for any layout the log has had, as in BankResearch.
       FD ReversalScanFile.
       01 RvslScanRecord          PIC X(400).

       FD ReversalRegisterFile.
           COPY "REVREG.cpy".

       FD CustomerFile.
           COPY "CUSTMAST.cpy".

       FD CustRelationFile.
           COPY "CUSTREL.cpy".

       FD CalendarFile.
           COPY "CALENDAR.cpy".

       FD ClosingStatementFile.
       01 ClosingStatementLine    PIC X(80).

       FD ExtPayFile.
           COPY "EXTPAY.cpy".

       FD LimitConfigFile.
       01 LimitConfigRecord       PIC X(80).

       FD DailyTotalFile.
           COPY "DAYTOTAL.cpy".

       FD LimitOverrideFile.
           COPY "LIMITOVR.cpy".

       FD ApprovalConfigFile.
       01 ApprovalConfigRecord    PIC X(30).

       FD PendingFile.
           COPY "PENDAPPR.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE "N".
       01 WS-Field               PIC X(30).
       01 WS-Reg-Status         PIC XX VALUE "00".
       01 WS-Order-Status       PIC XX VALUE "00".
       01 WS-Hold-Status        PIC XX VALUE "00".
       01 WS-Catalog-Status     PIC XX VALUE "00".
       01 WS-Rvsl-Scan-Status   PIC XX VALUE "00".
       01 WS-Rvsl-Reg-Status    PIC XX VALUE "00".
       01 WS-Cust-Status        PIC XX VALUE "00".
       01 WS-Cust-Rel-Status    PIC XX VALUE "00".
       01 WS-Clos-Status        PIC XX VALUE "00".
       01 WS-Ext-Pay-Status     PIC XX VALUE "00".
       01 WS-Limit-Cfg-Status   PIC XX VALUE "00".
       01 WS-Day-Total-Status   PIC XX VALUE "00".
       01 WS-Limit-Ovr-Status   PIC XX VALUE "00".
       01 WS-Appr-Cfg-Status    PIC XX VALUE "00".
       01 WS-Pending-Status     PIC XX VALUE "00".
       01 WS-Have-Pending-Txn    PIC X VALUE "N".
       01 WS-Run-Id               PIC X(14) VALUE SPACES.
       01 WS-Account-Is-New      PIC X VALUE "N".
       01 WS-Delete-RC          PIC S9(9) COMP-5 VALUE 0.

       01 WS-Control-Totals.
           05 WS-CT-Entry OCCURS 10 TIMES INDEXED BY CT-Idx.
               10 WS-CT-Description  PIC X(12).
               10 WS-CT-Count        PIC 9(7) VALUE 0.
               10 WS-CT-Amount       PIC 9(9)V99 VALUE 0.
       01 WS-Net-Movement       PIC S9(9)V99 VALUE 0.
       01 WS-Net-Movement-Edited PIC -(8)9.99.
       01 WS-CT-Amount-Edited   PIC 9(9).99.
       01 WS-Balance-Display    PIC -(7)9.99.
       01 WS-CT-Idx-Num         PIC 99.

      *> this file's own running totals, separate from the run-wide
      *> totals above, so they can be saved into and restored from the
      *> checkpoint record without double-counting other files posted
      *> in the same driver-managed run.
       01 WS-File-Control-Totals.
           05 WS-File-CT-Entry OCCURS 10 TIMES.
               10 WS-File-CT-Count   PIC 9(7) VALUE 0.
               10 WS-File-CT-Amount  PIC 9(9)V99 VALUE 0.
       01 WS-File-Net-Movement  PIC S9(9)V99 VALUE 0.
       01 WS-Account-Number      PIC 9(10) VALUE 0.
       01 WS-To-Account-Number   PIC 9(10) VALUE 0.
       01 WS-Counterparty-Account PIC 9(10) VALUE 0.
       01 WS-To-Old-Balance      PIC S9(7)V99 VALUE 0.
       01 WS-To-New-Balance      PIC S9(7)V99 VALUE 0.
       01 WS-Adj-Type            PIC X(8).
      *> the TO-/AL-Subtype of the record being written (see
      *> SET-RECORD-SUBTYPE).
       01 WS-Record-Subtype      PIC X(8).
      *> the TO-/AL-Customer-Id of the record being written, set
      *> alongside the subtype.
       01 WS-Record-Customer-Id  PIC 9(10) VALUE 0.
       01 WS-Maint-Action        PIC X(8).
       01 WS-Holder-Name-In      PIC X(30).
       01 WS-Account-Type-In     PIC X(8).
      *> (NetworkRef=), carried into TXNOUT/AUDITLOG so a chargeback
      *> traces back to the processor's file; spaces otherwise.
       01 WS-Network-Ref         PIC X(16).
      *> reversal (StatusCode 7) fields: OrigRunId= names the run that
      *> posted the original, and the original is picked out on the
      *> group's own account by NetworkRef= or by its value date
      *> (OrigDate=), and always by Amount=, which must be the
      *> original's own: dual control judges the group by it
      *> before the original is looked for.  The original's audit
      *> record, once found in the live log or an archived
      *> generation, is kept in WS-Orig-Posting; for a transfer the
      *> other account's leg is kept in WS-Other-Leg, since both
      *> legs go back.
       01 WS-Orig-Run-Id         PIC X(14).
       01 WS-Orig-Date-In        PIC 9(8) VALUE 0.
       01 WS-Orig-Date           PIC X(8).
       01 WS-Orig-Found          PIC X VALUE "N".
       01 WS-Orig-Seen-Reversed  PIC X VALUE "N".
       01 WS-Rvsl-Search-Mode    PIC X.
       01 WS-Rvsl-Scan-Name      PIC X(30).
       01 WS-Rvsl-Scan-EOF       PIC X VALUE "N".
       01 WS-Rvsl-Cat-EOF        PIC X VALUE "N".
       01 WS-Rvsl-Sweep-To       PIC X(8).
       01 WS-Rvsl-Sweep-Int      PIC 9(9).
       01 WS-Rvsl-Sweep-Num      PIC 9(8).
       01 WS-Rvsl-Hit            PIC X VALUE "N".
       01 WS-Rvsl-Credits        PIC X VALUE "N".
      *> the links a reversal's records carry back to the original's
      *> audit records: WS-Link-* on the group's own account,
      *> WS-Cpty-Link-* on the other leg of a reversed transfer.
       01 WS-Link-Run-Id         PIC X(14).
       01 WS-Link-Timestamp      PIC X(21).
       01 WS-Link-Status-Code    PIC 9 VALUE 0.
       01 WS-Cpty-Link-Run-Id    PIC X(14).
       01 WS-Cpty-Link-Timestamp PIC X(21).
       01 WS-Cpty-Link-Status-Code PIC 9 VALUE 0.
      *> the processing timestamps of the audit records just
      *> written, so the reversal register can link forward to them.
       01 WS-Audit-Stamp         PIC X(21).
       01 WS-Cpty-Audit-Stamp    PIC X(21).
      *> "Y" once the group has rewritten its account's master
      *> record, so the audit record can carry the after-image
      *> BankRecover replays.
       01 WS-Master-Written      PIC X VALUE "N".
      *> raw scan lines get their fields back through this mirror of
      *> the AUDITLOG.cpy layout, as BankResearch's audit mirror does.
       01 WS-Orig-Audit.
           05 OA-Run-Id           PIC X(14).
           05 OA-Timestamp        PIC X(21).
           05 OA-Account-Number   PIC 9(10).
           05 OA-Status-Code      PIC 9.
           05 OA-Amount           PIC 9(7)V99.
           05 OA-Old-Balance      PIC S9(7)V99.
           05 OA-New-Balance      PIC S9(7)V99.
           05 OA-Result           PIC X(8).
           05 OA-Counterparty-Account PIC 9(10).
           05 OA-Value-Date       PIC X(8).
           05 OA-Posting-Date     PIC X(8).
           05 OA-Reason-Code      PIC X(5).
           05 OA-Network-Ref      PIC X(16).
           05 OA-Resub-Flag       PIC X.
           05 OA-Link-Run-Id      PIC X(14).
           05 OA-Link-Timestamp   PIC X(21).
           05 OA-Link-Status-Code PIC 9.
           05 OA-Subtype          PIC X(8).
           05 OA-Customer-Id      PIC 9(10).
       01 WS-Orig-Posting.
           05 OP-Run-Id           PIC X(14).
           05 OP-Timestamp        PIC X(21).
           05 OP-Account-Number   PIC 9(10).
           05 OP-Status-Code      PIC 9.
           05 OP-Amount           PIC 9(7)V99.
           05 OP-Old-Balance      PIC S9(7)V99.
           05 OP-New-Balance      PIC S9(7)V99.
           05 OP-Counterparty-Account PIC 9(10).
           05 OP-Value-Date       PIC X(8).
           05 OP-Subtype          PIC X(8).
      *> customer-maintenance (StatusCode 8) fields: CustomerId=
      *> names the customer a group acts on - and, on a
      *> MaintAction=OPEN group, the customer the new account is
      *> opened for; the rest are the customer master's fields as
      *> keyed, and Role= the holding a CustAction=LINK creates.
       01 WS-Customer-Id         PIC 9(10) VALUE 0.
       01 WS-Cust-Action         PIC X(8).
       01 WS-Cust-Name-In        PIC X(30).
       01 WS-Address-1-In        PIC X(30).
       01 WS-Address-2-In        PIC X(30).
       01 WS-City-In             PIC X(20).
       01 WS-Postcode-In         PIC X(10).
       01 WS-Tax-Id-In           PIC X(15).
       01 WS-Birth-Date-In       PIC 9(8) VALUE 0.
       01 WS-Cust-Status-In      PIC X.
       01 WS-Role-In             PIC X.
       01 WS-Cust-Found          PIC X VALUE "N".
       01 WS-Other-Leg.
           05 OL-Run-Id           PIC X(14).
           05 OL-Timestamp        PIC X(21).
           05 OL-Account-Number   PIC 9(10).
      *> file-integrity pre-pass state: a file opening with a
      *> FileSource=/FileDate=/FileSeq= header is scanned to its
      *> trailer (GroupCount=/HashTotal=) and checked against the
       01 WS-Repair-Line         PIC X(100).
       01 WS-Repair-Amt-Edited   PIC 9(7).99.
       01 WS-Hold-Total          PIC 9(9)V99 VALUE 0.
      *> whose holds COMPUTE-ACTIVE-HOLDS totals: the group's own
      *> account, or the other account a reversed transfer debits.
       01 WS-Hold-Account        PIC 9(10) VALUE 0.
       01 WS-Available           PIC S9(9)V99 VALUE 0.
       01 WS-Hold-EOF            PIC X VALUE "N".
       01 WS-Target-OK           PIC X VALUE "N".
       01 WS-Value-Date          PIC X(8).
       01 WS-Posting-Date        PIC X(8).
      *> an input file that sat in a transfer queue may carry value
      *> dates a few days back; anything older than this many
      *> business days (BANKCALC.CFG, default 5) is stale and
      *> rejected.  Business days come from the calendar
      *> (CALENDAR.DAT, layout CALENDAR.cpy), so a file held over a
      *> long weekend or a bank holiday is not stale for it.
       01 WS-Stale-Days          PIC 9(3) VALUE 5.
       01 WS-Config-Value        PIC X(30).
       01 WS-Today-Int           PIC S9(9) VALUE 0.
       01 WS-Value-Int           PIC S9(9) VALUE 0.
       01 WS-Calendar-Status     PIC XX VALUE "00".
       01 WS-Calendar-Open       PIC X VALUE "N".
       01 WS-Bd-Num              PIC 9(8) VALUE 0.
       01 WS-Bd-Int              PIC S9(9) VALUE 0.
       01 WS-Bd-Weekday          PIC 9 VALUE 0.
       01 WS-Bd-Business         PIC X VALUE "Y".
       01 WS-Bd-Count            PIC 9(5) VALUE 0.
      *> a file's groups mostly share a handful of value dates, so
      *> the last date counted is remembered rather than walking
      *> the calendar again for every group.
       01 WS-Bd-Counted-Int      PIC S9(9) VALUE 0.

      *> account closure (MaintAction=CLOSE): ReleaseHolds=Y lets a
      *> close release the account's active holds instead of being
      *> refused for them, and PayoutAccount= names the open account
      *> the closing balance is paid to.  With no PayoutAccount= the
      *> balance goes to the closed-account payable suspense account
      *> (BANKCALC.CFG record 4, default none - a close with money
      *> left and nowhere to send it is refused).  The closing fee
      *> is BANKCALC.CFG record 3 (default none).
       01 WS-Release-Holds-In    PIC X VALUE SPACE.
       01 WS-Payout-Account-In   PIC 9(10) VALUE 0.
       01 WS-Closing-Fee         PIC 9(7)V99 VALUE 0.
       01 WS-Suspense-Account    PIC 9(10) VALUE 0.
       01 WS-Close-Payee         PIC 9(10) VALUE 0.
       01 WS-Close-Days          PIC 9 VALUE 0.
       01 WS-Close-Rate          PIC 9 VALUE 0.
       01 WS-Close-Interest      PIC 9(7)V99 VALUE 0.
       01 WS-Close-Fee           PIC 9(7)V99 VALUE 0.
       01 WS-Close-Payout        PIC S9(7)V99 VALUE 0.
       01 WS-Close-Opening       PIC S9(7)V99 VALUE 0.
       01 WS-Close-Balance       PIC S9(7)V99 VALUE 0.
       01 WS-Close-Holds         PIC 9(5) VALUE 0.
       01 WS-Close-Orders        PIC 9(5) VALUE 0.
       01 WS-Order-EOF           PIC X VALUE "N".
       01 WS-Clos-Line           PIC X(80).
      *> one settlement step of a closure, written to TXNOUT and
      *> AUDITLOG as its own record ahead of the CLOSE group's own:
      *> the final interest and the closing fee as adjustments, the
      *> payout as the two legs of a transfer, each released hold
      *> and cancelled order as a record of its own kind.  The
      *> ledger and the proof see each movement exactly as if it
      *> had been keyed.  WS-Leg-Image says where the record's
      *> after-image comes from: S the closing account's standing,
      *> M the master record buffer (the payee's, just rewritten).
       01 WS-Closure-Leg.
           05 WS-Leg-Account      PIC 9(10).
           05 WS-Leg-Status-Code  PIC 9.
           05 WS-Leg-Subtype      PIC X(8).
           05 WS-Leg-Amount       PIC 9(7)V99.
           05 WS-Leg-Old-Balance  PIC S9(7)V99.
           05 WS-Leg-New-Balance  PIC S9(7)V99.
           05 WS-Leg-Counterparty PIC 9(10).
           05 WS-Leg-Image        PIC X.

      *> external transfer (StatusCode 9): ExtAction=PAY (the
      *> default) sends money to an account at another bank named
      *> by BeneBank=, BeneAccount= and BeneName=.  The customer is
      *> debited at posting and the payment waits in the external
      *> payment register (EXTPAY.DAT, layout EXTPAY.cpy) - the
      *> outgoing-clearing position - until BankPayOut puts it in
      *> the outbound clearing file.  ExtAction=RETURN credits back
      *> a payment the other bank returned, named by PaymentRef=,
      *> with ReturnReason= and Amount=, which must be the payment's
      *> own for the same reason as a reversal's; BankPayRtn
      *> generates these groups from the inbound returns file.
       01 WS-Ext-Action          PIC X(8).
       01 WS-Bene-Bank-In        PIC X(11).
       01 WS-Bene-Account-In     PIC X(34).
       01 WS-Bene-Name-In        PIC X(30).
       01 WS-Payment-Ref-In      PIC X(16).
       01 WS-Return-Reason-In    PIC X(4).
      *> a payment's reference is the run id's last twelve digits
      *> and this count, which like WS-Run-Id lives across every
      *> CALL of a driver-managed run.
       01 WS-Ext-Seq             PIC 9(4) VALUE 0.
       01 WS-Payment-Ref         PIC X(16).
       01 WS-Pay-Found           PIC X VALUE "N".

      *> daily debit limits: BANKLIMT.CFG holds one line per account
      *> type - the type, the most its accounts may be debited in
      *> total on one value date, the most debits they may take on
      *> one value date and the largest single debit - with * as
      *> the type every unlisted one falls back to.  Zero means no
      *> limit of that kind, and no file means no limits at all.
      *> The day's running totals are kept per account and value
      *> date in DAYTOTAL.DAT (DAYTOTAL.cpy), and a branch can lift
      *> or raise an account's limits for a while with
      *> MaintAction=LIMITOVR (LIMITOVR.DAT, LIMITOVR.cpy).
       01 WS-Limit-Count         PIC 99 VALUE 0.
       01 WS-Limit-Table.
           05 WS-Limit-Entry OCCURS 20 TIMES INDEXED BY LIM-Idx.
               10 WS-LE-Account-Type PIC X(8).
               10 WS-LE-Max-Total    PIC 9(9)V99.
               10 WS-LE-Max-Count    PIC 9(5).
               10 WS-LE-Max-Single   PIC 9(7)V99.
       01 WS-Limit-Tok-1         PIC X(15).
       01 WS-Limit-Tok-2         PIC X(15).
       01 WS-Limit-Tok-3         PIC X(15).
       01 WS-Limit-Tok-4         PIC X(15).
       01 WS-Limit-EOF           PIC X VALUE "N".
      *> "Y" on a group whose posting counts against the day's
      *> limits; the limits that apply to it, once its account
      *> type's line and any override in force have been looked at,
      *> and which of them it broke.
       01 WS-Limited-Debit       PIC X VALUE "N".
       01 WS-Limit-Found         PIC X VALUE "N".
       01 WS-Lim-Max-Total       PIC 9(9)V99 VALUE 0.
       01 WS-Lim-Max-Count       PIC 9(5) VALUE 0.
       01 WS-Lim-Max-Single      PIC 9(7)V99 VALUE 0.
       01 WS-Limit-Breach        PIC X(8).
       01 WS-Day-Total-Found     PIC X VALUE "N".
       01 WS-Day-Debit-Total     PIC 9(9)V99 VALUE 0.
       01 WS-Day-Debit-Count     PIC 9(5) VALUE 0.
       01 WS-Ovr-Found           PIC X VALUE "N".
       01 WS-Ovr-Through         PIC X(8).
       01 WS-Ovr-From-Int        PIC S9(9) VALUE 0.
       01 WS-Ovr-Through-Int     PIC S9(9) VALUE 0.

      *> dual control: every group may name the operator who keyed
      *> it (OperatorId=).  Maintenance (StatusCode 5), order
      *> maintenance (StatusCode 6) and any movement above the
      *> high-value amount (BANKAPPR.CFG record 1, default 0 - no
      *> amount limit) do not post on one operator's say-so: they
      *> are parked in the pending-approval file (PENDAPPR.DAT,
      *> layout PENDAPPR.cpy) with result PENDING, and post only
      *> when BankApprove sends them back carrying a different
      *> operator's ApprovedBy= and their PendingId=, within the
      *> number of days in BANKAPPR.CFG record 2 (default 5).
      *> Groups the bank's own batch programs generate carry
      *> OperatorId=SYSTEM and post directly - but only from a file
      *> named the way those programs name them (WS-Generated-File);
      *> anywhere else SYSTEM is no operator at all.
       01 WS-Operator-Id         PIC X(8).
       01 WS-Approved-By         PIC X(8).
       01 WS-Pending-Id-In       PIC X(16).
       01 WS-Pending-Id          PIC X(16).
      *> like WS-Ext-Seq, lives across every CALL of a run.
       01 WS-Pend-Seq            PIC 9(4) VALUE 0.
       01 WS-Pend-Found          PIC X VALUE "N".
       01 WS-Needs-Approval      PIC X VALUE "N".
       01 WS-Generated-File      PIC X VALUE "N".
       01 WS-Gen-Prefix-Len      PIC 99 VALUE 0.
       01 WS-High-Value-Amount   PIC 9(7)V99 VALUE 0.
       01 WS-Approval-Days       PIC 9(3) VALUE 5.
       01 WS-Decided-Int         PIC S9(9) VALUE 0.
      *> where WRITE-GROUP-FIELDS sends the group's lines: R the
      *> repair file, P the pending record being parked, C the
      *> comparison table an approved group is checked with.
       01 WS-Group-Target        PIC X VALUE "R".
       01 WS-Cmp-Count           PIC 99 VALUE 0.
       01 WS-Cmp-Lines.
           05 WS-Cmp-Line        PIC X(60) OCCURS 40 TIMES.
       01 WS-Cmp-Idx             PIC 99 VALUE 0.
       01 WS-Cmp-Match           PIC X VALUE "N".

      *> why a rejected group was rejected; spaces while a group is
      *> posting cleanly.  The codes (TXNOUT.cpy and AUDITLOG.cpy
      *>   DORMT account is dormant (movement, or flagging an
      *>         account already dormant)
      *>   NODRM reactivation of an account that is not dormant
      *>   BADRV reversal without OrigRunId=, Amount= and either
      *>         NetworkRef= or OrigDate=
      *>   NOORG no posted original (or, for a transfer, its other
      *>         leg) matches the reversal, live or archived
      *>   REVDP the original has already been reversed
      *>   NOCUS customer id missing or no such customer
      *>   CUSDP add of a customer id already on file
      *>   CUSIN customer is not active (open or link refused)
      *>   BADCU add without CustName=, or a bad CustStatus=
      *>   BADBD bad BirthDate=
      *>   UNKCA unknown customer action
      *>   BADRL bad Role=, a second primary holder, or unlinking
      *>         the primary holder
      *>   LNKDP customer already holds the account
      *>   NOLNK no such active holding to unlink
      *>   HOLDS close of an account with active holds and no
      *>         ReleaseHolds=Y
      *>   NEGBL close of an overdrawn account
      *>   BADPY closing balance with no usable payout account
      *>   UNKEA unknown external action
      *>   BADBN external payment without BeneBank=, BeneAccount=,
      *>         BeneName= or an amount
      *>   PAYDP payment reference already in the payment register
      *>   NOPAY no sent payment from the account matches the
      *>         return's PaymentRef= and Amount=
      *>   PAYRT the payment has already been returned
      *>   DLIMT the debit would break the account's daily limit on
      *>         total, count or single debit for its value date
      *>   BADOV limit override whose Expiry= is not a date, is
      *>         before its value date or is over 30 days on
      *>   NOOPR group needing approval names no OperatorId=
      *>   SYSOP group needing approval keyed OperatorId=SYSTEM in
      *>         a file none of the batch programs generated
      *>   NOPND ApprovedBy= group with no approved pending group,
      *>         or not the group that was approved, line for line
      *>   SAMOP approved by the operator who entered it
      *>   EXPRD approval older than the approval window
       01 WS-Reject-Reason       PIC X(5) VALUE SPACES.
      *> groups parked for approval in the run, reported alongside
      *> the rejections.
       01 WS-Pending-Total       PIC 9(7) VALUE 0.
      *> run-wide rejection bookkeeping: like WS-Run-Id these live
      *> across every CALL of a driver-managed run, and once the
      *> count passes the threshold (BANKCALC.CFG record 2, default
           05 WS-Acct-Holder     PIC X(30).
           05 WS-Acct-Open-Date  PIC X(8).
           05 WS-Acct-Last-Activity PIC X(8).
           05 WS-Acct-Overdraft-Limit PIC 9(7)V99.
           05 WS-Acct-Customer-Id PIC 9(10).
       01 StatusCode            PIC 9.
       01 PreviousBalance       PIC S9(7)V99 VALUE 0.
       01 Amount                PIC 9(7)V99 VALUE 0.
       01 NewBalance            PIC S9(7)V99 VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO WS-Line-Number
           MOVE 0 TO WS-File-Net-Movement
           PERFORM VARYING WS-CT-Idx-Num FROM 1 BY 1
                   UNTIL WS-CT-Idx-Num > 10
               MOVE 0 TO WS-File-CT-Count(WS-CT-Idx-Num)
               MOVE 0 TO WS-File-CT-Amount(WS-CT-Idx-Num)
           END-PERFORM
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               WS-Posting-Date))
           PERFORM READ-CONFIG-FILE
           PERFORM LOAD-DAILY-LIMITS
           PERFORM READ-APPROVAL-CONFIG
           PERFORM DETERMINE-INPUT-FILE
           *> the run ID identifies the whole driver invocation, not
           *> one file within it, so it is only stamped on the first
               PERFORM OPEN-HOLD-FILE
               PERFORM OPEN-TXN-OUT-FILE
               PERFORM OPEN-AUDIT-LOG-FILE
               PERFORM OPEN-REVERSAL-REGISTER
               PERFORM OPEN-CUSTOMER-FILES
               PERFORM OPEN-CALENDAR-FILE
               PERFORM OPEN-EXTPAY-FILE
               PERFORM OPEN-LIMIT-FILES
               PERFORM OPEN-PENDING-FILE
               PERFORM LOAD-CHECKPOINT
               OPEN INPUT InFile
               PERFORM UNTIL WS-EOF = "Y"
               CLOSE HoldFile
               CLOSE TxnOutFile
               CLOSE AuditLogFile
               CLOSE ReversalRegisterFile
               CLOSE CustomerFile
               CLOSE CustRelationFile
               IF WS-Calendar-Open = "Y"
                   CLOSE CalendarFile
               END-IF
               CLOSE ExtPayFile
               CLOSE DailyTotalFile
               CLOSE LimitOverrideFile
               CLOSE PendingFile
               CLOSE CheckpointFile
           END-IF

                       MOVE FUNCTION NUMVAL(WS-Value) TO
                       WS-Expiry-In
                   END-IF
               WHEN "OrigRunId"
                   MOVE WS-Value(1:14) TO WS-Orig-Run-Id
               WHEN "OrigDate"
                   PERFORM VALIDATE-NUMERIC-FIELD
                   IF WS-Field-Valid = "Y"
                       MOVE FUNCTION NUMVAL(WS-Value) TO
                       WS-Orig-Date-In
                   END-IF
               WHEN "CustomerId"
                   PERFORM VALIDATE-NUMERIC-FIELD
                   IF WS-Field-Valid = "Y"
                       MOVE FUNCTION NUMVAL(WS-Value) TO
                       WS-Customer-Id
                   END-IF
               WHEN "CustAction"
                   MOVE WS-Value(1:8) TO WS-Cust-Action
               WHEN "CustName"
                   MOVE WS-Value(1:30) TO WS-Cust-Name-In
               WHEN "Address1"
                   MOVE WS-Value(1:30) TO WS-Address-1-In
               WHEN "Address2"
                   MOVE WS-Value(1:30) TO WS-Address-2-In
               WHEN "City"
                   MOVE WS-Value(1:20) TO WS-City-In
               WHEN "PostCode"
                   MOVE WS-Value(1:10) TO WS-Postcode-In
               WHEN "TaxId"
                   MOVE WS-Value(1:15) TO WS-Tax-Id-In
               WHEN "BirthDate"
                   PERFORM VALIDATE-NUMERIC-FIELD
                   IF WS-Field-Valid = "Y"
                       MOVE FUNCTION NUMVAL(WS-Value) TO
                       WS-Birth-Date-In
                   END-IF
               WHEN "CustStatus"
                   MOVE WS-Value(1:1) TO WS-Cust-Status-In
               WHEN "Role"
                   MOVE WS-Value(1:1) TO WS-Role-In
               WHEN "ReleaseHolds"
                   MOVE WS-Value(1:1) TO WS-Release-Holds-In
               WHEN "PayoutAccount"
                   PERFORM VALIDATE-NUMERIC-FIELD
                   IF WS-Field-Valid = "Y"
                       MOVE FUNCTION NUMVAL(WS-Value) TO
                           WS-Payout-Account-In
                   END-IF
               WHEN "ExtAction"
                   MOVE WS-Value(1:8) TO WS-Ext-Action
               WHEN "BeneBank"
                   MOVE WS-Value(1:11) TO WS-Bene-Bank-In
               WHEN "BeneAccount"
                   MOVE WS-Value(1:34) TO WS-Bene-Account-In
               WHEN "BeneName"
                   MOVE WS-Value(1:30) TO WS-Bene-Name-In
               WHEN "PaymentRef"
                   MOVE WS-Value(1:16) TO WS-Payment-Ref-In
               WHEN "ReturnReason"
                   MOVE WS-Value(1:4) TO WS-Return-Reason-In
               WHEN "OperatorId"
                   MOVE WS-Value(1:8) TO WS-Operator-Id
               WHEN "ApprovedBy"
                   MOVE WS-Value(1:8) TO WS-Approved-By
               WHEN "PendingId"
                   MOVE WS-Value(1:16) TO WS-Pending-Id-In
           END-EVALUATE.

       VALIDATE-NUMERIC-FIELD.
           MOVE SPACES TO WS-Frequency-In
           MOVE 0 TO WS-Next-Due-In
           MOVE 0 TO WS-Expiry-In
           MOVE SPACES TO WS-Orig-Run-Id
           MOVE 0 TO WS-Orig-Date-In
           MOVE SPACES TO WS-Link-Run-Id
           MOVE SPACES TO WS-Link-Timestamp
           MOVE 0 TO WS-Link-Status-Code
           MOVE SPACES TO WS-Cpty-Link-Run-Id
           MOVE SPACES TO WS-Cpty-Link-Timestamp
           MOVE 0 TO WS-Cpty-Link-Status-Code
           MOVE 0 TO WS-Customer-Id
           MOVE SPACES TO WS-Cust-Action
           MOVE SPACES TO WS-Cust-Name-In
           MOVE SPACES TO WS-Address-1-In
           MOVE SPACES TO WS-Address-2-In
           MOVE SPACES TO WS-City-In
           MOVE SPACES TO WS-Postcode-In
           MOVE SPACES TO WS-Tax-Id-In
           MOVE 0 TO WS-Birth-Date-In
           MOVE SPACE TO WS-Cust-Status-In
           MOVE SPACE TO WS-Role-In
           MOVE SPACE TO WS-Release-Holds-In
           MOVE 0 TO WS-Payout-Account-In
           MOVE SPACES TO WS-Ext-Action
           MOVE SPACES TO WS-Bene-Bank-In
           MOVE SPACES TO WS-Bene-Account-In
           MOVE SPACES TO WS-Bene-Name-In
           MOVE SPACES TO WS-Payment-Ref-In
           MOVE SPACES TO WS-Return-Reason-In
           MOVE SPACES TO WS-Payment-Ref
           MOVE SPACES TO WS-Operator-Id
           MOVE SPACES TO WS-Approved-By
           MOVE SPACES TO WS-Pending-Id-In
           MOVE SPACES TO WS-Pending-Id
           MOVE 0 TO StatusCode
           MOVE 0 TO Amount
           MOVE 0 TO PreviousBalance
                   DISPLAY "(字段校验失败)"
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "INVLD" TO WS-Reject-Reason
                   MOVE "N" TO WS-Master-Written
                   PERFORM SET-VALUE-DATE
                   PERFORM WRITE-TXN-OUT-RECORD
                   PERFORM WRITE-AUDIT-LOG-RECORD

       POST-TRANSACTION-NOW.
           PERFORM READ-ACCOUNT-MASTER
           MOVE WS-Account-Number TO WS-Hold-Account
           PERFORM COMPUTE-ACTIVE-HOLDS
           *> an approved overdraft facility lets debits run the
           *> balance down past zero as far as the limit; holds still
           *> come off first.
           COMPUTE WS-Available = PreviousBalance - WS-Hold-Total
               + WS-Acct-Overdraft-Limit
           PERFORM CHECK-VALUE-DATE
           PERFORM CHECK-ACCOUNT-AVAILABLE
           PERFORM CHECK-DAILY-LIMITS
           PERFORM CHECK-DUAL-CONTROL

           IF WS-Txn-Result = "REJECTED" OR WS-Txn-Result = "PENDING"
               *> account missing, frozen or closed - no money moves,
               *> but the rejection still shows up in the transaction
               *> output and audit log like an overdraft does.  A
               *> group parked for approval moves nothing yet either.
               MOVE PreviousBalance TO NewBalance
           ELSE
               *> 执行加/减法
                       PERFORM POST-MAINTENANCE
                   WHEN 6
                       PERFORM POST-ORDER-MAINTENANCE
                   WHEN 7
                       PERFORM POST-REVERSAL
                   WHEN 8
                       PERFORM POST-CUSTOMER-MAINTENANCE
                   WHEN 9
                       PERFORM POST-EXTERNAL-TRANSFER
                   WHEN OTHER
                       MOVE PreviousBalance TO NewBalance
                       MOVE "REJECTED" TO WS-Txn-Result
           *> measures idleness against.  Bank-generated adjustments
           *> (StatusCode 4 - interest, fees) deliberately do not:
           *> the daily accrual cycle would otherwise keep every
           *> interest-bearing account looking active forever.  Nor
           *> does a returned external payment, which is the other
           *> bank handing the money back.
           IF WS-Txn-Result = "POSTED"
               AND (StatusCode = 1 OR StatusCode = 2
                   OR StatusCode = 3
                   OR (StatusCode = 9 AND WS-Ext-Action = "PAY"))
               MOVE WS-Posting-Date TO WS-Acct-Last-Activity
           END-IF
           IF (WS-Account-Is-New = "Y"
               AND (WS-Txn-Result = "REJECTED" OR StatusCode = 8))
               OR WS-Txn-Result = "PENDING"
               *> no record exists and nothing posted; writing here
               *> would re-create the very phantom account the
               *> standing check exists to prevent.  A customer
               *> group that touches no account (AccountNumber=0)
               *> must not conjure one up either, and a parked group
               *> leaves the master exactly as it found it.
               MOVE "N" TO WS-Master-Written
           ELSE
               PERFORM WRITE-ACCOUNT-MASTER
               MOVE "Y" TO WS-Master-Written
           END-IF
           *> a transfer the BankOrder sweep generated names its
           *> order; only a posted one moves the order's next-due
               AND WS-Txn-Result = "POSTED"
               PERFORM ADVANCE-STANDING-ORDER
           END-IF
           IF WS-Limited-Debit = "Y" AND WS-Txn-Result = "POSTED"
               PERFORM ADD-DAILY-DEBIT
           END-IF
           PERFORM WRITE-TXN-OUT-RECORD
           IF WS-Txn-Result = "REJECTED"
               PERFORM NOTE-REJECTION
           END-IF
           PERFORM WRITE-AUDIT-LOG-RECORD
           IF StatusCode = 7 AND WS-Txn-Result = "POSTED"
               PERFORM REGISTER-REVERSAL
           END-IF
           IF StatusCode = 9 AND WS-Txn-Result = "POSTED"
               PERFORM REGISTER-EXTERNAL-PAYMENT
           END-IF
           IF WS-Txn-Result = "PENDING"
               PERFORM PARK-PENDING-GROUP
           END-IF
           IF WS-Txn-Result = "POSTED" AND WS-Pending-Id NOT = SPACES
               PERFORM MARK-PENDING-POSTED
           END-IF
           PERFORM UPDATE-CONTROL-TOTALS
           PERFORM SAVE-CHECKPOINT

                   MOVE 0 TO CK-Last-Txn-Number
                   MOVE 0 TO CK-Net-Movement
                   PERFORM VARYING WS-CT-Idx-Num FROM 1 BY 1
                           UNTIL WS-CT-Idx-Num > 10
                       MOVE 0 TO CK-CT-Count(WS-CT-Idx-Num)
                       MOVE 0 TO CK-CT-Amount(WS-CT-Idx-Num)
                   END-PERFORM
                   *> run-wide totals so the reconciliation report
                   *> still accounts for it without reposting it.
                   PERFORM VARYING WS-CT-Idx-Num FROM 1 BY 1
                           UNTIL WS-CT-Idx-Num > 10
                       MOVE CK-CT-Count(WS-CT-Idx-Num) TO
                           WS-File-CT-Count(WS-CT-Idx-Num)
                       MOVE CK-CT-Amount(WS-CT-Idx-Num) TO
           MOVE WS-Input-File-Name TO CK-Input-File-Name
           MOVE WS-Txn-Number TO CK-Last-Txn-Number
           PERFORM VARYING WS-CT-Idx-Num FROM 1 BY 1
                   UNTIL WS-CT-Idx-Num > 10
               MOVE WS-File-CT-Count(WS-CT-Idx-Num) TO
                   CK-CT-Count(WS-CT-Idx-Num)
               MOVE WS-File-CT-Amount(WS-CT-Idx-Num) TO
           MOVE "ADJUSTMENT"  TO WS-CT-Description(4)
           MOVE "MAINTENANCE" TO WS-CT-Description(5)
           MOVE "STANDORDER"  TO WS-CT-Description(6)
           MOVE "REVERSAL"    TO WS-CT-Description(7)
           MOVE "CUSTOMER"    TO WS-CT-Description(8)
           MOVE "EXTERNAL"    TO WS-CT-Description(9)
           MOVE "UNKNOWN"     TO WS-CT-Description(10).

       UPDATE-CONTROL-TOTALS.
           IF StatusCode >= 1 AND StatusCode <= 9
               MOVE StatusCode TO WS-CT-Idx-Num
           ELSE
               MOVE 10 TO WS-CT-Idx-Num
           END-IF
           ADD 1 TO WS-CT-Count(WS-CT-Idx-Num)
           ADD 1 TO WS-File-CT-Count(WS-CT-Idx-Num)
           *> same-account rejection leaves the master file untouched,
           *> so folding its attempted amount in here would make the
           *> report's figures not tie back to what was actually moved.
           *> a maintenance, standing-order or customer group moves
           *> no money even when it posts, so a stray (or order-
           *> sized) Amount= on one must not leak into the report.
           IF WS-Txn-Result = "POSTED" AND StatusCode NOT = 5
               AND StatusCode NOT = 6 AND StatusCode NOT = 8
               ADD Amount TO WS-CT-Amount(WS-CT-Idx-Num)
               ADD Amount TO WS-File-CT-Amount(WS-CT-Idx-Num)
           END-IF
           *> the same bank, so it nets to zero balance movement; only
           *> its debit leg's delta is computed above, so it must not
           *> be folded into the grand total or it would look like a
           *> withdrawal.  Reversing a transfer nets to zero the same
           *> way.
           IF StatusCode NOT = 3
               AND NOT (StatusCode = 7 AND WS-Link-Status-Code = 3)
               ADD WS-Txn-Delta TO WS-Net-Movement
               ADD WS-Txn-Delta TO WS-File-Net-Movement
           END-IF.
           MOVE WS-Report-Line TO RL-Text
           WRITE REPORT-LINE-RECORD

           PERFORM VARYING CT-Idx FROM 1 BY 1 UNTIL CT-Idx > 10
               MOVE WS-CT-Amount(CT-Idx) TO WS-CT-Amount-Edited
               MOVE SPACES TO WS-Report-Line
               STRING WS-CT-Description(CT-Idx) " count="
           MOVE WS-Report-Line TO RL-Text
           WRITE REPORT-LINE-RECORD

           MOVE SPACES TO WS-Report-Line
           STRING "Parked for approval=" WS-Pending-Total
               DELIMITED BY SIZE INTO WS-Report-Line
           MOVE WS-Report-Line TO RL-Text
           WRITE REPORT-LINE-RECORD

           MOVE SPACES TO WS-Report-Line
           STRING "Rejected transactions=" WS-Reject-Total
               " threshold=" WS-Reject-Threshold
           *> place; its own standing fields stay untouched.
           ADD Amount TO AM-Balance
           *> money landing counts as movement for the receiving
           *> account too, so its dormancy clock resets here - but not
           *> when a reversal hands money back, which is the bank
           *> correcting itself rather than the customer moving.
           IF StatusCode = 3
               MOVE WS-Posting-Date TO AM-Last-Activity-Date
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE AM-Balance TO WS-To-New-Balance
           *> the debit leg's own TxnOutFile/AuditLogFile record
           PERFORM WRITE-TRANSFER-CREDIT-RECORD.

       WRITE-TRANSFER-CREDIT-RECORD.
           PERFORM SET-RECORD-SUBTYPE
           MOVE WS-To-Account-Number TO TO-Account-Number
           MOVE StatusCode            TO TO-Status-Code
           MOVE WS-To-Old-Balance    TO TO-Previous-Balance
           MOVE SPACES                TO TO-Reason-Code
           MOVE WS-Network-Ref        TO TO-Network-Ref
           MOVE WS-Resub-Flag         TO TO-Resub-Flag
           MOVE WS-Cpty-Link-Run-Id   TO TO-Link-Run-Id
           MOVE WS-Cpty-Link-Timestamp TO TO-Link-Timestamp
           MOVE WS-Cpty-Link-Status-Code TO TO-Link-Status-Code
           MOVE WS-Record-Subtype     TO TO-Subtype
           MOVE 0                     TO TO-Customer-Id
           MOVE WS-Operator-Id        TO TO-Entered-By
           MOVE WS-Approved-By        TO TO-Approved-By
           MOVE WS-Pending-Id         TO TO-Pending-Id
           WRITE TRANSACTION-OUTPUT-RECORD

           MOVE WS-Run-Id             TO AL-Run-Id
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE AL-Timestamp          TO WS-Cpty-Audit-Stamp
           MOVE WS-To-Account-Number TO AL-Account-Number
           MOVE StatusCode            TO AL-Status-Code
           MOVE Amount                TO AL-Amount
           MOVE SPACES                TO AL-Reason-Code
           MOVE WS-Network-Ref        TO AL-Network-Ref
           MOVE WS-Resub-Flag         TO AL-Resub-Flag
           MOVE WS-Cpty-Link-Run-Id   TO AL-Link-Run-Id
           MOVE WS-Cpty-Link-Timestamp TO AL-Link-Timestamp
           MOVE WS-Cpty-Link-Status-Code TO AL-Link-Status-Code
           MOVE WS-Record-Subtype     TO AL-Subtype
           MOVE 0                     TO AL-Customer-Id
           MOVE WS-Operator-Id        TO AL-Entered-By
           MOVE WS-Approved-By        TO AL-Approved-By
           MOVE WS-Pending-Id         TO AL-Pending-Id
           *> the other account's record has just been rewritten
           *> and is still in the FD buffer.
           PERFORM SET-AUDIT-IMAGE-FROM-MASTER
           WRITE AUDIT-LOG-RECORD.

       SET-AUDIT-IMAGE-FROM-MASTER.
           MOVE "Y"                   TO AL-Master-Image-Flag
           MOVE AM-Status             TO AL-After-Status
           MOVE AM-Account-Type       TO AL-After-Account-Type
           MOVE AM-Holder-Name        TO AL-After-Holder-Name
           MOVE AM-Open-Date          TO AL-After-Open-Date
           MOVE AM-Last-Activity-Date TO AL-After-Last-Activity
           MOVE AM-Overdraft-Limit    TO AL-After-Overdraft-Limit
           MOVE AM-Customer-Id        TO AL-After-Customer-Id.

       READ-CONFIG-FILE.
           *> record 1: staleness window in business days; record
           *> 2: how many rejections a run tolerates before it ends
           *> with a nonzero return code; record 3: the fee charged
           *> on closing an account; record 4: the closed-account
           *> payable suspense account.  Any may be absent.
           OPEN INPUT ConfigFile
           IF WS-Config-Status = "00"
               READ ConfigFile INTO ConfigRecord
                               WS-Reject-Threshold
                       END-IF
               END-READ
               READ ConfigFile INTO ConfigRecord
                   NOT AT END
                       MOVE ConfigRecord TO WS-Config-Value
                       IF FUNCTION TEST-NUMVAL(WS-Config-Value) = 0
                           MOVE FUNCTION NUMVAL(WS-Config-Value) TO
                               WS-Closing-Fee
                       END-IF
               END-READ
               READ ConfigFile INTO ConfigRecord
                   NOT AT END
                       MOVE ConfigRecord TO WS-Config-Value
                       IF FUNCTION TEST-NUMVAL(WS-Config-Value) = 0
                           MOVE FUNCTION NUMVAL(WS-Config-Value) TO
                               WS-Suspense-Account
                       END-IF
               END-READ
               CLOSE ConfigFile
           END-IF.

       LOAD-DAILY-LIMITS.
           *> read afresh on every CALL, so a limit changed between
           *> the files of a driver-managed run takes effect at the
           *> next file.  A line that does not parse is skipped with
           *> a warning rather than stopping the posting run.
           MOVE 0 TO WS-Limit-Count
           MOVE "N" TO WS-Limit-EOF
           OPEN INPUT LimitConfigFile
           IF WS-Limit-Cfg-Status = "00"
               PERFORM UNTIL WS-Limit-EOF = "Y"
                   READ LimitConfigFile
                       AT END
                           MOVE "Y" TO WS-Limit-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-LIMIT-LINE
                   END-READ
               END-PERFORM
               CLOSE LimitConfigFile
           END-IF.

       LOAD-ONE-LIMIT-LINE.
           IF LimitConfigRecord = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-Limit-Tok-1
               MOVE SPACES TO WS-Limit-Tok-2
               MOVE SPACES TO WS-Limit-Tok-3
               MOVE SPACES TO WS-Limit-Tok-4
               UNSTRING LimitConfigRecord DELIMITED BY ALL " "
                   INTO WS-Limit-Tok-1 WS-Limit-Tok-2
                        WS-Limit-Tok-3 WS-Limit-Tok-4
               IF WS-Limit-Tok-1 = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-Limit-Tok-2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-Limit-Tok-3) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-Limit-Tok-4) NOT = 0
                   OR WS-Limit-Count >= 20
                   DISPLAY "警告: 每日限额配置行无效,"
                   DISPLAY "已忽略: " LimitConfigRecord
               ELSE
                   ADD 1 TO WS-Limit-Count
                   MOVE WS-Limit-Tok-1 TO
                       WS-LE-Account-Type(WS-Limit-Count)
                   MOVE FUNCTION NUMVAL(WS-Limit-Tok-2) TO
                       WS-LE-Max-Total(WS-Limit-Count)
                   MOVE FUNCTION NUMVAL(WS-Limit-Tok-3) TO
                       WS-LE-Max-Count(WS-Limit-Count)
                   MOVE FUNCTION NUMVAL(WS-Limit-Tok-4) TO
                       WS-LE-Max-Single(WS-Limit-Count)
               END-IF
           END-IF.

       READ-APPROVAL-CONFIG.
           *> record 1: the amount above which a movement needs a
           *> second operator's approval (0: none does); record 2:
           *> how many days a parked group may wait for approval,
           *> and an approval for its posting.  Shared with
           *> BankApprove; read afresh on every CALL.
           MOVE 0 TO WS-High-Value-Amount
           MOVE 5 TO WS-Approval-Days
           OPEN INPUT ApprovalConfigFile
           IF WS-Appr-Cfg-Status = "00"
               READ ApprovalConfigFile
                   NOT AT END
                       MOVE ApprovalConfigRecord TO WS-Config-Value
                       IF FUNCTION TEST-NUMVAL(WS-Config-Value) = 0
                           MOVE FUNCTION NUMVAL(WS-Config-Value) TO
                               WS-High-Value-Amount
                       END-IF
               END-READ
               READ ApprovalConfigFile
                   NOT AT END
                       MOVE ApprovalConfigRecord TO WS-Config-Value
                       IF FUNCTION TEST-NUMVAL(WS-Config-Value) = 0
                           MOVE FUNCTION NUMVAL(WS-Config-Value) TO
                               WS-Approval-Days
                       END-IF
               END-READ
               CLOSE ApprovalConfigFile
           END-IF.

       SET-VALUE-DATE.
           *> a group with no TxnDate= posts under today's date, the
           *> way every file did before dates existed.
                       DISPLAY "错误: 交易日期在未来,"
                       DISPLAY "交易被拒绝"
                   ELSE
                       PERFORM COUNT-BUSINESS-DAYS-SINCE
                       IF WS-Bd-Count > WS-Stale-Days
                           MOVE "REJECTED" TO WS-Txn-Result
                           MOVE "STALE" TO WS-Reject-Reason
                           DISPLAY "账户: " WS-Account-Number
               END-IF
           END-IF.

       COUNT-BUSINESS-DAYS-SINCE.
           *> business days after the value date up to and including
           *> today - a Friday value date posted on Monday is one
           *> business day old, not three calendar days.  Counting
           *> stops once past the window; the exact age of a stale
           *> date does not matter.
           IF WS-Value-Int NOT = WS-Bd-Counted-Int
               MOVE 0 TO WS-Bd-Count
               COMPUTE WS-Bd-Int = WS-Value-Int + 1
               PERFORM UNTIL WS-Bd-Int > WS-Today-Int
                   OR WS-Bd-Count > WS-Stale-Days
                   MOVE FUNCTION DATE-OF-INTEGER(WS-Bd-Int)
                       TO WS-Bd-Num
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-Bd-Business = "Y"
                       ADD 1 TO WS-Bd-Count
                   END-IF
                   ADD 1 TO WS-Bd-Int
               END-PERFORM
               MOVE WS-Value-Int TO WS-Bd-Counted-Int
           END-IF.

       CHECK-BUSINESS-DAY.
           *> Monday to Friday are business days and Saturday and
           *> Sunday are not, unless the calendar says otherwise for
           *> the date: H closes a weekday, W opens a weekend day.
           *> INTEGER-OF-DATE counts from Monday 1 January 1601, so
           *> the remainder by 7 is 0 on a Sunday and 6 on a
           *> Saturday.
           COMPUTE WS-Bd-Weekday = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-Bd-Num), 7)
           IF WS-Bd-Weekday = 0 OR WS-Bd-Weekday = 6
               MOVE "N" TO WS-Bd-Business
           ELSE
               MOVE "Y" TO WS-Bd-Business
           END-IF
           IF WS-Calendar-Open = "Y"
               MOVE WS-Bd-Num TO CL-Date
               READ CalendarFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-Holiday
                           MOVE "N" TO WS-Bd-Business
                       END-IF
                       IF CL-Workday
                           MOVE "Y" TO WS-Bd-Business
                       END-IF
               END-READ
           END-IF.

       CHECK-ACCOUNT-AVAILABLE.
           *> a money movement may only touch an account that exists
           *> and is open; maintenance groups (StatusCode 5) manage
           *> new record, so they pass through unchecked here, as do
           *> standing-order groups (StatusCode 6), which do their own
           *> account checks so a CANCEL still lands on a frozen
           *> account, and customer groups (StatusCode 8), most of
           *> which touch no account at all.
           IF StatusCode = 5 OR StatusCode = 6 OR StatusCode = 8
               OR WS-Txn-Result = "REJECTED"
               CONTINUE
           ELSE
               END-IF
           END-IF.

       CHECK-DAILY-LIMITS.
           *> the customer debits a stolen card or a rogue payment
           *> file would drain an account through - withdrawals
           *> (card settlements arrive as these), the paying side of
           *> a transfer and an outgoing external payment - are held
           *> to the account type's daily limits for their value
           *> date, on top of the available-balance test.  Bank-
           *> generated debits (fees, reversals, closure payouts) are
           *> not the customer's spending and are not limited.  A
           *> transfer the BankOrder sweep generated counts toward
           *> the day's totals but is never itself refused: it was
           *> set up at the branch, and a refused one would only come
           *> round again at every sweep.
           MOVE "N" TO WS-Limited-Debit
           IF StatusCode = 2 OR StatusCode = 3
               OR (StatusCode = 9 AND
                   (WS-Ext-Action = SPACES OR WS-Ext-Action = "PAY"))
               MOVE "Y" TO WS-Limited-Debit
           END-IF
           IF WS-Limited-Debit = "N" OR WS-Txn-Result = "REJECTED"
               OR (StatusCode = 3 AND WS-Order-Id > 0)
               CONTINUE
           ELSE
               PERFORM FIND-DAILY-LIMITS
               PERFORM APPLY-LIMIT-OVERRIDE
               PERFORM READ-DAILY-TOTAL
               MOVE SPACES TO WS-Limit-Breach
               EVALUATE TRUE
                   WHEN WS-Lim-Max-Single > 0
                       AND Amount > WS-Lim-Max-Single
                       MOVE "SINGLE" TO WS-Limit-Breach
                   WHEN WS-Lim-Max-Total > 0
                       AND WS-Day-Debit-Total + Amount >
                           WS-Lim-Max-Total
                       MOVE "TOTAL" TO WS-Limit-Breach
                   WHEN WS-Lim-Max-Count > 0
                       AND WS-Day-Debit-Count + 1 > WS-Lim-Max-Count
                       MOVE "COUNT" TO WS-Limit-Breach
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-Limit-Breach NOT = SPACES
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "DLIMT" TO WS-Reject-Reason
                   DISPLAY "账户: " WS-Account-Number
                   DISPLAY "错误: 超出每日限额 " WS-Limit-Breach
                   DISPLAY "交易被拒绝"
               END-IF
           END-IF.

       FIND-DAILY-LIMITS.
           *> the account type's own line wins over the * line; with
           *> neither, the account has no limits.
           MOVE "N" TO WS-Limit-Found
           MOVE 0 TO WS-Lim-Max-Total
           MOVE 0 TO WS-Lim-Max-Count
           MOVE 0 TO WS-Lim-Max-Single
           PERFORM VARYING LIM-Idx FROM 1 BY 1
                   UNTIL LIM-Idx > WS-Limit-Count
                   OR WS-Limit-Found = "Y"
               IF WS-LE-Account-Type(LIM-Idx) = WS-Acct-Type
                   OR (WS-LE-Account-Type(LIM-Idx) = "*"
                       AND WS-Limit-Found = "N")
                   IF WS-LE-Account-Type(LIM-Idx) = WS-Acct-Type
                       MOVE "Y" TO WS-Limit-Found
                   ELSE
                       MOVE "D" TO WS-Limit-Found
                   END-IF
                   MOVE WS-LE-Max-Total(LIM-Idx) TO WS-Lim-Max-Total
                   MOVE WS-LE-Max-Count(LIM-Idx) TO WS-Lim-Max-Count
                   MOVE WS-LE-Max-Single(LIM-Idx) TO
                       WS-Lim-Max-Single
               END-IF
           END-PERFORM.

       APPLY-LIMIT-OVERRIDE.
           *> an override in force for the value date replaces the
           *> type's limits: its amount caps both the day's total and
           *> any one debit, and the count limit is lifted.
           MOVE WS-Account-Number TO LO-Account-Number
           READ LimitOverrideFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-Value-Date >= LO-From-Date
                       AND WS-Value-Date <= LO-Through-Date
                       MOVE LO-Limit-Amount TO WS-Lim-Max-Total
                       MOVE LO-Limit-Amount TO WS-Lim-Max-Single
                       MOVE 0 TO WS-Lim-Max-Count
                       DISPLAY "账户 " WS-Account-Number
                           " 适用临时每日限额"
                   END-IF
           END-READ.

       READ-DAILY-TOTAL.
           MOVE WS-Account-Number TO DT-Account-Number
           MOVE WS-Value-Date TO DT-Value-Date
           READ DailyTotalFile
               INVALID KEY
                   MOVE "N" TO WS-Day-Total-Found
                   MOVE 0 TO WS-Day-Debit-Total
                   MOVE 0 TO WS-Day-Debit-Count
               NOT INVALID KEY
                   MOVE "Y" TO WS-Day-Total-Found
                   MOVE DT-Debit-Total TO WS-Day-Debit-Total
                   MOVE DT-Debit-Count TO WS-Day-Debit-Count
           END-READ.

       ADD-DAILY-DEBIT.
           *> read again rather than trusting CHECK-DAILY-LIMITS'
           *> figures: a transfer's credit leg re-keys other records
           *> in between, and a standing-order transfer never read
           *> them at all.
           PERFORM READ-DAILY-TOTAL
           ADD Amount TO WS-Day-Debit-Total
           ADD 1 TO WS-Day-Debit-Count
           MOVE WS-Account-Number TO DT-Account-Number
           MOVE WS-Value-Date TO DT-Value-Date
           MOVE WS-Day-Debit-Total TO DT-Debit-Total
           MOVE WS-Day-Debit-Count TO DT-Debit-Count
           MOVE WS-Run-Id TO DT-Last-Run-Id
           MOVE WS-Posting-Date TO DT-Last-Posting-Date
           IF WS-Day-Total-Found = "Y"
               REWRITE DAILY-TOTAL-RECORD
           ELSE
               WRITE DAILY-TOTAL-RECORD
           END-IF.

       GRANT-LIMIT-OVERRIDE.
           *> the override runs from the group's value date through
           *> Expiry= (that same day when left off); it is meant to
           *> see a customer through a known large spend, so it may
           *> not run past thirty days.
           IF WS-Expiry-In = 0
               MOVE WS-Value-Date TO WS-Ovr-Through
           ELSE
               MOVE WS-Expiry-In TO WS-Ovr-Through
           END-IF
           EVALUATE TRUE
               WHEN WS-Account-Is-New = "Y"
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "NOACC" TO WS-Reject-Reason
                   DISPLAY "账户: " WS-Account-Number
                   DISPLAY "错误: 账户不存在,"
                   DISPLAY "临时限额设置被拒绝"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-Ovr-Through)) NOT = 0
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "BADOV" TO WS-Reject-Reason
               WHEN OTHER
                   COMPUTE WS-Ovr-From-Int = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-Value-Date))
                   COMPUTE WS-Ovr-Through-Int =
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-Ovr-Through))
                   IF WS-Ovr-Through-Int < WS-Ovr-From-Int
                       OR WS-Ovr-Through-Int - WS-Ovr-From-Int > 30
                       MOVE "REJECTED" TO WS-Txn-Result
                       MOVE "BADOV" TO WS-Reject-Reason
                   END-IF
           END-EVALUATE
           IF WS-Reject-Reason = "BADOV"
               DISPLAY "账户: " WS-Account-Number
               DISPLAY "错误: 临时限额有效期无效: "
                   WS-Ovr-Through
           END-IF
           IF WS-Txn-Result NOT = "REJECTED"
               MOVE WS-Account-Number TO LO-Account-Number
               READ LimitOverrideFile
                   INVALID KEY
                       MOVE "N" TO WS-Ovr-Found
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Ovr-Found
               END-READ
               MOVE WS-Account-Number TO LO-Account-Number
               MOVE WS-Value-Date TO LO-From-Date
               MOVE WS-Ovr-Through TO LO-Through-Date
               MOVE Amount TO LO-Limit-Amount
               MOVE WS-Run-Id TO LO-Run-Id
               MOVE WS-Posting-Date TO LO-Posting-Date
               IF WS-Ovr-Found = "Y"
                   REWRITE LIMIT-OVERRIDE-RECORD
               ELSE
                   WRITE LIMIT-OVERRIDE-RECORD
               END-IF
               DISPLAY "执行临时每日限额设置操作"
           END-IF.

       CHECK-DUAL-CONTROL.
           *> a group that needs a second operator is parked, not
           *> posted, unless it comes back approved; one that came
           *> back approved is proved against what was parked.
           IF WS-Txn-Result = "REJECTED"
               CONTINUE
           ELSE
               IF WS-Approved-By NOT = SPACES
                   PERFORM CHECK-APPROVAL
               ELSE
                   PERFORM CHECK-NEEDS-APPROVAL
                   IF WS-Needs-Approval = "Y"
                       EVALUATE TRUE
                           WHEN WS-Operator-Id = SPACES
                               MOVE "REJECTED" TO WS-Txn-Result
                               MOVE "NOOPR" TO WS-Reject-Reason
                               DISPLAY "账户: " WS-Account-Number
                               DISPLAY "错误: 未指明操作员,"
                               DISPLAY "交易被拒绝"
                           WHEN WS-Operator-Id = "SYSTEM"
                               *> parked under SYSTEM it would need
                               *> only one real operator, the
                               *> approver.
                               MOVE "REJECTED" TO WS-Txn-Result
                               MOVE "SYSOP" TO WS-Reject-Reason
                               DISPLAY "账户: " WS-Account-Number
                               DISPLAY "错误: 非批处理文件"
                               DISPLAY "使用系统操作员,"
                               DISPLAY "交易被拒绝"
                           WHEN OTHER
                               PERFORM ASSIGN-PENDING-ID
                               MOVE "PENDING" TO WS-Txn-Result
                               DISPLAY "账户: " WS-Account-Number
                               DISPLAY "待复核,挂起编号 "
                                   WS-Pending-Id
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       CHECK-NEEDS-APPROVAL.
           *> customer maintenance (StatusCode 8) is not under dual
           *> control; nor is anything the batch programs generate
           *> - interest and fees, card settlements, the transfers
           *> of standing orders that were themselves approved,
           *> dormancy flips, returned payments.  Those carry
           *> OperatorId=SYSTEM, which anyone could key, so it counts
           *> only in a file named the way a batch program names its
           *> own.  Amount is as keyed, so a reversal's or return's
           *> is the real sum: both require Amount= and refuse one
           *> that differs from the original's or the payment's.
           MOVE "N" TO WS-Needs-Approval
           PERFORM CHECK-GENERATED-FILE
           EVALUATE TRUE
               WHEN WS-Operator-Id = "SYSTEM"
                   AND WS-Generated-File = "Y"
                   CONTINUE
               WHEN StatusCode = 5 OR StatusCode = 6
                   MOVE "Y" TO WS-Needs-Approval
               WHEN StatusCode = 8
                   CONTINUE
               WHEN WS-High-Value-Amount > 0
                   AND Amount > WS-High-Value-Amount
                   MOVE "Y" TO WS-Needs-Approval
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-GENERATED-FILE.
           *> cycle_, order_, settle_, dormant_ or payrtn_ followed
           *> by the yyyymmdd the program stamps and .txt; BankRepair
           *> and BankApprove files carry the original operator's own
           *> id, never SYSTEM's blessing.
           MOVE "N" TO WS-Generated-File
           EVALUATE TRUE
               WHEN WS-Input-File-Name(1:6) = "cycle_"
                   OR WS-Input-File-Name(1:6) = "order_"
                   MOVE 6 TO WS-Gen-Prefix-Len
               WHEN WS-Input-File-Name(1:7) = "settle_"
                   OR WS-Input-File-Name(1:7) = "payrtn_"
                   MOVE 7 TO WS-Gen-Prefix-Len
               WHEN WS-Input-File-Name(1:8) = "dormant_"
                   MOVE 8 TO WS-Gen-Prefix-Len
               WHEN OTHER
                   MOVE 0 TO WS-Gen-Prefix-Len
           END-EVALUATE
           IF WS-Gen-Prefix-Len > 0
               IF WS-Input-File-Name(WS-Gen-Prefix-Len + 1:8)
                       IS NUMERIC
                   AND WS-Input-File-Name(WS-Gen-Prefix-Len + 9:4)
                       = ".txt"
                   AND WS-Input-File-Name(WS-Gen-Prefix-Len + 13:)
                       = SPACES
                   MOVE "Y" TO WS-Generated-File
               END-IF
           END-IF.

       ASSIGN-PENDING-ID.
           ADD 1 TO WS-Pend-Seq
           MOVE SPACES TO WS-Pending-Id
           STRING WS-Run-Id(3:12) WS-Pend-Seq
               DELIMITED BY SIZE INTO WS-Pending-Id.

       CHECK-APPROVAL.
           *> the approval holds only for the very group that was
           *> approved: same lines, same entering operator, the
           *> approver BankApprove recorded, and not yet posted.  A
           *> BankRepair SET on an approved group therefore needs
           *> approving afresh.
           MOVE WS-Pending-Id-In TO PA-Pending-Id
           READ PendingFile
               INVALID KEY
                   MOVE "N" TO WS-Pend-Found
               NOT INVALID KEY
                   MOVE "Y" TO WS-Pend-Found
           END-READ
           MOVE "N" TO WS-Cmp-Match
           IF WS-Pend-Found = "Y"
               PERFORM COMPARE-PENDING-GROUP
           END-IF
           EVALUATE TRUE
               WHEN WS-Pend-Found = "N" OR NOT PA-Approved
                   OR PA-Decided-By NOT = WS-Approved-By
                   OR WS-Cmp-Match = "N"
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "NOPND" TO WS-Reject-Reason
               WHEN WS-Approved-By = WS-Operator-Id
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "SAMOP" TO WS-Reject-Reason
               WHEN OTHER
                   COMPUTE WS-Decided-Int = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(PA-Decided-Date))
                   IF WS-Today-Int - WS-Decided-Int > WS-Approval-Days
                       MOVE "REJECTED" TO WS-Txn-Result
                       MOVE "EXPRD" TO WS-Reject-Reason
                   ELSE
                       MOVE WS-Pending-Id-In TO WS-Pending-Id
                   END-IF
           END-EVALUATE
           IF WS-Txn-Result = "REJECTED"
               DISPLAY "账户: " WS-Account-Number
               DISPLAY "错误: 复核无效 " WS-Reject-Reason
                   " 挂起编号 " WS-Pending-Id-In
           END-IF.

       COMPARE-PENDING-GROUP.
           MOVE 0 TO WS-Cmp-Count
           MOVE "C" TO WS-Group-Target
           PERFORM WRITE-GROUP-FIELDS
           MOVE "R" TO WS-Group-Target
           IF WS-Cmp-Count = PA-Line-Count
               MOVE "Y" TO WS-Cmp-Match
               PERFORM VARYING WS-Cmp-Idx FROM 1 BY 1
                       UNTIL WS-Cmp-Idx > WS-Cmp-Count
                   IF WS-Cmp-Line(WS-Cmp-Idx) NOT =
                       PA-Group-Line(WS-Cmp-Idx)
                       MOVE "N" TO WS-Cmp-Match
                   END-IF
               END-PERFORM
           END-IF.

       PARK-PENDING-GROUP.
           *> the audit record of the parking has just been written,
           *> so its timestamp is in WS-Audit-Stamp.
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE WS-Pending-Id TO PA-Pending-Id
           MOVE WS-Account-Number TO PA-Account-Number
           MOVE StatusCode TO PA-Status-Code
           MOVE WS-Record-Subtype TO PA-Subtype
           MOVE Amount TO PA-Amount
           MOVE WS-Operator-Id TO PA-Entered-By
           MOVE WS-Posting-Date TO PA-Entered-Date
           MOVE WS-Run-Id TO PA-Run-Id
           MOVE WS-Audit-Stamp TO PA-Audit-Stamp
           MOVE WS-Input-File-Name TO PA-Input-File-Name
           MOVE "P" TO PA-State
           MOVE 0 TO PA-Line-Count
           MOVE "P" TO WS-Group-Target
           PERFORM WRITE-GROUP-FIELDS
           MOVE "R" TO WS-Group-Target
           WRITE PENDING-APPROVAL-RECORD
           ADD 1 TO WS-Pending-Total.

       MARK-PENDING-POSTED.
           MOVE WS-Pending-Id TO PA-Pending-Id
           READ PendingFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO PA-State
                   MOVE WS-Run-Id TO PA-Posted-Run-Id
                   MOVE WS-Posting-Date TO PA-Posted-Date
                   REWRITE PENDING-APPROVAL-RECORD
                   END-REWRITE
           END-READ.

       POST-MAINTENANCE.
           *> back-office account maintenance arrives through the
           *> normal daily input files as a StatusCode 5 group with a
           *> MaintAction= of OPEN, FREEZE, CLOSE, HOLD, RELEASE,
           *> DORMANT, REACTIVE, ODLIMIT or LIMITOVR (OPEN also takes
           *> HolderName=,
           *> AccountType= and the CustomerId= of an active customer
           *> on the customer master, who becomes the primary holder
           *> and whose name stands in for a missing HolderName=;
           *> HOLD takes HoldId= and Amount=,
           *> RELEASE takes HoldId=; ODLIMIT takes the new overdraft
           *> limit as Amount=; LIMITOVR takes the temporary daily
           *> limit as Amount= and the last day it applies as Expiry=;
           *> CLOSE takes the optional ReleaseHolds=Y and
           *> PayoutAccount=).  DORMANT is how
           *> BankDormant's sweep parks an idle account; REACTIVE is
           *> the explicit branch action that wakes one up again.  It
           *> moves no money; the balance rides through unchanged and
           *> only the standing fields or the holds file are
           *> rewritten - except CLOSE, which settles the account
           *> first (see CLOSE-ACCOUNT).
           EVALUATE WS-Maint-Action
               WHEN "OPEN"
                   IF WS-Account-Is-New = "Y"
                       PERFORM OPEN-ACCOUNT-FOR-CUSTOMER
                   ELSE
                       MOVE "REJECTED" TO WS-Txn-Result
                       MOVE "EXIST" TO WS-Reject-Reason
                       DISPLAY "执行冻结账户操作"
                   END-IF
               WHEN "CLOSE"
                   PERFORM CLOSE-ACCOUNT
               WHEN "HOLD"
                   PERFORM PLACE-ACCOUNT-HOLD
               WHEN "RELEASE"
                   PERFORM SET-ACCOUNT-DORMANT
               WHEN "REACTIVE"
                   PERFORM REACTIVATE-ACCOUNT
               WHEN "ODLIMIT"
                   *> the limit may be cut below what an overdrawn
                   *> account already owes; that blocks further debits
                   *> until it is back inside, it never claws back.
                   IF WS-Account-Is-New = "Y"
                       MOVE "REJECTED" TO WS-Txn-Result
                       MOVE "NOACC" TO WS-Reject-Reason
                       DISPLAY "账户: " WS-Account-Number
                       DISPLAY "错误: 账户不存在,"
                       DISPLAY "透支额度设置被拒绝"
                   ELSE
                       MOVE Amount TO WS-Acct-Overdraft-Limit
                       DISPLAY "执行透支额度设置操作"
                   END-IF
               WHEN "LIMITOVR"
                   PERFORM GRANT-LIMIT-OVERRIDE
               WHEN OTHER
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "UNKMA" TO WS-Reject-Reason
           END-EVALUATE
           MOVE PreviousBalance TO NewBalance.

       OPEN-ACCOUNT-FOR-CUSTOMER.
           *> an account is only opened for a customer the bank
           *> knows and still deals with; the opening writes the
           *> primary holding into the relationship file and stamps
           *> the customer on the master, so the customer's accounts
           *> can be found from either end.
           MOVE WS-Customer-Id TO CU-Customer-Id
           IF WS-Customer-Id = 0
               MOVE "NOCUS" TO WS-Reject-Reason
           ELSE
               READ CustomerFile
                   INVALID KEY
                       MOVE "NOCUS" TO WS-Reject-Reason
                   NOT INVALID KEY
                       IF NOT CU-Status-Active
                           MOVE "CUSIN" TO WS-Reject-Reason
                       END-IF
               END-READ
           END-IF
           IF WS-Reject-Reason NOT = SPACES
               MOVE "REJECTED" TO WS-Txn-Result
               DISPLAY "账户: " WS-Account-Number
               DISPLAY "错误: 客户无效,开户被拒绝,"
               DISPLAY "原因: " WS-Reject-Reason
           ELSE
               MOVE "O" TO WS-Acct-Status
               MOVE WS-Account-Type-In TO WS-Acct-Type
               IF WS-Holder-Name-In = SPACES
                   MOVE CU-Name TO WS-Acct-Holder
               ELSE
                   MOVE WS-Holder-Name-In TO WS-Acct-Holder
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO
                   WS-Acct-Open-Date
               MOVE WS-Customer-Id TO WS-Acct-Customer-Id
               MOVE WS-Customer-Id TO CR-Customer-Id
               MOVE WS-Account-Number TO CR-Account-Number
               MOVE "P" TO CR-Role
               MOVE WS-Posting-Date TO CR-Linked-Date
               MOVE "A" TO CR-Status
               WRITE CUSTOMER-RELATION-RECORD
                   INVALID KEY
                       *> a holding left behind by an account number
                       *> that was never actually opened; the new
                       *> opening takes it over.
                       REWRITE CUSTOMER-RELATION-RECORD
               END-WRITE
               DISPLAY "执行开户操作"
           END-IF.

       POST-CUSTOMER-MAINTENANCE.
           *> customer maintenance arrives through the normal daily
           *> input files as a StatusCode 8 group with a CustAction=
           *> of ADD, CHANGE, STATUS, LINK or UNLINK naming the
           *> customer by CustomerId=.  ADD and CHANGE take CustName=,
           *> Address1=, Address2=, City=, PostCode=, TaxId= and
           *> BirthDate= (CHANGE rewrites only the fields it is
           *> given); STATUS takes CustStatus= (A, I or D).  ADD,
           *> CHANGE and STATUS touch no account and are keyed with
           *> AccountNumber=0.  LINK makes the customer a holder of
           *> the group's account (Role=J, the default, for a joint
           *> holder; Role=P only to attach the primary holder to an
           *> account opened before customers were kept), and UNLINK
           *> ends a joint holding.  It moves no money.
           MOVE "N" TO WS-Cust-Found
           IF WS-Customer-Id = 0
               MOVE "NOCUS" TO WS-Reject-Reason
           ELSE
               MOVE WS-Customer-Id TO CU-Customer-Id
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Cust-Found
               END-READ
               EVALUATE WS-Cust-Action
                   WHEN "ADD"
                       PERFORM ADD-CUSTOMER
                   WHEN "CHANGE"
                       PERFORM CHANGE-CUSTOMER
                   WHEN "STATUS"
                       PERFORM SET-CUSTOMER-STATUS
                   WHEN "LINK"
                       PERFORM LINK-CUSTOMER-ACCOUNT
                   WHEN "UNLINK"
                       PERFORM UNLINK-CUSTOMER-ACCOUNT
                   WHEN OTHER
                       MOVE "UNKCA" TO WS-Reject-Reason
               END-EVALUATE
           END-IF
           IF WS-Reject-Reason NOT = SPACES
               MOVE "REJECTED" TO WS-Txn-Result
               DISPLAY "客户: " WS-Customer-Id
               DISPLAY "错误: 客户维护被拒绝,"
               DISPLAY "原因: " WS-Reject-Reason
           END-IF
           MOVE PreviousBalance TO NewBalance.

       CHECK-BIRTH-DATE.
           *> a birth date is optional, but one that is given must be
           *> a real calendar date and not in the future.
           IF WS-Birth-Date-In NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Birth-Date-In)
                   NOT = 0
                   MOVE "BADBD" TO WS-Reject-Reason
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(WS-Birth-Date-In)
                       > WS-Today-Int
                       MOVE "BADBD" TO WS-Reject-Reason
                   END-IF
               END-IF
           END-IF.

       ADD-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-Cust-Found = "Y"
                   MOVE "CUSDP" TO WS-Reject-Reason
               WHEN WS-Cust-Name-In = SPACES
                   MOVE "BADCU" TO WS-Reject-Reason
               WHEN OTHER
                   PERFORM CHECK-BIRTH-DATE
           END-EVALUATE
           IF WS-Reject-Reason = SPACES
               MOVE WS-Customer-Id TO CU-Customer-Id
               MOVE WS-Cust-Name-In TO CU-Name
               MOVE WS-Address-1-In TO CU-Address-1
               MOVE WS-Address-2-In TO CU-Address-2
               MOVE WS-City-In TO CU-City
               MOVE WS-Postcode-In TO CU-Postcode
               MOVE WS-Tax-Id-In TO CU-Tax-Id
               IF WS-Birth-Date-In = 0
                   MOVE SPACES TO CU-Birth-Date
               ELSE
                   MOVE WS-Birth-Date-In TO CU-Birth-Date
               END-IF
               MOVE "A" TO CU-Status
               MOVE WS-Posting-Date TO CU-Opened-Date
               WRITE CUSTOMER-MASTER-RECORD
               DISPLAY "执行客户建档操作"
           END-IF.

       CHANGE-CUSTOMER.
           *> only the fields the group carries are replaced, so a
           *> change of address need not re-key the tax id.
           IF WS-Cust-Found = "N"
               MOVE "NOCUS" TO WS-Reject-Reason
           ELSE
               PERFORM CHECK-BIRTH-DATE
           END-IF
           IF WS-Reject-Reason = SPACES
               IF WS-Cust-Name-In NOT = SPACES
                   MOVE WS-Cust-Name-In TO CU-Name
               END-IF
               IF WS-Address-1-In NOT = SPACES
                   MOVE WS-Address-1-In TO CU-Address-1
               END-IF
               IF WS-Address-2-In NOT = SPACES
                   MOVE WS-Address-2-In TO CU-Address-2
               END-IF
               IF WS-City-In NOT = SPACES
                   MOVE WS-City-In TO CU-City
               END-IF
               IF WS-Postcode-In NOT = SPACES
                   MOVE WS-Postcode-In TO CU-Postcode
               END-IF
               IF WS-Tax-Id-In NOT = SPACES
                   MOVE WS-Tax-Id-In TO CU-Tax-Id
               END-IF
               IF WS-Birth-Date-In NOT = 0
                   MOVE WS-Birth-Date-In TO CU-Birth-Date
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
               DISPLAY "执行客户资料变更操作"
           END-IF.

       SET-CUSTOMER-STATUS.
           EVALUATE TRUE
               WHEN WS-Cust-Found = "N"
                   MOVE "NOCUS" TO WS-Reject-Reason
               WHEN WS-Cust-Status-In NOT = "A"
                   AND WS-Cust-Status-In NOT = "I"
                   AND WS-Cust-Status-In NOT = "D"
                   MOVE "BADCU" TO WS-Reject-Reason
               WHEN OTHER
                   MOVE WS-Cust-Status-In TO CU-Status
                   REWRITE CUSTOMER-MASTER-RECORD
                   DISPLAY "执行客户状态变更操作"
           END-EVALUATE.

       LINK-CUSTOMER-ACCOUNT.
           *> an account has exactly one primary holder; Role=P is
           *> only accepted on an account that has none yet, which
           *> is how the accounts opened before the customer master
           *> existed get theirs.
           IF WS-Role-In = SPACE
               MOVE "J" TO WS-Role-In
           END-IF
           EVALUATE TRUE
               WHEN WS-Cust-Found = "N"
                   MOVE "NOCUS" TO WS-Reject-Reason
               WHEN NOT CU-Status-Active
                   MOVE "CUSIN" TO WS-Reject-Reason
               WHEN WS-Account-Is-New = "Y"
                   MOVE "NOACC" TO WS-Reject-Reason
               WHEN WS-Acct-Status = "C"
                   MOVE "CLOSD" TO WS-Reject-Reason
               WHEN WS-Role-In NOT = "P" AND WS-Role-In NOT = "J"
                   MOVE "BADRL" TO WS-Reject-Reason
               WHEN WS-Role-In = "P" AND WS-Acct-Customer-Id NOT = 0
                   MOVE "BADRL" TO WS-Reject-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Reject-Reason = SPACES
               MOVE WS-Customer-Id TO CR-Customer-Id
               MOVE WS-Account-Number TO CR-Account-Number
               READ CustRelationFile
                   INVALID KEY
                       MOVE WS-Customer-Id TO CR-Customer-Id
                       MOVE WS-Account-Number TO CR-Account-Number
                       MOVE WS-Role-In TO CR-Role
                       MOVE WS-Posting-Date TO CR-Linked-Date
                       MOVE "A" TO CR-Status
                       WRITE CUSTOMER-RELATION-RECORD
                   NOT INVALID KEY
                       IF CR-Status-Active
                           MOVE "LNKDP" TO WS-Reject-Reason
                       ELSE
                           *> an ended holding taken up again
                           MOVE WS-Role-In TO CR-Role
                           MOVE WS-Posting-Date TO CR-Linked-Date
                           MOVE "A" TO CR-Status
                           REWRITE CUSTOMER-RELATION-RECORD
                       END-IF
               END-READ
           END-IF
           IF WS-Reject-Reason = SPACES
               IF WS-Role-In = "P"
                   MOVE WS-Customer-Id TO WS-Acct-Customer-Id
               END-IF
               DISPLAY "执行客户账户关联操作"
           END-IF.

       UNLINK-CUSTOMER-ACCOUNT.
           *> the primary holder cannot be unlinked - an account
           *> always has one; a joint holding is ended, not deleted,
           *> so the history of who could draw on it survives.
           EVALUATE TRUE
               WHEN WS-Cust-Found = "N"
                   MOVE "NOCUS" TO WS-Reject-Reason
               WHEN WS-Account-Is-New = "Y"
                   MOVE "NOACC" TO WS-Reject-Reason
               WHEN OTHER
                   MOVE WS-Customer-Id TO CR-Customer-Id
                   MOVE WS-Account-Number TO CR-Account-Number
                   READ CustRelationFile
                       INVALID KEY
                           MOVE "NOLNK" TO WS-Reject-Reason
                       NOT INVALID KEY
                           IF NOT CR-Status-Active
                               MOVE "NOLNK" TO WS-Reject-Reason
                           ELSE
                               IF CR-Role-Primary
                                   MOVE "BADRL" TO WS-Reject-Reason
                               ELSE
                                   MOVE "E" TO CR-Status
                                   REWRITE CUSTOMER-RELATION-RECORD
                                   DISPLAY "执行解除关联操作"
                               END-IF
                           END-IF
                   END-READ
           END-EVALUATE.

       POST-ORDER-MAINTENANCE.
           *> standing-order maintenance arrives through the normal
           *> daily input files as a StatusCode 6 group with an
           *> OrderId= and an OrderAction= of ADD or CANCEL (ADD also
           *> takes ToAccount=, Amount=, Frequency=, NextDue= and an
           *> optional Expiry=).  It moves no money; the balance
           *> rides through unchanged and only STORDER.DAT is
           *> touched.
           EVALUATE WS-Order-Action
               WHEN "ADD"
                   PERFORM ADD-STANDING-ORDER
       COMPUTE-NEXT-DUE-DATE.
           *> one period per posted payment: an order left overdue
           *> for several periods catches up one payment per sweep
           *> until its next-due date is back in the future.  The
           *> step is from the nominal date even when that fell on
           *> a weekend or holiday - BankOrder rolls the payment to
           *> the next business day at the sweep, so the schedule
           *> itself never drifts.
           MOVE FUNCTION NUMVAL(SO-Next-Due) TO WS-Due-Num
           EVALUATE SO-Frequency
               WHEN "WEEKLY"
               DISPLAY "执行休眠激活操作"
           END-IF.

       CLOSE-ACCOUNT.
           *> closing an account settles it in one pass rather than
           *> just flipping the status: interest is accrued to the
           *> closure date, the closing fee charged, the holds
           *> released (only on ReleaseHolds=Y - otherwise a held
           *> account cannot close), every standing order debiting
           *> the account cancelled, and whatever is left paid to
           *> PayoutAccount= or the suspense account, leaving the
           *> closed account at zero.  Each step writes its own
           *> TXNOUT/AUDITLOG record before the group's own CLOSE
           *> record, and BANKCLOS.RPT gets the closing statement.
           *> A frozen account is not closed out from under its
           *> freeze, and an overdrawn one must be brought back to
           *> zero first - there is nothing to pay out, and closing
           *> it would strand the debt.
           MOVE 0 TO WS-Close-Interest
           MOVE 0 TO WS-Close-Fee
           MOVE 0 TO WS-Close-Payout
           MOVE 0 TO WS-Close-Holds
           MOVE 0 TO WS-Close-Orders
           IF WS-Payout-Account-In NOT = 0
               MOVE WS-Payout-Account-In TO WS-Close-Payee
           ELSE
               MOVE WS-Suspense-Account TO WS-Close-Payee
           END-IF
           EVALUATE TRUE
               WHEN WS-Account-Is-New = "Y"
                   MOVE "NOACC" TO WS-Reject-Reason
               WHEN WS-Acct-Status = "C"
                   MOVE "CLOSD" TO WS-Reject-Reason
               WHEN WS-Acct-Status = "F"
                   MOVE "FROZN" TO WS-Reject-Reason
               WHEN PreviousBalance < 0
                   MOVE "NEGBL" TO WS-Reject-Reason
               WHEN WS-Hold-Total > 0 AND WS-Release-Holds-In NOT = "Y"
                   MOVE "HOLDS" TO WS-Reject-Reason
               WHEN OTHER
                   PERFORM COMPUTE-CLOSING-SETTLEMENT
           END-EVALUATE
           IF WS-Reject-Reason = SPACES AND WS-Close-Payout > 0
               PERFORM CHECK-CLOSURE-PAYEE
           END-IF
           IF WS-Reject-Reason NOT = SPACES
               MOVE "REJECTED" TO WS-Txn-Result
               DISPLAY "账户: " WS-Account-Number
               DISPLAY "错误: 销户被拒绝,"
               DISPLAY "原因: " WS-Reject-Reason
           ELSE
               PERFORM SETTLE-CLOSING-ACCOUNT
               DISPLAY "执行销户结算操作"
           END-IF.

       COMPUTE-CLOSING-SETTLEMENT.
           *> the night's cycle accrues each business day forward
           *> to the next one, so the day before has paid up to
           *> yesterday and the closure owes for today alone - or
           *> for nothing when today is not a business day, which
           *> the business day before has already covered.  The
           *> bands are BankCycle's.
           MOVE FUNCTION NUMVAL(WS-Posting-Date) TO WS-Bd-Num
           PERFORM CHECK-BUSINESS-DAY
           IF WS-Bd-Business = "Y"
               MOVE 1 TO WS-Close-Days
           ELSE
               MOVE 0 TO WS-Close-Days
           END-IF
           EVALUATE TRUE
               WHEN PreviousBalance < 1000
                   MOVE 0 TO WS-Close-Rate
               WHEN PreviousBalance < 10000
                   MOVE 1 TO WS-Close-Rate
               WHEN PreviousBalance < 100000
                   MOVE 2 TO WS-Close-Rate
               WHEN OTHER
                   MOVE 3 TO WS-Close-Rate
           END-EVALUATE
           COMPUTE WS-Close-Interest ROUNDED =
               PreviousBalance * WS-Close-Rate * WS-Close-Days
               / 100 / 365
           *> the fee never overdraws a closing account: it takes
           *> at most what is there.
           IF WS-Closing-Fee > PreviousBalance + WS-Close-Interest
               COMPUTE WS-Close-Fee =
                   PreviousBalance + WS-Close-Interest
           ELSE
               MOVE WS-Closing-Fee TO WS-Close-Fee
           END-IF
           COMPUTE WS-Close-Payout = PreviousBalance
               + WS-Close-Interest - WS-Close-Fee.

       CHECK-CLOSURE-PAYEE.
           *> the payout lands like a transfer credit: on an account
           *> that exists, is open and is not the one closing.
           IF WS-Close-Payee = 0
               OR WS-Close-Payee = WS-Account-Number
               MOVE "BADPY" TO WS-Reject-Reason
           ELSE
               MOVE WS-Close-Payee TO AM-Account-Number
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "BADPY" TO WS-Reject-Reason
                   NOT INVALID KEY
                       IF NOT AM-Status-Open
                           MOVE "BADPY" TO WS-Reject-Reason
                       END-IF
               END-READ
           END-IF.

       SETTLE-CLOSING-ACCOUNT.
           MOVE PreviousBalance TO WS-Close-Opening
           MOVE PreviousBalance TO WS-Close-Balance
           MOVE WS-Account-Number TO WS-Leg-Account
           MOVE "S" TO WS-Leg-Image
           IF WS-Close-Interest > 0
               MOVE 4 TO WS-Leg-Status-Code
               MOVE "INTEREST" TO WS-Leg-Subtype
               MOVE WS-Close-Interest TO WS-Leg-Amount
               MOVE WS-Close-Balance TO WS-Leg-Old-Balance
               ADD WS-Close-Interest TO WS-Close-Balance
               MOVE WS-Close-Balance TO WS-Leg-New-Balance
               MOVE 0 TO WS-Leg-Counterparty
               PERFORM WRITE-CLOSURE-LEG
               PERFORM COUNT-CLOSURE-LEG
           END-IF
           IF WS-Close-Fee > 0
               MOVE 4 TO WS-Leg-Status-Code
               MOVE "FEE" TO WS-Leg-Subtype
               MOVE WS-Close-Fee TO WS-Leg-Amount
               MOVE WS-Close-Balance TO WS-Leg-Old-Balance
               SUBTRACT WS-Close-Fee FROM WS-Close-Balance
               MOVE WS-Close-Balance TO WS-Leg-New-Balance
               MOVE 0 TO WS-Leg-Counterparty
               PERFORM WRITE-CLOSURE-LEG
               PERFORM COUNT-CLOSURE-LEG
           END-IF
           IF WS-Hold-Total > 0
               PERFORM RELEASE-CLOSING-HOLDS
           END-IF
           PERFORM CANCEL-CLOSING-ORDERS
           IF WS-Close-Payout > 0
               PERFORM PAY-OUT-CLOSING-BALANCE
           END-IF
           *> settled to zero: the group's own CLOSE record reads
           *> nothing to nothing, the movements being on the records
           *> above.
           MOVE "C" TO WS-Acct-Status
           MOVE 0 TO PreviousBalance
           PERFORM WRITE-CLOSING-STATEMENT.

       RELEASE-CLOSING-HOLDS.
           *> the holds file is keyed account + hold id, as in
           *> COMPUTE-ACTIVE-HOLDS; released holds keep their records.
           MOVE 5 TO WS-Leg-Status-Code
           MOVE "RELEASE" TO WS-Leg-Subtype
           MOVE WS-Close-Balance TO WS-Leg-Old-Balance
           MOVE WS-Close-Balance TO WS-Leg-New-Balance
           MOVE 0 TO WS-Leg-Counterparty
           MOVE WS-Account-Number TO HO-Account-Number
           MOVE LOW-VALUES TO HO-Hold-Id
           START HoldFile KEY >= HO-Hold-Key
               INVALID KEY
                   MOVE "Y" TO WS-Hold-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-Hold-EOF
           END-START
           PERFORM UNTIL WS-Hold-EOF = "Y"
               READ HoldFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Hold-EOF
                   NOT AT END
                       IF HO-Account-Number NOT = WS-Account-Number
                           MOVE "Y" TO WS-Hold-EOF
                       ELSE
                           IF HO-Status-Active
                               MOVE "R" TO HO-Status
                               REWRITE ACCOUNT-HOLD-RECORD
                               END-REWRITE
                               MOVE HO-Amount TO WS-Leg-Amount
                               PERFORM WRITE-CLOSURE-LEG
                               ADD 1 TO WS-Close-Holds
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CANCEL-CLOSING-ORDERS.
           *> STORDER.DAT is keyed by order id alone, so the whole
           *> file is walked for the account's active orders; a
           *> cancelled order keeps its record, as in
           *> CANCEL-STANDING-ORDER.  Orders paying INTO the account
           *> are other customers' instructions and are left alone.
           MOVE 6 TO WS-Leg-Status-Code
           MOVE "CANCEL" TO WS-Leg-Subtype
           MOVE WS-Close-Balance TO WS-Leg-Old-Balance
           MOVE WS-Close-Balance TO WS-Leg-New-Balance
           MOVE 0 TO SO-Order-Id
           START StandingOrderFile KEY >= SO-Order-Id
               INVALID KEY
                   MOVE "Y" TO WS-Order-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-Order-EOF
           END-START
           PERFORM UNTIL WS-Order-EOF = "Y"
               READ StandingOrderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Order-EOF
                   NOT AT END
                       IF SO-Account-Number = WS-Account-Number
                           AND SO-Status-Active
                           MOVE "C" TO SO-Status
                           REWRITE STANDING-ORDER-RECORD
                           END-REWRITE
                           MOVE SO-Amount TO WS-Leg-Amount
                           MOVE SO-To-Account TO WS-Leg-Counterparty
                           PERFORM WRITE-CLOSURE-LEG
                           ADD 1 TO WS-Close-Orders
                       END-IF
               END-READ
           END-PERFORM.

       PAY-OUT-CLOSING-BALANCE.
           *> the two legs of a transfer from the closing account to
           *> the payee, so the ledger journals it through its
           *> transfer mapping and the payee's statement shows where
           *> the money came from.
           MOVE 3 TO WS-Leg-Status-Code
           MOVE "CLOSE" TO WS-Leg-Subtype
           MOVE WS-Close-Payout TO WS-Leg-Amount
           MOVE WS-Close-Balance TO WS-Leg-Old-Balance
           SUBTRACT WS-Close-Payout FROM WS-Close-Balance
           MOVE WS-Close-Balance TO WS-Leg-New-Balance
           MOVE WS-Close-Payee TO WS-Leg-Counterparty
           PERFORM WRITE-CLOSURE-LEG
           PERFORM COUNT-CLOSURE-LEG
           *> CHECK-CLOSURE-PAYEE proved the payee open, so credit
           *> it in place, as CREDIT-TRANSFER-TARGET does.
           MOVE WS-Close-Payee TO AM-Account-Number
           READ AccountMasterFile
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-Close-Payee TO WS-Leg-Account
           MOVE AM-Balance TO WS-Leg-Old-Balance
           ADD WS-Close-Payout TO AM-Balance
           MOVE WS-Posting-Date TO AM-Last-Activity-Date
           REWRITE ACCOUNT-MASTER-RECORD
           END-REWRITE
           MOVE AM-Balance TO WS-Leg-New-Balance
           MOVE WS-Account-Number TO WS-Leg-Counterparty
           MOVE "M" TO WS-Leg-Image
           PERFORM WRITE-CLOSURE-LEG
           MOVE WS-Account-Number TO WS-Leg-Account
           MOVE "S" TO WS-Leg-Image.

       WRITE-CLOSURE-LEG.
           MOVE WS-Leg-Account        TO TO-Account-Number
           MOVE WS-Leg-Status-Code    TO TO-Status-Code
           MOVE WS-Leg-Old-Balance    TO TO-Previous-Balance
           MOVE WS-Leg-Amount         TO TO-Amount
           MOVE WS-Leg-New-Balance    TO TO-New-Balance
           MOVE "POSTED"              TO TO-Result
           MOVE WS-Leg-Counterparty   TO TO-Counterparty-Account
           MOVE WS-Value-Date         TO TO-Value-Date
           MOVE WS-Posting-Date       TO TO-Posting-Date
           MOVE SPACES                TO TO-Reason-Code
           MOVE SPACES                TO TO-Network-Ref
           MOVE WS-Resub-Flag         TO TO-Resub-Flag
           MOVE SPACES                TO TO-Link-Run-Id
           MOVE SPACES                TO TO-Link-Timestamp
           MOVE 0                     TO TO-Link-Status-Code
           MOVE WS-Leg-Subtype        TO TO-Subtype
           MOVE 0                     TO TO-Customer-Id
           MOVE WS-Operator-Id        TO TO-Entered-By
           MOVE WS-Approved-By        TO TO-Approved-By
           MOVE WS-Pending-Id         TO TO-Pending-Id
           WRITE TRANSACTION-OUTPUT-RECORD

           MOVE WS-Run-Id             TO AL-Run-Id
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE WS-Leg-Account        TO AL-Account-Number
           MOVE WS-Leg-Status-Code    TO AL-Status-Code
           MOVE WS-Leg-Amount         TO AL-Amount
           MOVE WS-Leg-Old-Balance    TO AL-Old-Balance
           MOVE WS-Leg-New-Balance    TO AL-New-Balance
           MOVE "POSTED"              TO AL-Result
           MOVE WS-Leg-Counterparty   TO AL-Counterparty-Account
           MOVE WS-Value-Date         TO AL-Value-Date
           MOVE WS-Posting-Date       TO AL-Posting-Date
           MOVE SPACES                TO AL-Reason-Code
           MOVE SPACES                TO AL-Network-Ref
           MOVE WS-Resub-Flag         TO AL-Resub-Flag
           MOVE SPACES                TO AL-Link-Run-Id
           MOVE SPACES                TO AL-Link-Timestamp
           MOVE 0                     TO AL-Link-Status-Code
           MOVE WS-Leg-Subtype        TO AL-Subtype
           MOVE 0                     TO AL-Customer-Id
           MOVE WS-Operator-Id        TO AL-Entered-By
           MOVE WS-Approved-By        TO AL-Approved-By
           MOVE WS-Pending-Id         TO AL-Pending-Id
           IF WS-Leg-Image = "M"
               PERFORM SET-AUDIT-IMAGE-FROM-MASTER
           ELSE
               PERFORM SET-AUDIT-IMAGE-FROM-STANDING
           END-IF
           WRITE AUDIT-LOG-RECORD.

       COUNT-CLOSURE-LEG.
           *> the money legs feed the control totals under the kind
           *> of movement they are; the payout nets to zero like any
           *> transfer, the interest and the fee move the total.
           MOVE WS-Leg-Status-Code TO WS-CT-Idx-Num
           ADD 1 TO WS-CT-Count(WS-CT-Idx-Num)
           ADD 1 TO WS-File-CT-Count(WS-CT-Idx-Num)
           ADD WS-Leg-Amount TO WS-CT-Amount(WS-CT-Idx-Num)
           ADD WS-Leg-Amount TO WS-File-CT-Amount(WS-CT-Idx-Num)
           IF WS-Leg-Status-Code = 4
               COMPUTE WS-Txn-Delta =
                   WS-Leg-New-Balance - WS-Leg-Old-Balance
               ADD WS-Txn-Delta TO WS-Net-Movement
               ADD WS-Txn-Delta TO WS-File-Net-Movement
           END-IF.

       WRITE-CLOSING-STATEMENT.
           OPEN EXTEND ClosingStatementFile
           IF WS-Clos-Status = "35"
               OPEN OUTPUT ClosingStatementFile
           END-IF
           MOVE SPACES TO WS-Clos-Line
           STRING "CLOSING STATEMENT ACCOUNT " WS-Account-Number
               " RUN " WS-Run-Id
               DELIMITED BY SIZE INTO WS-Clos-Line
           WRITE ClosingStatementLine FROM WS-Clos-Line
           MOVE SPACES TO WS-Clos-Line
           STRING "  HOLDER " WS-Acct-Holder " TYPE " WS-Acct-Type
               DELIMITED BY SIZE INTO WS-Clos-Line
           WRITE ClosingStatementLine FROM WS-Clos-Line
           MOVE SPACES TO WS-Clos-Line
           STRING "  OPENED " WS-Acct-Open-Date
               "  CLOSED " WS-Posting-Date
               DELIMITED BY SIZE INTO WS-Clos-Line
           WRITE ClosingStatementLine FROM WS-Clos-Line
           MOVE WS-Close-Opening TO WS-Balance-Display
           MOVE SPACES TO WS-Clos-Line
           STRING "  BALANCE BEFORE CLOSING    " WS-Balance-Display
               DELIMITED BY SIZE INTO WS-Clos-Line
           WRITE ClosingStatementLine FROM WS-Clos-Line
           MOVE WS-Close-Interest TO WS-Balance-Display
           MOVE SPACES TO WS-Clos-Line
           STRING "  FINAL INTEREST            " WS-Balance-Display
               DELIMITED BY SIZE INTO WS-Clos-Line
           WRITE ClosingStatementLine FROM WS-Clos-Line
           MOVE WS-Close-Fee TO WS-Balance-Display
           MOVE SPACES TO WS-Clos-Line
           STRING "  CLOSING FEE               " WS-Balance-Display
               DELIMITED BY SIZE INTO WS-Clos-Line
           WRITE ClosingStatementLine FROM WS-Clos-Line
           MOVE WS-Close-Payout TO WS-Balance-Display
           MOVE SPACES TO WS-Clos-Line
           IF WS-Close-Payout = 0
               MOVE "  NOTHING TO PAY OUT" TO WS-Clos-Line
           ELSE
               IF WS-Payout-Account-In = 0
                   STRING "  PAID TO SUSPENSE " WS-Close-Payee
                       WS-Balance-Display
                       DELIMITED BY SIZE INTO WS-Clos-Line
               ELSE
                   STRING "  PAID TO ACCOUNT  " WS-Close-Payee
                       WS-Balance-Display
                       DELIMITED BY SIZE INTO WS-Clos-Line
               END-IF
           END-IF
           WRITE ClosingStatementLine FROM WS-Clos-Line
           MOVE SPACES TO WS-Clos-Line
           STRING "  HOLDS RELEASED " WS-Close-Holds
               "  ORDERS CANCELLED " WS-Close-Orders
               DELIMITED BY SIZE INTO WS-Clos-Line
           WRITE ClosingStatementLine FROM WS-Clos-Line
           MOVE "  CLOSING BALANCE                  0.00"
               TO WS-Clos-Line
           WRITE ClosingStatementLine FROM WS-Clos-Line
           CLOSE ClosingStatementFile.

       COMPUTE-ACTIVE-HOLDS.
           *> sum of this account's active holds; the holds file is
           *> keyed account + hold id, so positioning at the account
           *> with a low-value hold id and reading forward walks
           *> exactly that account's holds.
           MOVE 0 TO WS-Hold-Total
           MOVE WS-Hold-Account TO HO-Account-Number
           MOVE LOW-VALUES TO HO-Hold-Id
           START HoldFile KEY >= HO-Hold-Key
               INVALID KEY
                   AT END
                       MOVE "Y" TO WS-Hold-EOF
                   NOT AT END
                       IF HO-Account-Number NOT = WS-Hold-Account
                           MOVE "Y" TO WS-Hold-EOF
                       ELSE
                           IF HO-Status-Active
                       NewBalance
                       DISPLAY "执行手续费扣款操作"
                   END-IF
               WHEN "DEBITINT"
                   *> debit interest on an overdrawn balance (from
                   *> BankCycle) is owed whatever the facility has
                   *> left, so it is never refused for funds - the
                   *> balance it deepens is the reason it is charged.
                   SUBTRACT Amount FROM PreviousBalance GIVING
                   NewBalance
                   DISPLAY "执行透支利息扣款操作"
               WHEN OTHER
                   *> default adjustment is an interest credit
                   ADD Amount TO PreviousBalance GIVING
                   DISPLAY "执行利息入账操作"
           END-EVALUATE.

       POST-REVERSAL.
           *> a StatusCode 7 group backs out one specific earlier
           *> posting on its account: OrigRunId= names the run that
           *> posted it, and NetworkRef= or OrigDate=, with Amount=
           *> always, pick it out within that run.  The
           *> original is never touched; an opposite movement for its
           *> full amount posts today, linked back to it, and the
           *> reversal register keeps it from being backed out twice.
           MOVE PreviousBalance TO NewBalance
           IF WS-Orig-Run-Id = SPACES
               OR WS-Orig-Run-Id(1:8) IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
                   WS-Orig-Run-Id(1:8))) NOT = 0
               OR Amount = 0
               OR (WS-Network-Ref = SPACES AND WS-Orig-Date-In = 0)
               MOVE "REJECTED" TO WS-Txn-Result
               MOVE "BADRV" TO WS-Reject-Reason
               DISPLAY "账户: " WS-Account-Number
               DISPLAY "错误: 冲正缺少原交易标识,"
               DISPLAY "冲正被拒绝"
           ELSE
               PERFORM FIND-ORIGINAL-POSTING
               IF WS-Orig-Found = "Y"
                   PERFORM APPLY-REVERSAL
               ELSE
                   MOVE "REJECTED" TO WS-Txn-Result
                   IF WS-Orig-Seen-Reversed = "Y"
                       MOVE "REVDP" TO WS-Reject-Reason
                       DISPLAY "账户: " WS-Account-Number
                       DISPLAY "错误: 原交易已被冲正,"
                       DISPLAY "冲正被拒绝"
                   ELSE
                       MOVE "NOORG" TO WS-Reject-Reason
                       DISPLAY "账户: " WS-Account-Number
                       DISPLAY "错误: 找不到原交易,"
                       DISPLAY "冲正被拒绝"
                   END-IF
               END-IF
           END-IF.

       FIND-ORIGINAL-POSTING.
           *> the original may still sit in the live audit log or may
           *> already have been cut into a dated generation; the
           *> generations swept are the ones BankArchive could have
           *> cut from the original run's date through a week after,
           *> as BankResearch sweeps them.  The live log is closed
           *> for the scan (so everything this run has written so far
           *> is on disk and visible) and reopened for EXTEND after.
           MOVE "N" TO WS-Orig-Found
           MOVE "N" TO WS-Orig-Seen-Reversed
           MOVE WS-Orig-Date-In TO WS-Orig-Date
           COMPUTE WS-Rvsl-Sweep-Int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               WS-Orig-Run-Id(1:8))) + 7
           MOVE FUNCTION DATE-OF-INTEGER(WS-Rvsl-Sweep-Int) TO
               WS-Rvsl-Sweep-Num
           MOVE WS-Rvsl-Sweep-Num TO WS-Rvsl-Sweep-To
           CLOSE AuditLogFile
           MOVE "O" TO WS-Rvsl-Search-Mode
           PERFORM SEARCH-AUDIT-HISTORY
           *> a transfer went out in two legs, one per account, and
           *> both have to come back; the other account's leg was
           *> written by the same run, so it is looked for the same
           *> way once the named leg is in hand.
           IF WS-Rvsl-Hit = "Y" AND OP-Status-Code = 3
               MOVE "L" TO WS-Rvsl-Search-Mode
               PERFORM SEARCH-AUDIT-HISTORY
           END-IF
           MOVE WS-Rvsl-Hit TO WS-Orig-Found
           PERFORM OPEN-AUDIT-LOG-FILE.

       SEARCH-AUDIT-HISTORY.
           MOVE "N" TO WS-Rvsl-Hit
           PERFORM WALK-REVERSAL-GENERATIONS
           IF WS-Rvsl-Hit = "N"
               MOVE "AUDITLOG.DAT" TO WS-Rvsl-Scan-Name
               PERFORM SCAN-REVERSAL-FILE
           END-IF.

       WALK-REVERSAL-GENERATIONS.
           *> no catalog simply means nothing has been archived yet.
           OPEN INPUT CatalogFile
           IF WS-Catalog-Status = "00"
               MOVE SPACES TO AC-Generation-Name
               START CatalogFile KEY >= AC-Generation-Name
                   INVALID KEY
                       MOVE "Y" TO WS-Rvsl-Cat-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-Rvsl-Cat-EOF
               END-START
               PERFORM UNTIL WS-Rvsl-Cat-EOF = "Y"
                   OR WS-Rvsl-Hit = "Y"
                   READ CatalogFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-Rvsl-Cat-EOF
                       NOT AT END
                           IF AC-Base-Name = "AUDITLOG"
                               AND AC-Business-Date >=
                                   WS-Orig-Run-Id(1:8)
                               AND AC-Business-Date <=
                                   WS-Rvsl-Sweep-To
                               MOVE AC-Generation-Name TO
                                   WS-Rvsl-Scan-Name
                               PERFORM SCAN-REVERSAL-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogFile
           END-IF.

       SCAN-REVERSAL-FILE.
           *> the IBM COBOL dialect resolves ASSIGN TO a data-name
           *> only through environment-variable filename mapping, so
           *> each file name travels through the RVSLFILE environment
           *> variable, as BankResearch does for RSCHFILE.
           DISPLAY "RVSLFILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-Rvsl-Scan-Name UPON ENVIRONMENT-VALUE
           OPEN INPUT ReversalScanFile
           IF WS-Rvsl-Scan-Status NOT = "00"
               *> a generation the catalog still lists may already be
               *> purged; the search simply goes on without it.
               CONTINUE
           ELSE
               MOVE "N" TO WS-Rvsl-Scan-EOF
               PERFORM UNTIL WS-Rvsl-Scan-EOF = "Y"
                   OR WS-Rvsl-Hit = "Y"
                   READ ReversalScanFile
                       AT END
                           MOVE "Y" TO WS-Rvsl-Scan-EOF
                       NOT AT END
                           MOVE RvslScanRecord TO WS-Orig-Audit
                           PERFORM EXAMINE-REVERSAL-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE ReversalScanFile
           END-IF.

       EXAMINE-REVERSAL-CANDIDATE.
           *> only a posted money movement can be reversed - never a
           *> rejection, a maintenance or order group, or another
           *> reversal - and only from the named run.
           IF OA-Run-Id = WS-Orig-Run-Id
               AND OA-Result = "POSTED"
               AND OA-Status-Code >= 1 AND OA-Status-Code <= 4
               IF WS-Rvsl-Search-Mode = "O"
                   IF OA-Account-Number = WS-Account-Number
                       IF WS-Network-Ref NOT = SPACES
                           IF OA-Network-Ref = WS-Network-Ref
                               AND OA-Amount = Amount
                               PERFORM CHECK-REVERSAL-REGISTER
                           END-IF
                       ELSE
                           IF OA-Value-Date = WS-Orig-Date
                               AND OA-Amount = Amount
                               PERFORM CHECK-REVERSAL-REGISTER
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   *> the other leg: same transfer seen from the
                   *> counterparty's side, money going the other way.
                   IF OA-Status-Code = 3
                       AND OA-Account-Number = OP-Counterparty-Account
                       AND OA-Counterparty-Account = OP-Account-Number
                       AND OA-Amount = OP-Amount
                       AND OA-Value-Date = OP-Value-Date
                       IF (OP-New-Balance < OP-Old-Balance
                           AND OA-New-Balance > OA-Old-Balance)
                           OR (OP-New-Balance > OP-Old-Balance
                           AND OA-New-Balance < OA-Old-Balance)
                           PERFORM CHECK-REVERSAL-REGISTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-REVERSAL-REGISTER.
           *> a candidate already in the register was reversed by an
           *> earlier group; keep looking, since the same run may have
           *> posted an identical movement that is still standing.
           MOVE OA-Run-Id TO RV-Orig-Run-Id
           MOVE OA-Timestamp TO RV-Orig-Timestamp
           MOVE OA-Account-Number TO RV-Orig-Account
           READ ReversalRegisterFile
               INVALID KEY
                   MOVE "Y" TO WS-Rvsl-Hit
                   IF WS-Rvsl-Search-Mode = "O"
                       MOVE OA-Run-Id TO OP-Run-Id
                       MOVE OA-Timestamp TO OP-Timestamp
                       MOVE OA-Account-Number TO OP-Account-Number
                       MOVE OA-Status-Code TO OP-Status-Code
                       MOVE OA-Amount TO OP-Amount
                       MOVE OA-Old-Balance TO OP-Old-Balance
                       MOVE OA-New-Balance TO OP-New-Balance
                       MOVE OA-Counterparty-Account TO
                           OP-Counterparty-Account
                       MOVE OA-Value-Date TO OP-Value-Date
                       MOVE OA-Subtype TO OP-Subtype
                   ELSE
                       MOVE OA-Run-Id TO OL-Run-Id
                       MOVE OA-Timestamp TO OL-Timestamp
                       MOVE OA-Account-Number TO OL-Account-Number
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-Orig-Seen-Reversed
           END-READ.

       APPLY-REVERSAL.
           *> the reversal always moves the original's full amount,
           *> which Amount= was matched against, in the opposite
           *> direction to the original's own effect on this
           *> account's balance.
           MOVE OP-Amount TO Amount
           MOVE OP-Run-Id TO WS-Link-Run-Id
           MOVE OP-Timestamp TO WS-Link-Timestamp
           MOVE OP-Status-Code TO WS-Link-Status-Code
           IF OP-New-Balance < OP-Old-Balance
               MOVE "Y" TO WS-Rvsl-Credits
           ELSE
               MOVE "N" TO WS-Rvsl-Credits
           END-IF
           IF OP-Status-Code = 3
               PERFORM REVERSE-TRANSFER
           ELSE
               IF WS-Rvsl-Credits = "Y"
                   ADD Amount TO PreviousBalance GIVING NewBalance
                   DISPLAY "执行冲正入账操作"
               ELSE
                   IF Amount > WS-Available
                       MOVE "REJECTED" TO WS-Txn-Result
                       MOVE "OVRDR" TO WS-Reject-Reason
                       DISPLAY "账户: " WS-Account-Number
                       DISPLAY "错误: 余额不足,冲正被拒绝"
                   ELSE
                       SUBTRACT Amount FROM PreviousBalance GIVING
                       NewBalance
                       DISPLAY "执行冲正扣款操作"
                   END-IF
               END-IF
           END-IF.

       REVERSE-TRANSFER.
           *> both accounts go back: the named account through this
           *> group's own records, the other through a second pair of
           *> records linked to its own leg of the original, the way
           *> a transfer writes its credit leg.
           MOVE OP-Counterparty-Account TO WS-Counterparty-Account
           MOVE OP-Counterparty-Account TO WS-To-Account-Number
           MOVE OL-Run-Id TO WS-Cpty-Link-Run-Id
           MOVE OL-Timestamp TO WS-Cpty-Link-Timestamp
           MOVE 3 TO WS-Cpty-Link-Status-Code
           IF WS-Rvsl-Credits = "Y"
               *> this account paid; the payee hands the money back.
               PERFORM CHECK-REVERSAL-DEBIT-TARGET
               IF WS-Target-OK = "Y"
                   ADD Amount TO PreviousBalance GIVING NewBalance
                   PERFORM DEBIT-REVERSAL-TARGET
                   DISPLAY "执行转账冲正操作"
               END-IF
           ELSE
               *> this account was paid; it hands the money back.
               IF Amount > WS-Available
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "OVRDR" TO WS-Reject-Reason
                   DISPLAY "账户: " WS-Account-Number
                   DISPLAY "错误: 余额不足,冲正被拒绝"
               ELSE
                   PERFORM CHECK-TRANSFER-TARGET
                   IF WS-Target-OK = "Y"
                       SUBTRACT Amount FROM PreviousBalance GIVING
                       NewBalance
                       PERFORM CREDIT-TRANSFER-TARGET
                       DISPLAY "执行转账冲正操作"
                   ELSE
                       MOVE "REJECTED" TO WS-Txn-Result
                       MOVE "BADTG" TO WS-Reject-Reason
                       DISPLAY "账户: " WS-Account-Number
                       DISPLAY "错误: 对方账户不存在或"
                       DISPLAY "不可用,冲正被拒绝"
                   END-IF
               END-IF
           END-IF
           *> ToAccount= was never part of the group; keep it out of
           *> a repair echo of a bounced reversal.
           MOVE 0 TO WS-To-Account-Number.

       CHECK-REVERSAL-DEBIT-TARGET.
           *> taking money back off the payee needs the same checks a
           *> withdrawal would get: an open account and enough funds
           *> clear of its own active holds.
           MOVE WS-To-Account-Number TO WS-Hold-Account
           PERFORM COMPUTE-ACTIVE-HOLDS
           MOVE "N" TO WS-Target-OK
           MOVE WS-To-Account-Number TO AM-Account-Number
           READ AccountMasterFile
               INVALID KEY
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "BADTG" TO WS-Reject-Reason
               NOT INVALID KEY
                   IF NOT AM-Status-Open
                       MOVE "REJECTED" TO WS-Txn-Result
                       MOVE "BADTG" TO WS-Reject-Reason
                   ELSE
                       IF Amount > AM-Balance - WS-Hold-Total
                           + AM-Overdraft-Limit
                           MOVE "REJECTED" TO WS-Txn-Result
                           MOVE "OVRDR" TO WS-Reject-Reason
                       ELSE
                           MOVE "Y" TO WS-Target-OK
                           MOVE AM-Balance TO WS-To-Old-Balance
                       END-IF
                   END-IF
           END-READ
           IF WS-Target-OK = "N"
               DISPLAY "账户: " WS-Account-Number
               DISPLAY "错误: 对方账户不可用或余额不足,"
               DISPLAY "冲正被拒绝"
           END-IF.

       DEBIT-REVERSAL-TARGET.
           *> CHECK-REVERSAL-DEBIT-TARGET has just read the payee's
           *> record into the FD buffer; debit it in place.
           SUBTRACT Amount FROM AM-Balance
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE AM-Balance TO WS-To-New-Balance
           PERFORM WRITE-TRANSFER-CREDIT-RECORD.

       REGISTER-REVERSAL.
           *> one register entry per original audit record backed
           *> out, pointing forward at the reversal's own audit
           *> record on the same account.
           MOVE OP-Run-Id TO RV-Orig-Run-Id
           MOVE OP-Timestamp TO RV-Orig-Timestamp
           MOVE OP-Account-Number TO RV-Orig-Account
           MOVE OP-Status-Code TO RV-Orig-Status-Code
           MOVE OP-Amount TO RV-Orig-Amount
           MOVE WS-Run-Id TO RV-Rev-Run-Id
           MOVE WS-Audit-Stamp TO RV-Rev-Timestamp
           MOVE WS-Posting-Date TO RV-Rev-Posting-Date
           WRITE REVERSAL-REGISTER-RECORD
           IF OP-Status-Code = 3
               MOVE OL-Run-Id TO RV-Orig-Run-Id
               MOVE OL-Timestamp TO RV-Orig-Timestamp
               MOVE OL-Account-Number TO RV-Orig-Account
               MOVE WS-Cpty-Audit-Stamp TO RV-Rev-Timestamp
               WRITE REVERSAL-REGISTER-RECORD
           END-IF.

       POST-EXTERNAL-TRANSFER.
           *> a payment to another bank's account has no credit leg
           *> here: the money leaves through the outgoing-clearing
           *> position, the payment register, rather than landing on
           *> any account of ours.  A return puts back a payment the
           *> other bank would not take.
           MOVE PreviousBalance TO NewBalance
           IF WS-Ext-Action = SPACES
               MOVE "PAY" TO WS-Ext-Action
           END-IF
           EVALUATE WS-Ext-Action
               WHEN "PAY"
                   PERFORM POST-EXTERNAL-PAYMENT
               WHEN "RETURN"
                   PERFORM POST-EXTERNAL-RETURN
               WHEN OTHER
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "UNKEA" TO WS-Reject-Reason
                   DISPLAY "账户: " WS-Account-Number
                   DISPLAY "错误: 未知跨行操作,交易被拒绝"
           END-EVALUATE.

       POST-EXTERNAL-PAYMENT.
           IF WS-Bene-Bank-In = SPACES
               OR WS-Bene-Account-In = SPACES
               OR WS-Bene-Name-In = SPACES
               OR Amount = 0
               MOVE "REJECTED" TO WS-Txn-Result
               MOVE "BADBN" TO WS-Reject-Reason
               DISPLAY "账户: " WS-Account-Number
               DISPLAY "错误: 收款行信息不全,"
               DISPLAY "跨行转账被拒绝"
           ELSE
               IF Amount > WS-Available
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "OVRDR" TO WS-Reject-Reason
                   DISPLAY "账户: " WS-Account-Number
                   DISPLAY "错误: 余额不足,跨行转账被拒绝"
               ELSE
                   PERFORM ASSIGN-PAYMENT-REF
                   IF WS-Pay-Found = "Y"
                       MOVE "REJECTED" TO WS-Txn-Result
                       MOVE "PAYDP" TO WS-Reject-Reason
                       DISPLAY "账户: " WS-Account-Number
                       DISPLAY "错误: 付款参考号重复 "
                           WS-Payment-Ref
                   ELSE
                       SUBTRACT Amount FROM PreviousBalance GIVING
                       NewBalance
                       DISPLAY "执行跨行转账操作"
                   END-IF
               END-IF
           END-IF.

       ASSIGN-PAYMENT-REF.
           *> the reference travels with the payment through the
           *> clearing file and back on a return, and is written to
           *> TXNOUT/AUDITLOG in the network-reference field, so the
           *> customer's debit traces straight to the register.
           ADD 1 TO WS-Ext-Seq
           MOVE SPACES TO WS-Payment-Ref
           STRING WS-Run-Id(3:12) WS-Ext-Seq
               DELIMITED BY SIZE INTO WS-Payment-Ref
           MOVE WS-Payment-Ref TO WS-Network-Ref
           MOVE WS-Payment-Ref TO EP-Payment-Ref
           READ ExtPayFile
               INVALID KEY
                   MOVE "N" TO WS-Pay-Found
               NOT INVALID KEY
                   MOVE "Y" TO WS-Pay-Found
           END-READ.

       POST-EXTERNAL-RETURN.
           *> only a payment that actually went out in a clearing
           *> batch can come back, only to the account it left, only
           *> for its full amount - keyed as Amount=, never taken
           *> from the register, since dual control has already
           *> judged the group by it - and only once.  The return's
           *> records link back to the payment's audit record the
           *> way a reversal's link to its original.
           MOVE WS-Payment-Ref-In TO WS-Network-Ref
           MOVE "N" TO WS-Pay-Found
           IF WS-Payment-Ref-In NOT = SPACES
               MOVE WS-Payment-Ref-In TO EP-Payment-Ref
               READ ExtPayFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Pay-Found
               END-READ
           END-IF
           IF WS-Pay-Found = "Y" AND EP-Returned
               MOVE "REJECTED" TO WS-Txn-Result
               MOVE "PAYRT" TO WS-Reject-Reason
               DISPLAY "账户: " WS-Account-Number
               DISPLAY "错误: 该笔付款已退汇,"
               DISPLAY "退汇被拒绝"
           ELSE
               IF WS-Pay-Found = "N"
                   OR EP-Account-Number NOT = WS-Account-Number
                   OR NOT EP-Sent
                   OR EP-Amount NOT = Amount
                   MOVE "REJECTED" TO WS-Txn-Result
                   MOVE "NOPAY" TO WS-Reject-Reason
                   DISPLAY "账户: " WS-Account-Number
                   DISPLAY "错误: 找不到已发出的原付款,"
                   DISPLAY "退汇被拒绝"
               ELSE
                   ADD Amount TO PreviousBalance GIVING NewBalance
                   MOVE EP-Run-Id TO WS-Link-Run-Id
                   MOVE EP-Audit-Stamp TO WS-Link-Timestamp
                   MOVE 9 TO WS-Link-Status-Code
                   DISPLAY "执行跨行退汇入账操作"
               END-IF
           END-IF.

       REGISTER-EXTERNAL-PAYMENT.
           *> a posted payment joins the queue for the next outbound
           *> clearing batch; a posted return closes its payment out
           *> of the clearing position.  Both point at the audit
           *> record just written.
           IF WS-Ext-Action = "PAY"
               MOVE WS-Payment-Ref TO EP-Payment-Ref
               MOVE WS-Account-Number TO EP-Account-Number
               MOVE WS-Acct-Holder TO EP-Debtor-Name
               MOVE Amount TO EP-Amount
               MOVE WS-Bene-Bank-In TO EP-Bene-Bank
               MOVE WS-Bene-Account-In TO EP-Bene-Account
               MOVE WS-Bene-Name-In TO EP-Bene-Name
               MOVE WS-Value-Date TO EP-Value-Date
               MOVE WS-Posting-Date TO EP-Queued-Date
               MOVE WS-Run-Id TO EP-Run-Id
               MOVE WS-Audit-Stamp TO EP-Audit-Stamp
               MOVE "Q" TO EP-Status
               MOVE SPACES TO EP-Sent-Date
               MOVE 0 TO EP-Batch-Seq
               MOVE SPACES TO EP-Returned-Date
               MOVE SPACES TO EP-Return-Reason
               MOVE SPACES TO EP-Return-Run-Id
               MOVE SPACES TO EP-Return-Stamp
               WRITE EXTERNAL-PAYMENT-RECORD
                   INVALID KEY
                       DISPLAY "错误: 跨行付款登记失败 "
                           WS-Payment-Ref
               END-WRITE
           ELSE
               MOVE WS-Payment-Ref-In TO EP-Payment-Ref
               READ ExtPayFile
                   INVALID KEY
                       DISPLAY "错误: 找不到退汇的原付款 "
                           WS-Payment-Ref-In
                   NOT INVALID KEY
                       MOVE "R" TO EP-Status
                       MOVE WS-Posting-Date TO EP-Returned-Date
                       MOVE WS-Return-Reason-In TO EP-Return-Reason
                       MOVE WS-Run-Id TO EP-Return-Run-Id
                       MOVE WS-Audit-Stamp TO EP-Return-Stamp
                       REWRITE EXTERNAL-PAYMENT-RECORD
                       END-REWRITE
               END-READ
           END-IF.

       OPEN-EXCEPTION-FILE.
           OPEN EXTEND ExceptionFile
           IF WS-Excp-Status = "35"
           *> rejected INVLD carries zero in the field that failed,
           *> and the raw bad value is only in the job log - the
           *> reason code tells the operator which group to re-key.
           MOVE "R" TO WS-Group-Target
           PERFORM OPEN-REPAIR-FILE
           PERFORM WRITE-GROUP-FIELDS
           MOVE SPACES TO WS-Repair-Line
           STRING "RejectReason=" WS-Reject-Reason
               DELIMITED BY SIZE INTO WS-Repair-Line
           PERFORM WRITE-REPAIR-LINE
           CLOSE RepairFile.

       WRITE-GROUP-FIELDS.
           *> the group's fields as key=value lines, wherever
           *> WS-Group-Target points them.
           MOVE SPACES TO WS-Repair-Line
           STRING "AccountNumber=" WS-Account-Number
               DELIMITED BY SIZE INTO WS-Repair-Line
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           *> an external transfer's reference is assigned by the
           *> posting (PAY) or carried as PaymentRef= (RETURN), so
           *> it does not go back as a NetworkRef=.
           IF WS-Network-Ref NOT = SPACES AND StatusCode NOT = 9
               MOVE SPACES TO WS-Repair-Line
               STRING "NetworkRef=" WS-Network-Ref
                   DELIMITED BY SIZE INTO WS-Repair-Line
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Orig-Run-Id NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "OrigRunId=" WS-Orig-Run-Id
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Orig-Date-In NOT = 0
               MOVE SPACES TO WS-Repair-Line
               STRING "OrigDate=" WS-Orig-Date-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Customer-Id NOT = 0
               MOVE SPACES TO WS-Repair-Line
               STRING "CustomerId=" WS-Customer-Id
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Cust-Action NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "CustAction=" WS-Cust-Action
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Cust-Name-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "CustName=" WS-Cust-Name-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Address-1-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "Address1=" WS-Address-1-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Address-2-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "Address2=" WS-Address-2-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-City-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "City=" WS-City-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Postcode-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "PostCode=" WS-Postcode-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Tax-Id-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "TaxId=" WS-Tax-Id-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Birth-Date-In NOT = 0
               MOVE SPACES TO WS-Repair-Line
               STRING "BirthDate=" WS-Birth-Date-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Cust-Status-In NOT = SPACE
               MOVE SPACES TO WS-Repair-Line
               STRING "CustStatus=" WS-Cust-Status-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Role-In NOT = SPACE
               MOVE SPACES TO WS-Repair-Line
               STRING "Role=" WS-Role-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Release-Holds-In NOT = SPACE
               MOVE SPACES TO WS-Repair-Line
               STRING "ReleaseHolds=" WS-Release-Holds-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Payout-Account-In NOT = 0
               MOVE SPACES TO WS-Repair-Line
               STRING "PayoutAccount=" WS-Payout-Account-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Ext-Action NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "ExtAction=" WS-Ext-Action
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Bene-Bank-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "BeneBank=" WS-Bene-Bank-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Bene-Account-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "BeneAccount=" WS-Bene-Account-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Bene-Name-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "BeneName=" WS-Bene-Name-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Payment-Ref-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "PaymentRef=" WS-Payment-Ref-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Return-Reason-In NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "ReturnReason=" WS-Return-Reason-In
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           IF WS-Operator-Id NOT = SPACES
               MOVE SPACES TO WS-Repair-Line
               STRING "OperatorId=" WS-Operator-Id
                   DELIMITED BY SIZE INTO WS-Repair-Line
               PERFORM WRITE-REPAIR-LINE
           END-IF
           *> an approval and the id it answers belong to the group
           *> that was approved, not to the group itself, so they
           *> stay out of the pending copy and the comparison.
           IF WS-Group-Target = "R"
               IF WS-Approved-By NOT = SPACES
                   MOVE SPACES TO WS-Repair-Line
                   STRING "ApprovedBy=" WS-Approved-By
                       DELIMITED BY SIZE INTO WS-Repair-Line
                   PERFORM WRITE-REPAIR-LINE
               END-IF
               IF WS-Pending-Id-In NOT = SPACES
                   MOVE SPACES TO WS-Repair-Line
                   STRING "PendingId=" WS-Pending-Id-In
                       DELIMITED BY SIZE INTO WS-Repair-Line
                   PERFORM WRITE-REPAIR-LINE
               END-IF
               IF WS-Resub-Flag = "Y"
                   MOVE "Resubmit=Y" TO WS-Repair-Line
                   PERFORM WRITE-REPAIR-LINE
               END-IF
           END-IF.

       WRITE-REPAIR-LINE.
           EVALUATE WS-Group-Target
               WHEN "P"
                   IF PA-Line-Count < 40
                       ADD 1 TO PA-Line-Count
                       MOVE WS-Repair-Line TO
                           PA-Group-Line(PA-Line-Count)
                   END-IF
               WHEN "C"
                   IF WS-Cmp-Count < 40
                       ADD 1 TO WS-Cmp-Count
                       MOVE WS-Repair-Line TO WS-Cmp-Line(WS-Cmp-Count)
                   END-IF
               WHEN OTHER
                   WRITE RepairLine FROM WS-Repair-Line
           END-EVALUATE.

       OPEN-TXN-OUT-FILE.
           OPEN EXTEND TxnOutFile
               OPEN OUTPUT TxnOutFile
           END-IF.

       SET-RECORD-SUBTYPE.
           *> which kind of group this was within its StatusCode, so
           *> readers of TXNOUT/AUDITLOG (the ledger above all) need
           *> not guess it from the direction the balance moved -
           *> a fee and debit interest both lower it.  Any AdjType=
           *> but FEE or DEBITINT - none at all included - posts as
           *> interest in POST-ADJUSTMENT, and is recorded as such.
           EVALUATE StatusCode
               WHEN 4
                   IF WS-Adj-Type = "FEE" OR WS-Adj-Type = "DEBITINT"
                       MOVE WS-Adj-Type TO WS-Record-Subtype
                   ELSE
                       MOVE "INTEREST" TO WS-Record-Subtype
                   END-IF
               WHEN 5
                   MOVE WS-Maint-Action TO WS-Record-Subtype
               WHEN 6
                   MOVE WS-Order-Action TO WS-Record-Subtype
               WHEN 7
                   IF WS-Link-Status-Code = 0
                       MOVE SPACES TO WS-Record-Subtype
                   ELSE
                       MOVE OP-Subtype TO WS-Record-Subtype
                   END-IF
               WHEN 8
                   MOVE WS-Cust-Action TO WS-Record-Subtype
               WHEN 9
                   IF WS-Ext-Action = SPACES
                       MOVE "PAY" TO WS-Record-Subtype
                   ELSE
                       MOVE WS-Ext-Action TO WS-Record-Subtype
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-Record-Subtype
           END-EVALUATE
           *> the customer a customer group or an account opening
           *> acted on; no other group names one.
           IF StatusCode = 8
               OR (StatusCode = 5 AND WS-Maint-Action = "OPEN")
               MOVE WS-Customer-Id TO WS-Record-Customer-Id
           ELSE
               MOVE 0 TO WS-Record-Customer-Id
           END-IF.

       WRITE-TXN-OUT-RECORD.
           PERFORM SET-RECORD-SUBTYPE
           MOVE WS-Account-Number  TO TO-Account-Number
           MOVE StatusCode         TO TO-Status-Code
           MOVE PreviousBalance    TO TO-Previous-Balance
           MOVE WS-Reject-Reason TO TO-Reason-Code
           MOVE WS-Network-Ref TO TO-Network-Ref
           MOVE WS-Resub-Flag TO TO-Resub-Flag
           MOVE WS-Link-Run-Id TO TO-Link-Run-Id
           MOVE WS-Link-Timestamp TO TO-Link-Timestamp
           MOVE WS-Link-Status-Code TO TO-Link-Status-Code
           MOVE WS-Record-Subtype TO TO-Subtype
           MOVE WS-Record-Customer-Id TO TO-Customer-Id
           MOVE WS-Operator-Id TO TO-Entered-By
           MOVE WS-Approved-By TO TO-Approved-By
           MOVE WS-Pending-Id TO TO-Pending-Id
           WRITE TRANSACTION-OUTPUT-RECORD.

       OPEN-AUDIT-LOG-FILE.
       WRITE-AUDIT-LOG-RECORD.
           MOVE WS-Run-Id          TO AL-Run-Id
           MOVE FUNCTION CURRENT-DATE TO AL-Timestamp
           MOVE AL-Timestamp       TO WS-Audit-Stamp
           MOVE WS-Account-Number  TO AL-Account-Number
           MOVE StatusCode         TO AL-Status-Code
           MOVE Amount             TO AL-Amount
           MOVE WS-Reject-Reason TO AL-Reason-Code
           MOVE WS-Network-Ref TO AL-Network-Ref
           MOVE WS-Resub-Flag TO AL-Resub-Flag
           MOVE WS-Link-Run-Id TO AL-Link-Run-Id
           MOVE WS-Link-Timestamp TO AL-Link-Timestamp
           MOVE WS-Link-Status-Code TO AL-Link-Status-Code
           MOVE WS-Record-Subtype TO AL-Subtype
           MOVE WS-Record-Customer-Id TO AL-Customer-Id
           MOVE WS-Operator-Id TO AL-Entered-By
           MOVE WS-Approved-By TO AL-Approved-By
           MOVE WS-Pending-Id TO AL-Pending-Id
           IF WS-Master-Written = "Y"
               PERFORM SET-AUDIT-IMAGE-FROM-STANDING
           ELSE
               MOVE "N" TO AL-Master-Image-Flag
               MOVE SPACES TO AL-After-Status
               MOVE SPACES TO AL-After-Account-Type
               MOVE SPACES TO AL-After-Holder-Name
               MOVE SPACES TO AL-After-Open-Date
               MOVE SPACES TO AL-After-Last-Activity
               MOVE 0 TO AL-After-Overdraft-Limit
               MOVE 0 TO AL-After-Customer-Id
           END-IF
           WRITE AUDIT-LOG-RECORD.

       SET-AUDIT-IMAGE-FROM-STANDING.
           MOVE "Y" TO AL-Master-Image-Flag
           MOVE WS-Acct-Status TO AL-After-Status
           MOVE WS-Acct-Type TO AL-After-Account-Type
           MOVE WS-Acct-Holder TO AL-After-Holder-Name
           MOVE WS-Acct-Open-Date TO AL-After-Open-Date
           MOVE WS-Acct-Last-Activity TO AL-After-Last-Activity
           MOVE WS-Acct-Overdraft-Limit TO AL-After-Overdraft-Limit
           MOVE WS-Acct-Customer-Id TO AL-After-Customer-Id.

       OPEN-ACCOUNT-MASTER.
           OPEN I-O AccountMasterFile
           IF WS-AM-Status = "35"
               OPEN I-O HoldFile
           END-IF.

       OPEN-REVERSAL-REGISTER.
           OPEN I-O ReversalRegisterFile
           IF WS-Rvsl-Reg-Status = "35"
               OPEN OUTPUT ReversalRegisterFile
               CLOSE ReversalRegisterFile
               OPEN I-O ReversalRegisterFile
           END-IF.

       OPEN-CALENDAR-FILE.
           *> read-only here - BankCalendar maintains it.  With no
           *> calendar yet, the plain weekday rule applies.  The
           *> remembered count is dropped: the calendar may have
           *> changed since the previous file of the run.
           MOVE 0 TO WS-Bd-Counted-Int
           OPEN INPUT CalendarFile
           IF WS-Calendar-Status = "00"
               MOVE "Y" TO WS-Calendar-Open
           ELSE
               MOVE "N" TO WS-Calendar-Open
           END-IF.

       OPEN-EXTPAY-FILE.
           OPEN I-O ExtPayFile
           IF WS-Ext-Pay-Status = "35"
               OPEN OUTPUT ExtPayFile
               CLOSE ExtPayFile
               OPEN I-O ExtPayFile
           END-IF.

       OPEN-LIMIT-FILES.
           OPEN I-O DailyTotalFile
           IF WS-Day-Total-Status = "35"
               OPEN OUTPUT DailyTotalFile
               CLOSE DailyTotalFile
               OPEN I-O DailyTotalFile
           END-IF
           OPEN I-O LimitOverrideFile
           IF WS-Limit-Ovr-Status = "35"
               OPEN OUTPUT LimitOverrideFile
               CLOSE LimitOverrideFile
               OPEN I-O LimitOverrideFile
           END-IF.

       OPEN-PENDING-FILE.
           OPEN I-O PendingFile
           IF WS-Pending-Status = "35"
               OPEN OUTPUT PendingFile
               CLOSE PendingFile
               OPEN I-O PendingFile
           END-IF.

       OPEN-CUSTOMER-FILES.
           OPEN I-O CustomerFile
           IF WS-Cust-Status = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF
           OPEN I-O CustRelationFile
           IF WS-Cust-Rel-Status = "35"
               OPEN OUTPUT CustRelationFile
               CLOSE CustRelationFile
               OPEN I-O CustRelationFile
           END-IF.

       READ-ACCOUNT-MASTER.
           MOVE WS-Account-Number TO AM-Account-Number
           READ AccountMasterFile
                   MOVE SPACES TO WS-Acct-Holder
                   MOVE SPACES TO WS-Acct-Open-Date
                   MOVE SPACES TO WS-Acct-Last-Activity
                   MOVE 0 TO WS-Acct-Overdraft-Limit
                   MOVE 0 TO WS-Acct-Customer-Id
               NOT INVALID KEY
                   MOVE "N" TO WS-Account-Is-New
                   MOVE AM-Balance TO PreviousBalance
                   MOVE AM-Open-Date TO WS-Acct-Open-Date
                   MOVE AM-Last-Activity-Date TO
                       WS-Acct-Last-Activity
                   MOVE AM-Overdraft-Limit TO WS-Acct-Overdraft-Limit
                   MOVE AM-Customer-Id TO WS-Acct-Customer-Id
           END-READ.

       WRITE-ACCOUNT-MASTER.
           MOVE WS-Acct-Holder TO AM-Holder-Name
           MOVE WS-Acct-Open-Date TO AM-Open-Date
           MOVE WS-Acct-Last-Activity TO AM-Last-Activity-Date
           MOVE WS-Acct-Overdraft-Limit TO AM-Overdraft-Limit
           MOVE WS-Acct-Customer-Id TO AM-Customer-Id
           IF WS-Account-Is-New = "Y"
               WRITE ACCOUNT-MASTER-RECORD
           ELSE
