      *> actually posted it.  Both are yyyymmdd; AL-Timestamp
      *> remains the processing time.
      *> AL-Network-Ref is the card network's reference on a
      *> movement that came through the settlement intake, or the
      *> payment reference of an external transfer (spaces
      *> otherwise), as in TXNOUT.cpy.
      *> AL-Resub-Flag is "Y" on a group BankRepair requeued from
      *> the repair file (space on a first attempt), as in
      *> TXNOUT.cpy.
      *> AL-Link-Run-Id / AL-Link-Timestamp / AL-Link-Status-Code
      *> point a reversal (StatusCode 7) back at the audit record of
      *> the original posting it backs out, as in TXNOUT.cpy; the
      *> original's forward link is in the reversal register
      *> (REVREG.cpy).  A returned external payment links back to
      *> the payment's audit record the same way.
      *> AL-Old-Balance / AL-New-Balance are signed and AL-Subtype
      *> names the kind of group within its StatusCode, as in
      *> TXNOUT.cpy.
      *> AL-Customer-Id is the customer a customer-maintenance group
      *> or an account opening acted on, as in TXNOUT.cpy.
      *> AL-Master-Image-Flag is "Y" when the group rewrote the
      *> account's master record, and the AL-After- fields then hold
      *> the standing the record was left with (the balance is
      *> AL-New-Balance), so BankRecover can replay standing changes
      *> - an opening, a freeze, a new overdraft limit - and not
      *> just money.  "N" means the master was not written (an
      *> invalid group, a customer group naming no account); a space
      *> marks a record written before the image was kept, which
      *> carries its balances only.
      *> AL-Entered-By / AL-Approved-By are the operator who keyed
      *> the group and the one who approved it, and AL-Pending-Id
      *> its pending-approval id, as in TXNOUT.cpy.  A group parked
      *> for approval is logged with result PENDING; it moved
      *> nothing and touched no master.
       01  AUDIT-LOG-RECORD.
           05  AL-Run-Id             PIC X(14).
           05  AL-Timestamp          PIC X(21).
           05  AL-Account-Number     PIC 9(10).
           05  AL-Status-Code        PIC 9.
           05  AL-Amount             PIC 9(7)V99.
           05  AL-Old-Balance        PIC S9(7)V99.
           05  AL-New-Balance        PIC S9(7)V99.
           05  AL-Result             PIC X(8).
           05  AL-Counterparty-Account PIC 9(10).
           05  AL-Value-Date         PIC X(8).
           05  AL-Reason-Code        PIC X(5).
           05  AL-Network-Ref        PIC X(16).
           05  AL-Resub-Flag         PIC X.
           05  AL-Link-Run-Id        PIC X(14).
           05  AL-Link-Timestamp     PIC X(21).
           05  AL-Link-Status-Code   PIC 9.
           05  AL-Subtype            PIC X(8).
           05  AL-Customer-Id        PIC 9(10).
           05  AL-Master-Image-Flag  PIC X.
               88  AL-Master-Imaged  VALUE "Y".
           05  AL-After-Status       PIC X.
           05  AL-After-Account-Type PIC X(8).
           05  AL-After-Holder-Name  PIC X(30).
           05  AL-After-Open-Date    PIC X(8).
           05  AL-After-Last-Activity PIC X(8).
           05  AL-After-Overdraft-Limit PIC 9(7)V99.
           05  AL-After-Customer-Id  PIC 9(10).
           05  AL-Entered-By         PIC X(8).
           05  AL-Approved-By        PIC X(8).
           05  AL-Pending-Id         PIC X(16).
