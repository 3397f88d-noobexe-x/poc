      *> movement that arrived through the settlement intake
      *> (NetworkRef= in the generated input file, spaces on
      *> anything else), so a chargeback can be traced back to the
      *> processor's settlement file.  On an external transfer
      *> (StatusCode 9) it holds the payment reference instead
      *> (EXTPAY.cpy), which the clearing files carry too.
      *> TO-Resub-Flag is "Y" on a group BankRepair requeued from
      *> the repair file (Resubmit= in the generated input file,
      *> space on a first attempt), so a corrected resubmission is
      *> distinguishable from the original posting it repairs.
      *> TO-Link-Run-Id / TO-Link-Timestamp / TO-Link-Status-Code are
      *> filled only on a reversal (StatusCode 7): the AL-Run-Id,
      *> AL-Timestamp and StatusCode of the audit-log record of the
      *> original posting it backs out (spaces and zero otherwise).
      *> The original's own records are history and are never
      *> rewritten, so its link forward to the reversal is kept in
      *> the reversal register (REVREG.cpy) instead.  A returned
      *> external payment (StatusCode 9, subtype RETURN) links back
      *> to the payment's own audit record the same way; the
      *> payment's forward link is in the payment register.
      *> TO-Previous-Balance / TO-New-Balance are signed like
      *> AM-Balance, since an overdrawn account's balance is negative.
      *> TO-Subtype says which kind of group this was within its
      *> StatusCode: the AdjType= of an adjustment (INTEREST, FEE,
      *> DEBITINT), the MaintAction= of a maintenance group, the
      *> OrderAction= of an order group, the ExtAction= (PAY,
      *> RETURN) of an external transfer, and on a reversal the
      *> original's own subtype; spaces where there is none.
      *> TO-Customer-Id is the customer a StatusCode 8 customer-
      *> maintenance group acted on, or the customer an account was
      *> opened for on a MaintAction=OPEN group; zero otherwise.
      *> TO-Entered-By is the OperatorId= of the operator who keyed
      *> the group (SYSTEM on one the bank's batch programs
      *> generated, spaces on a file that named nobody), and
      *> TO-Approved-By the second operator whose approval let a
      *> parked group post.  TO-Pending-Id is the group's id in the
      *> pending-approval file (PENDAPPR.cpy), both on the PENDING
      *> record written when it was parked and on the record of its
      *> eventual posting; spaces on a group never parked.
       01  TRANSACTION-OUTPUT-RECORD.
           05  TO-Account-Number     PIC 9(10).
           05  TO-Status-Code        PIC 9.
           05  TO-Previous-Balance   PIC S9(7)V99.
           05  TO-Amount             PIC 9(7)V99.
           05  TO-New-Balance        PIC S9(7)V99.
           05  TO-Result             PIC X(8).
           05  TO-Counterparty-Account PIC 9(10).
           05  TO-Value-Date         PIC X(8).
           05  TO-Reason-Code        PIC X(5).
           05  TO-Network-Ref        PIC X(16).
           05  TO-Resub-Flag         PIC X.
           05  TO-Link-Run-Id        PIC X(14).
           05  TO-Link-Timestamp     PIC X(21).
           05  TO-Link-Status-Code   PIC 9.
           05  TO-Subtype            PIC X(8).
           05  TO-Customer-Id        PIC 9(10).
           05  TO-Entered-By         PIC X(8).
           05  TO-Approved-By        PIC X(8).
           05  TO-Pending-Id         PIC X(16).
