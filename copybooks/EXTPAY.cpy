      *> EXTPAY.cpy
      *> Record layout for the external payment register, keyed by
      *> the payment reference BankCalc assigns when an external
      *> transfer (StatusCode 9, ExtAction=PAY) posts: the run id's
      *> last twelve digits (yymmddhhmmss) and a four-digit count of
      *> the run's external payments.  The same reference travels
      *> in TO-/AL-Network-Ref, in the outbound clearing file and
      *> in whatever the beneficiary's bank sends back.
      *> The register is the outgoing-clearing suspense position:
      *> the customer's account is debited at posting and the money
      *> sits here, not on any account, until it goes out.  A
      *> payment is queued ("Q") at posting, sent ("S") once
      *> BankPayOut has written it to an outbound clearing batch -
      *> EP-Sent-Date and EP-Batch-Seq name the batch - and returned
      *> ("R") once the other bank's return has credited the
      *> customer back (ExtAction=RETURN, fed in by BankPayRtn).
      *> EP-Run-Id / EP-Audit-Stamp identify the audit-log record of
      *> the payment's posting, which a return links back to the
      *> way a reversal links to its original; EP-Return-Run-Id /
      *> EP-Return-Stamp identify the return's own.
       01  EXTERNAL-PAYMENT-RECORD.
           05  EP-Payment-Ref        PIC X(16).
           05  EP-Account-Number     PIC 9(10).
           05  EP-Debtor-Name        PIC X(30).
           05  EP-Amount             PIC 9(7)V99.
           05  EP-Bene-Bank          PIC X(11).
           05  EP-Bene-Account       PIC X(34).
           05  EP-Bene-Name          PIC X(30).
           05  EP-Value-Date         PIC X(8).
           05  EP-Queued-Date        PIC X(8).
           05  EP-Run-Id             PIC X(14).
           05  EP-Audit-Stamp        PIC X(21).
           05  EP-Status             PIC X.
               88  EP-Queued         VALUE "Q".
               88  EP-Sent           VALUE "S".
               88  EP-Returned       VALUE "R".
           05  EP-Sent-Date          PIC X(8).
           05  EP-Batch-Seq          PIC 9(4).
           05  EP-Returned-Date      PIC X(8).
           05  EP-Return-Reason      PIC X(4).
           05  EP-Return-Run-Id      PIC X(14).
           05  EP-Return-Stamp       PIC X(21).
