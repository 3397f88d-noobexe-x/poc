      *> account has not moved within the dormancy window; a dormant
      *> account rejects money movements like a frozen one until an
      *> explicit MaintAction=REACTIVE group reopens it.
      *> AM-Balance is signed: an account with an approved overdraft
      *> facility may run negative.  The sign rides in the last digit
      *> (trailing embedded sign), so the field keeps its width and a
      *> balance written before it was signed reads back positive.
      *> AM-Overdraft-Limit is the approved facility, maintained by a
      *> MaintAction=ODLIMIT group (Amount= is the new limit, zero
      *> withdraws the facility); debits may take the balance down
      *> to minus this much, less any active holds.
      *> AM-Customer-Id is the primary holder's customer id on the
      *> customer master (CUSTMAST.cpy); joint holders are only in
      *> the relationship file (CUSTREL.cpy).  Zero on an account
      *> opened before customers were kept, until a CustAction=LINK
      *> group with Role=P attaches its primary holder.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-Account-Number      PIC 9(10).
           05  AM-Balance             PIC S9(7)V99.
           05  AM-Status              PIC X.
               88  AM-Status-Open     VALUE "O".
               88  AM-Status-Frozen   VALUE "F".
           05  AM-Holder-Name         PIC X(30).
           05  AM-Open-Date           PIC X(8).
           05  AM-Last-Activity-Date  PIC X(8).
           05  AM-Overdraft-Limit     PIC 9(7)V99.
           05  AM-Customer-Id         PIC 9(10).
