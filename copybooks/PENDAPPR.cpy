      *> PENDAPPR.cpy
      *> Record layout for the pending-approval file, keyed by the
      *> pending id BankCalc assigns when it parks a group for a
      *> second operator's approval instead of posting it: the run
      *> id's last twelve digits (yymmddhhmmss) and a four-digit
      *> count of the run's parked groups.  Maintenance (StatusCode
      *> 5) and order maintenance (StatusCode 6) are always parked,
      *> and so is any movement above the high-value amount in
      *> BANKAPPR.CFG, unless the bank's own batch programs
      *> generated it (OperatorId=SYSTEM).
      *> PA-Group-Line holds the group itself, key=value lines as
      *> the repair file writes them (Resubmit= left off), so
      *> BankApprove can send exactly the group that was entered -
      *> and BankCalc can prove the group that comes back with
      *> ApprovedBy= is still that group - line for line.
      *> PA-State: P waiting for approval, A approved and handed to
      *> BankCalc, C posted, D declined, X expired unapproved after
      *> the number of days in BANKAPPR.CFG.  An approved group that
      *> is rejected at posting stays A, so a BankRepair retry of it
      *> can still post, until its approval is as old as that same
      *> number of days.
      *> PA-Run-Id / PA-Audit-Stamp identify the audit-log record of
      *> the parking (result PENDING); PA-Decided-By / -Date who
      *> approved or declined it and when; PA-Posted-Run-Id / -Date
      *> the run that finally posted it.
       01  PENDING-APPROVAL-RECORD.
           05  PA-Pending-Id         PIC X(16).
           05  PA-Account-Number     PIC 9(10).
           05  PA-Status-Code        PIC 9.
           05  PA-Subtype            PIC X(8).
           05  PA-Amount             PIC 9(7)V99.
           05  PA-Entered-By         PIC X(8).
           05  PA-Entered-Date       PIC X(8).
           05  PA-Run-Id             PIC X(14).
           05  PA-Audit-Stamp        PIC X(21).
           05  PA-Input-File-Name    PIC X(30).
           05  PA-State              PIC X.
               88  PA-Waiting        VALUE "P".
               88  PA-Approved       VALUE "A".
               88  PA-Posted         VALUE "C".
               88  PA-Declined       VALUE "D".
               88  PA-Expired        VALUE "X".
           05  PA-Decided-By         PIC X(8).
           05  PA-Decided-Date       PIC X(8).
           05  PA-Posted-Run-Id      PIC X(14).
           05  PA-Posted-Date        PIC X(8).
           05  PA-Line-Count         PIC 99.
           05  PA-Group-Line         PIC X(60) OCCURS 40 TIMES.
