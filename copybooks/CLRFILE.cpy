      *> CLRFILE.cpy
      *> Record layouts for the interbank clearing files, fixed
      *> width, 150 bytes, told apart by the record-type byte in
      *> column one as in GLJRNL.cpy:
      *>   H  batch header: the sending bank's code, the file date,
      *>      the sender's batch number for that date and the file
      *>      type (PAYOUT outbound, RETURN inbound)
      *>   P  one outbound payment (BankPayOut writes these)
      *>   R  one returned payment (BankPayRtn reads these)
      *>   T  batch trailer: the number of P/R records and the sum
      *>      of their amounts as a hash
      *> The same discipline the integrity pre-pass demands of an
      *> inbound input file holds both ways: a file is taken only
      *> when its header is first, its trailer last, and the
      *> trailer's count and hash agree with the records between.
      *> CP-/CR-Payment-Ref is the reference BankCalc gave the
      *> payment (EXTPAY.cpy); a returning bank quotes it back.
      *> Money carries cents with an implied decimal point, as in
      *> TXNOUT.cpy.
       01  CLR-BATCH-HEADER.
           05  CH-Record-Type        PIC X.
               88  CH-Is-Header      VALUE "H".
           05  CH-Sender-Bank        PIC X(11).
           05  CH-File-Date          PIC X(8).
           05  CH-Batch-Seq          PIC 9(4).
           05  CH-File-Type          PIC X(6).
           05  FILLER                PIC X(120).
       01  CLR-PAYMENT-DETAIL.
           05  CP-Record-Type        PIC X.
               88  CP-Is-Payment     VALUE "P".
           05  CP-Payment-Ref        PIC X(16).
           05  CP-Debtor-Account     PIC 9(10).
           05  CP-Debtor-Name        PIC X(30).
           05  CP-Amount             PIC 9(7)V99.
           05  CP-Bene-Bank          PIC X(11).
           05  CP-Bene-Account       PIC X(34).
           05  CP-Bene-Name          PIC X(30).
           05  CP-Value-Date         PIC X(8).
           05  FILLER                PIC X.
       01  CLR-RETURN-DETAIL.
           05  CR-Record-Type        PIC X.
               88  CR-Is-Return      VALUE "R".
           05  CR-Payment-Ref        PIC X(16).
           05  CR-Amount             PIC 9(7)V99.
           05  CR-Return-Reason      PIC X(4).
           05  CR-Return-Date        PIC X(8).
           05  FILLER                PIC X(112).
       01  CLR-BATCH-TRAILER.
           05  CT-Record-Type        PIC X.
               88  CT-Is-Trailer     VALUE "T".
           05  CT-Record-Count       PIC 9(7).
           05  CT-Hash-Total         PIC 9(13)V99.
           05  FILLER                PIC X(127).
