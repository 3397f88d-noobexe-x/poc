      *> ACCTSNAP.cpy
      *> Record layout for the start-of-day account snapshot
      *> (ACCTSNAP.DAT), written by BankProof's SNAPSHOT mode and
      *> read back by its VERIFY mode and by BankRecover.  One "H"
      *> header record carrying the moment the snapshot was taken,
      *> then one "A" record per account holding the master record
      *> whole, in ACCTMAST.cpy's own field order (so the image
      *> moves to and from ACCOUNT-MASTER-RECORD as one group), then
      *> one "T" trailer carrying the account count and the balance
      *> total.  A snapshot without its trailer was cut short and
      *> must not be trusted as a baseline.
       01  SNAPSHOT-RECORD.
           05  SN-Record-Type        PIC X.
               88  SN-Header         VALUE "H".
               88  SN-Account        VALUE "A".
               88  SN-Trailer        VALUE "T".
           05  SN-Account-Image.
               10  SN-Account-Number     PIC 9(10).
               10  SN-Balance            PIC S9(7)V99.
               10  SN-Status             PIC X.
               10  SN-Account-Type       PIC X(8).
               10  SN-Holder-Name        PIC X(30).
               10  SN-Open-Date          PIC X(8).
               10  SN-Last-Activity-Date PIC X(8).
               10  SN-Overdraft-Limit    PIC 9(7)V99.
               10  SN-Customer-Id        PIC 9(10).
           05  SN-Control-Data REDEFINES SN-Account-Image.
               10  SN-Taken-Timestamp    PIC X(21).
               10  SN-Account-Count      PIC 9(9).
               10  SN-Balance-Total      PIC S9(11)V99.
               10  FILLER                PIC X(50).
