      *> TAXEXT.cpy
      *> Record layouts for the year-end tax extract BankTaxSum
      *> writes for the tax filing system, fixed width, 120 bytes,
      *> told apart by the record-type byte in column one as in
      *> CLRFILE.cpy:
      *>   H  header: the tax year and the date the extract was cut
      *>   D  one account with interest paid, debit interest or fees
      *>      charged in the year, net of reversals
      *>   T  trailer: the number of D records and the sum of each
      *>      of their three amounts, so the filing system can prove
      *>      it got the whole file
      *> TE-Customer-Id is the account's primary holder from the
      *> customer information file (zero on an account opened
      *> before customers were kept and never linked since);
      *> TE-Tax-Id that customer's tax id, spaces when none is on
      *> file.  TE-Holder-Name is the name on the account.
      *> Money carries cents with an implied decimal point, as in
      *> AUDITLOG.cpy.
       01  TAX-EXTRACT-HEADER.
           05  TH-Record-Type        PIC X.
               88  TH-Is-Header      VALUE "H".
           05  TH-Tax-Year           PIC 9(4).
           05  TH-Extract-Date       PIC X(8).
           05  FILLER                PIC X(107).
       01  TAX-EXTRACT-DETAIL.
           05  TE-Record-Type        PIC X.
               88  TE-Is-Detail      VALUE "D".
           05  TE-Tax-Year           PIC 9(4).
           05  TE-Account-Number     PIC 9(10).
           05  TE-Customer-Id        PIC 9(10).
           05  TE-Holder-Name        PIC X(30).
           05  TE-Tax-Id             PIC X(15).
           05  TE-Interest-Paid      PIC 9(9)V99.
           05  TE-Debit-Interest     PIC 9(9)V99.
           05  TE-Fees-Charged       PIC 9(9)V99.
           05  FILLER                PIC X(17).
       01  TAX-EXTRACT-TRAILER.
           05  TT-Record-Type        PIC X.
               88  TT-Is-Trailer     VALUE "T".
           05  TT-Record-Count       PIC 9(7).
           05  TT-Interest-Total     PIC 9(13)V99.
           05  TT-Debit-Int-Total    PIC 9(13)V99.
           05  TT-Fees-Total         PIC 9(13)V99.
           05  FILLER                PIC X(67).
