      *> CUSTMAST.cpy
      *> Record layout for the indexed customer master file, keyed by
      *> customer id.  One record per person or business the bank
      *> deals with; the accounts a customer holds hang off it through
      *> the account relationship file (CUSTREL.cpy), so three
      *> accounts belonging to the same person are finally known to
      *> belong to the same person instead of merely sharing a
      *> free-text AM-Holder-Name.
      *> Maintained through StatusCode 8 customer-maintenance groups
      *> in the daily input files (CustAction= ADD, CHANGE, STATUS,
      *> LINK, UNLINK), the same path StatusCode 5 groups maintain
      *> ACCTMAST.DAT.  CU-Birth-Date and CU-Opened-Date are
      *> yyyymmdd; CU-Tax-Id is the tax authority's identifier as
      *> supplied, spaces when none is on file.
      *> Status A is active; I (inactive) and D (deceased) stop new
      *> accounts being opened or linked for the customer, but leave
      *> existing accounts and their relationships untouched - what
      *> happens to those is a decision for the accounts themselves.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-Customer-Id        PIC 9(10).
           05  CU-Name               PIC X(30).
           05  CU-Address-1          PIC X(30).
           05  CU-Address-2          PIC X(30).
           05  CU-City               PIC X(20).
           05  CU-Postcode           PIC X(10).
           05  CU-Tax-Id             PIC X(15).
           05  CU-Birth-Date         PIC X(8).
           05  CU-Status             PIC X.
               88  CU-Status-Active  VALUE "A".
               88  CU-Status-Inactive VALUE "I".
               88  CU-Status-Deceased VALUE "D".
           05  CU-Opened-Date        PIC X(8).
