      *> a future field added to TXNOUT.cpy or AUDITLOG.cpy rides
      *> through unharmed.
       FD LiveInFile.
       01 LiveInRecord            PIC X(400).

       FD GenOutFile.
       01 GenOutRecord            PIC X(400).

       FD CatalogFile.
           COPY "ARCHCAT.cpy".
