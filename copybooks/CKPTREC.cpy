       01  CHECKPOINT-RECORD.
           05  CK-Input-File-Name    PIC X(30).
           05  CK-Last-Txn-Number    PIC 9(9).
           05  CK-CT-Entry OCCURS 10 TIMES.
               10  CK-CT-Count       PIC 9(7).
               10  CK-CT-Amount      PIC 9(9)V99.
           05  CK-Net-Movement       PIC S9(9)V99.
