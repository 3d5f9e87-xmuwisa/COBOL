           05 DH-BRANCH    PIC A(2).
           05 DH-TOYTYPE   PIC A(1).
           05 DH-QTY       PIC 9(4).
           05 DH-LOT       PIC 9(7).

       FD  STOCK-FILE.
       01  STOCK-RECORD.
