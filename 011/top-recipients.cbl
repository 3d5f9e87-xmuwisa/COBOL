           05 KM-YTD       PIC 9(6).
           05 KM-MTD       PIC 9(6).
           05 KM-LAST-DATE PIC 9(8).
           05 KM-BIRTH-DATE PIC 9(8).
           05 KM-ELIG-STATUS PIC X(1).
           05 KM-HOUSEHOLD PIC 9(5).

       FD  TOP-REPORT-FILE.
       01  TOP-OUT         PIC X(80).
