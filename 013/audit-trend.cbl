       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-IN        PIC X(159).

       FD  TREND-REPORT-FILE.
       01  TREND-OUT       PIC X(80).
