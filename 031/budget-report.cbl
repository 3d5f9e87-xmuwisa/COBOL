       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BRANCH-FILE
           ASSIGN TO 'branch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       SELECT BUDGET-FILE
           ASSIGN TO 'budget.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

       SELECT PRICE-FILE
           ASSIGN TO 'price.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

       SELECT CSV-REPORT
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT BUDGET-REPORT-FILE
           ASSIGN DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BRM-CODE     PIC A(2).
           05 BRM-NAME     PIC X(20).
           05 BRM-REGION   PIC X(10).
           05 BRM-MANAGER  PIC X(20).
           05 BRM-STATUS   PIC X(1).
           05 BRM-CLOSE-DATE PIC 9(8).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 BUD-YEAR     PIC 9(4).
           05 BUD-BRANCH   PIC A(2).
           05 BUD-TOYTYPE  PIC A(1).
           05 BUD-ANNUAL   PIC 9(9)V99.
           05 BUD-PHASE    PIC 9(3)V99 OCCURS 12 TIMES.

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PRC-TOYTYPE  PIC A(1).
           05 PRC-EFF-DATE PIC 9(8).
           05 PRC-PRICE    PIC 9(3)V99.

       FD  CSV-REPORT.
       01  CSV-IN          PIC X(40).

       FD  BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-OUT PIC X(120).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(120) VALUE ALL "=".
       01  DIVIDER-3       PIC X(120) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-BUDGET-STATUS PIC X(2).
       01  WS-PRICE-STATUS PIC X(2).
       01  WS-CSV-STATUS   PIC X(2).
       01  WS-CSV-FILENAME PIC X(60).
       01  WS-RPT-FILENAME PIC X(40).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-INPUT-DATE   PIC X(8).

       01  WS-ASOF-DATE    PIC 9(8).
       01  WS-ASOF-YEAR    PIC 9(4).
       01  WS-ASOF-MONTH   PIC 9(2).
       01  WS-ASOF-DAY     PIC 9(2).
       01  WS-WORK-DATE    PIC 9(8).
       01  WS-YEAR-START-INT PIC 9(8).
       01  WS-ASOF-INT     PIC 9(8).
       01  WS-MONTH-START-INT PIC 9(8).
       01  WS-NEXT-MONTH-INT PIC 9(8).
       01  WS-DAYS-IN-MONTH PIC 9(2).
       01  WS-DAYS-IN-YEAR PIC 9(3).
       01  WS-DAY-OF-YEAR  PIC 9(3).
       01  WS-DAY-INT      PIC 9(8).
       01  WS-DAY-DATE     PIC 9(8).
       01  WS-DAYS-READ    PIC 9(3) VALUE 0.
       01  WS-FIRST-LINE   PIC A(1).

       01  WS-BRANCH-TABLE.
           05 WS-BRM-COUNT PIC 9(2) VALUE 0.
           05 WS-BRM-ENTRY OCCURS 50 TIMES.
               10 WS-BRM-CODE PIC A(2).
               10 WS-BRM-NAME PIC X(20).
       01  WS-BRM-IDX      PIC 9(2).
       01  WS-BRM-FOUND    PIC A(1).
       01  WS-BRM-NAME-FOUND PIC X(20).

       01  WS-PRICE-HISTORY.
           05 WS-PRH-COUNT PIC 9(3) VALUE 0.
           05 WS-PRH-ENTRY OCCURS 300 TIMES.
               10 WS-PRH-TYPE   PIC A(1).
               10 WS-PRH-DATE   PIC 9(8).
               10 WS-PRH-PRICE  PIC 9(3)V99.
       01  WS-PRH-IDX      PIC 9(3).
       01  WS-PRH-BEST     PIC 9(8).
       01  WS-HIST-TYPE    PIC A(1).
       01  WS-HIST-PRICE   PIC 9(3)V99.

       01  WS-BVA-TABLE.
           05 WS-BVA-COUNT PIC 9(3) VALUE 0.
           05 WS-BVA-ENTRY OCCURS 200 TIMES.
               10 WS-BVA-BRANCH  PIC A(2).
               10 WS-BVA-TYPE    PIC A(1).
               10 WS-BVA-ANNUAL  PIC 9(9)V99.
               10 WS-BVA-MB      PIC 9(9)V99 OCCURS 12 TIMES.
               10 WS-BVA-MTD     PIC 9(9)V99.
               10 WS-BVA-YTD     PIC 9(9)V99.
               10 WS-BVA-HAS-BUD PIC A(1).
       01  WS-BVA-IDX      PIC 9(3).
       01  WS-BVA-IDX-2    PIC 9(3).
       01  WS-BVA-FOUND    PIC 9(3).
       01  WS-BVA-SWAP     PIC X(169).
       01  WS-MB-IDX       PIC 9(2).
       01  WS-PH-SUM       PIC 9(5)V99.

       01  WS-F-BRANCH     PIC X(4).
       01  WS-F-ID         PIC X(6).
       01  WS-F-TYPE       PIC X(6).
       01  WS-F-TOYS       PIC X(6).
       01  WS-LINE-QTY     PIC 9(6).
       01  WS-LINE-VALUE   PIC 9(9)V99.

       01  WS-PREV-BRANCH  PIC A(2).
       01  WS-LN-ANNUAL    PIC 9(11)V99.
       01  WS-LN-MONTH     PIC 9(11)V99.
       01  WS-LN-MTD       PIC 9(11)V99.
       01  WS-LN-YTD-BUD   PIC 9(11)V99.
       01  WS-LN-YTD       PIC 9(11)V99.
       01  WS-LN-REMAIN    PIC S9(11)V99.
       01  WS-LN-PROJ      PIC 9(11)V99.
       01  WS-LN-OVERRUN   PIC 9(11)V99.

       01  WS-TOTALS.
           05 WS-TOT-ENTRY OCCURS 2 TIMES.
               10 WS-TOT-ANNUAL  PIC 9(11)V99.
               10 WS-TOT-MONTH   PIC 9(11)V99.
               10 WS-TOT-MTD     PIC 9(11)V99.
               10 WS-TOT-YTD-BUD PIC 9(11)V99.
               10 WS-TOT-YTD     PIC 9(11)V99.
               10 WS-TOT-PROJ    PIC 9(11)V99.
               10 WS-TOT-OVERRUN PIC 9(11)V99.
       01  WS-TOT-IDX      PIC 9(1).
       01  WS-OVER-LINES   PIC 9(3) VALUE 0.
       01  WS-NO-BUDGET    PIC 9(3) VALUE 0.

       01  BVA-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 BH-TITLE     PIC X(33) VALUE
               "BRANCH TOY BUDGET VS ACTUAL AS OF".
           05 FILL         PIC X(1) VALUE SPACE.
           05 BH-DATE      PIC 9(8).
           05 BH-LBL       PIC X(18) VALUE "   DAYS ON FILE:  ".
           05 BH-DAYS      PIC ZZ9.
       01  BVA-HEADER-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "ISSUES VALUED AT THE PRICE.DAT PRICE ON EACH DAY".
       01  BVA-COL-HDR.
           05 FILL         PIC X(8) VALUE "BR TYPE".
           05 FILL         PIC X(12) VALUE "      ANNUAL".
           05 FILL         PIC X(12) VALUE "   MONTH BUD".
           05 FILL         PIC X(12) VALUE "     MTD ACT".
           05 FILL         PIC X(12) VALUE "     YTD BUD".
           05 FILL         PIC X(12) VALUE "     YTD ACT".
           05 FILL         PIC X(13) VALUE "    REMAINING".
           05 FILL         PIC X(12) VALUE "    PROJ Y/E".
           05 FILL         PIC X(12) VALUE "     OVERRUN".
           05 FILL         PIC X(11) VALUE "  NOTE".
       01  BVA-BRANCH-LINE.
           05 FILL         PIC X(7) VALUE "BRANCH ".
           05 BB-CODE      PIC A(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 BB-NAME      PIC X(20).
       01  BVA-LINE.
           05 BL-BRANCH    PIC A(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 BL-TYPE      PIC X(4).
           05 FILL         PIC X(1) VALUE SPACE.
           05 BL-ANNUAL    PIC Z(8)9.99.
           05 BL-MONTH     PIC Z(8)9.99.
           05 BL-MTD       PIC Z(8)9.99.
           05 BL-YTD-BUD   PIC Z(8)9.99.
           05 BL-YTD       PIC Z(8)9.99.
           05 BL-REMAIN    PIC Z(8)9.99-.
           05 BL-PROJ      PIC Z(8)9.99.
           05 BL-OVERRUN   PIC Z(8)9.99.
           05 FILL         PIC X(2) VALUE SPACES.
           05 BL-NOTE      PIC X(10).
       01  BVA-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 BN-LBL       PIC X(40) VALUE
               "NO BUDGET LINES OR ISSUES FOR THE YEAR".
       01  BVA-NOTE-LINE-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "OVER MTD  = MONTH-TO-DATE ISSUES ABOVE PHASED MONTH".
       01  BVA-NOTE-LINE-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "NO BUDGET = ISSUES WITH NO BUDGET.DAT LINE FOR YEAR".
       01  BVA-NOTE-LINE-3.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "UNKNOWN BR = BUDGET BRANCH NOT ON BRANCH.DAT".
       01  BVA-NOTE-LINE-4.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "PROJ Y/E  = YTD ACTUAL AT THE YEAR-TO-DATE DAILY RATE".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           DISPLAY "AS-OF DATE YYYYMMDD (BLANK = TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = SPACES THEN
               MOVE WS-FULL-DATE(1:8) TO WS-INPUT-DATE
           END-IF
           IF WS-INPUT-DATE IS NOT NUMERIC
              OR WS-INPUT-DATE(5:2) < "01"
              OR WS-INPUT-DATE(5:2) > "12"
              OR WS-INPUT-DATE(7:2) < "01"
              OR WS-INPUT-DATE(7:2) > "31" THEN
               DISPLAY "DATE MUST BE YYYYMMDD -- NOTHING PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-INPUT-DATE TO WS-ASOF-DATE
           MOVE WS-ASOF-DATE(1:4) TO WS-ASOF-YEAR
           MOVE WS-ASOF-DATE(5:2) TO WS-ASOF-MONTH
           MOVE WS-ASOF-DATE(7:2) TO WS-ASOF-DAY
           PERFORM SET-PERIOD-DAYS

           PERFORM LOAD-BRANCHES
           PERFORM LOAD-PRICES
           PERFORM LOAD-BUDGETS
           PERFORM LOAD-ACTUALS
           PERFORM SORT-BUDGET-LINES

           MOVE SPACES TO WS-RPT-FILENAME
           STRING "budget_" WS-ASOF-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           PERFORM WRITE-BUDGET-REPORT

           DISPLAY "BUDGET VS ACTUAL WRITTEN TO "
               FUNCTION TRIM(WS-RPT-FILENAME)
           DISPLAY "LINES OVER MONTH BUDGET: " WS-OVER-LINES
               "  ISSUES WITH NO BUDGET: " WS-NO-BUDGET
           IF WS-OVER-LINES > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

           SET-PERIOD-DAYS.
               COMPUTE WS-WORK-DATE = WS-ASOF-YEAR * 10000 + 0101
               COMPUTE WS-YEAR-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-WORK-DATE = WS-ASOF-YEAR * 10000 + 1231
               COMPUTE WS-DAYS-IN-YEAR =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   - WS-YEAR-START-INT + 1
               COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
               COMPUTE WS-DAY-OF-YEAR =
                   WS-ASOF-INT - WS-YEAR-START-INT + 1
               COMPUTE WS-WORK-DATE = WS-ASOF-YEAR * 10000
                   + WS-ASOF-MONTH * 100 + 1
               COMPUTE WS-MONTH-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               IF WS-ASOF-MONTH = 12 THEN
                   COMPUTE WS-WORK-DATE =
                       (WS-ASOF-YEAR + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-WORK-DATE = WS-ASOF-YEAR * 10000
                       + (WS-ASOF-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-NEXT-MONTH-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-DAYS-IN-MONTH =
                   WS-NEXT-MONTH-INT - WS-MONTH-START-INT.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   DISPLAY "BRANCH.DAT NOT FOUND -- BRANCH CODES "
                       "NOT CHECKED"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-BRM-COUNT < 50 THEN
                                   ADD 1 TO WS-BRM-COUNT
                                   MOVE BRM-CODE
                                       TO WS-BRM-CODE(WS-BRM-COUNT)
                                   MOVE BRM-NAME
                                       TO WS-BRM-NAME(WS-BRM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           FIND-BRANCH.
               MOVE 'N' TO WS-BRM-FOUND
               MOVE "(UNKNOWN BRANCH)" TO WS-BRM-NAME-FOUND
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                   IF WS-BRM-CODE(WS-BRM-IDX)
                      = WS-BVA-BRANCH(WS-BVA-IDX) THEN
                       MOVE 'Y' TO WS-BRM-FOUND
                       MOVE WS-BRM-NAME(WS-BRM-IDX)
                           TO WS-BRM-NAME-FOUND
                   END-IF
               END-PERFORM
               IF WS-BRM-COUNT = 0 THEN
                   MOVE 'Y' TO WS-BRM-FOUND
               END-IF.

           LOAD-PRICES.
               OPEN INPUT PRICE-FILE
               IF WS-PRICE-STATUS = "35" THEN
                   DISPLAY
                       "PRICE.DAT NOT FOUND -- USING BUILT-IN PRICES"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PRICE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-PRH-COUNT < 300 THEN
                                   ADD 1 TO WS-PRH-COUNT
                                   MOVE PRC-TOYTYPE
                                       TO WS-PRH-TYPE(WS-PRH-COUNT)
                                   MOVE PRC-EFF-DATE
                                       TO WS-PRH-DATE(WS-PRH-COUNT)
                                   MOVE PRC-PRICE
                                       TO WS-PRH-PRICE(WS-PRH-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PRICE-FILE
               END-IF.

           GET-HIST-PRICE.
               EVALUATE WS-HIST-TYPE
                   WHEN 'A'
                       MOVE 15.00 TO WS-HIST-PRICE
                   WHEN 'B'
                       MOVE 25.00 TO WS-HIST-PRICE
                   WHEN 'C'
                       MOVE 20.00 TO WS-HIST-PRICE
                   WHEN 'D'
                       MOVE 50.00 TO WS-HIST-PRICE
                   WHEN OTHER
                       MOVE 0 TO WS-HIST-PRICE
               END-EVALUATE
               MOVE 0 TO WS-PRH-BEST
               PERFORM VARYING WS-PRH-IDX FROM 1 BY 1
                   UNTIL WS-PRH-IDX > WS-PRH-COUNT
                   IF WS-PRH-TYPE(WS-PRH-IDX) = WS-HIST-TYPE
                      AND WS-PRH-DATE(WS-PRH-IDX) <= WS-DAY-DATE
                      AND WS-PRH-DATE(WS-PRH-IDX) >= WS-PRH-BEST THEN
                       MOVE WS-PRH-DATE(WS-PRH-IDX) TO WS-PRH-BEST
                       MOVE WS-PRH-PRICE(WS-PRH-IDX) TO WS-HIST-PRICE
                   END-IF
               END-PERFORM.

           LOAD-BUDGETS.
               OPEN INPUT BUDGET-FILE
               IF WS-BUDGET-STATUS = "35" THEN
                   DISPLAY "BUDGET.DAT NOT FOUND -- ACTUALS ONLY"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BUDGET-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF BUD-YEAR = WS-ASOF-YEAR THEN
                                   PERFORM KEEP-BUDGET
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BUDGET-FILE
               END-IF.

           KEEP-BUDGET.
               MOVE BUD-BRANCH TO WS-F-BRANCH
               MOVE BUD-TOYTYPE TO WS-HIST-TYPE
               PERFORM FIND-BVA-ENTRY
               IF WS-BVA-FOUND > 0 THEN
                   MOVE 'Y' TO WS-BVA-HAS-BUD(WS-BVA-FOUND)
                   ADD BUD-ANNUAL TO WS-BVA-ANNUAL(WS-BVA-FOUND)
                   MOVE 0 TO WS-PH-SUM
                   PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                       UNTIL WS-MB-IDX > 12
                       IF BUD-PHASE(WS-MB-IDX) IS NOT NUMERIC THEN
                           MOVE 0 TO BUD-PHASE(WS-MB-IDX)
                       END-IF
                       ADD BUD-PHASE(WS-MB-IDX) TO WS-PH-SUM
                   END-PERFORM
                   PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                       UNTIL WS-MB-IDX > 12
                       IF WS-PH-SUM = 0 THEN
                           COMPUTE WS-LN-MONTH ROUNDED =
                               BUD-ANNUAL / 12
                       ELSE
                           COMPUTE WS-LN-MONTH ROUNDED =
                               BUD-ANNUAL * BUD-PHASE(WS-MB-IDX) / 100
                       END-IF
                       ADD WS-LN-MONTH
                           TO WS-BVA-MB(WS-BVA-FOUND, WS-MB-IDX)
                   END-PERFORM
               END-IF.

           FIND-BVA-ENTRY.
               MOVE 0 TO WS-BVA-FOUND
               PERFORM VARYING WS-BVA-IDX FROM 1 BY 1
                   UNTIL WS-BVA-IDX > WS-BVA-COUNT
                      OR WS-BVA-FOUND > 0
                   IF WS-BVA-BRANCH(WS-BVA-IDX) = WS-F-BRANCH(1:2)
                      AND WS-BVA-TYPE(WS-BVA-IDX) = WS-HIST-TYPE THEN
                       MOVE WS-BVA-IDX TO WS-BVA-FOUND
                   END-IF
               END-PERFORM
               IF WS-BVA-FOUND = 0 THEN
                   IF WS-BVA-COUNT < 200 THEN
                       ADD 1 TO WS-BVA-COUNT
                       MOVE WS-BVA-COUNT TO WS-BVA-FOUND
                       MOVE WS-F-BRANCH(1:2)
                           TO WS-BVA-BRANCH(WS-BVA-FOUND)
                       MOVE WS-HIST-TYPE TO WS-BVA-TYPE(WS-BVA-FOUND)
                       MOVE 0 TO WS-BVA-ANNUAL(WS-BVA-FOUND)
                       PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                           UNTIL WS-MB-IDX > 12
                           MOVE 0 TO WS-BVA-MB(WS-BVA-FOUND, WS-MB-IDX)
                       END-PERFORM
                       MOVE 0 TO WS-BVA-MTD(WS-BVA-FOUND)
                       MOVE 0 TO WS-BVA-YTD(WS-BVA-FOUND)
                       MOVE 'N' TO WS-BVA-HAS-BUD(WS-BVA-FOUND)
                   ELSE
                       DISPLAY "BUDGET TABLE FULL (200 BRANCH/TYPE "
                           "LINES) -- LINE DROPPED"
                   END-IF
               END-IF.

           LOAD-ACTUALS.
               MOVE WS-YEAR-START-INT TO WS-DAY-INT
               PERFORM UNTIL WS-DAY-INT > WS-ASOF-INT
                   COMPUTE WS-DAY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   PERFORM LOAD-ONE-DAY
                   ADD 1 TO WS-DAY-INT
               END-PERFORM.

           LOAD-ONE-DAY.
               MOVE SPACES TO WS-CSV-FILENAME
               STRING "../archive/" WS-DAY-DATE "/output_"
                   WS-DAY-DATE ".csv"
                   DELIMITED BY SIZE INTO WS-CSV-FILENAME
               OPEN INPUT CSV-REPORT
               IF WS-CSV-STATUS = "35" THEN
                   MOVE SPACES TO WS-CSV-FILENAME
                   STRING "output_" WS-DAY-DATE ".csv"
                       DELIMITED BY SIZE INTO WS-CSV-FILENAME
                   OPEN INPUT CSV-REPORT
               END-IF
               IF WS-CSV-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-DAYS-READ
                   MOVE 'Y' TO WS-FIRST-LINE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CSV-REPORT
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-FIRST-LINE = 'Y' THEN
                                   MOVE 'N' TO WS-FIRST-LINE
                               ELSE
                                   PERFORM ADD-DETAIL-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CSV-REPORT
               END-IF.

           ADD-DETAIL-LINE.
               MOVE SPACES TO WS-F-BRANCH
               MOVE SPACES TO WS-F-ID
               MOVE SPACES TO WS-F-TYPE
               MOVE SPACES TO WS-F-TOYS
               UNSTRING CSV-IN DELIMITED BY ","
                   INTO WS-F-BRANCH WS-F-ID WS-F-TYPE WS-F-TOYS
               EVALUATE WS-F-TYPE
                   WHEN "SOFT"
                       MOVE 'A' TO WS-HIST-TYPE
                   WHEN "HARD"
                       MOVE 'B' TO WS-HIST-TYPE
                   WHEN "PUZZ"
                       MOVE 'C' TO WS-HIST-TYPE
                   WHEN "ELEC"
                       MOVE 'D' TO WS-HIST-TYPE
                   WHEN OTHER
                       MOVE SPACE TO WS-HIST-TYPE
               END-EVALUATE
               IF WS-HIST-TYPE = SPACE OR WS-F-TOYS = SPACES THEN
                   CONTINUE
               ELSE
                   PERFORM FIND-BVA-ENTRY
                   IF WS-BVA-FOUND > 0 THEN
                       MOVE FUNCTION NUMVAL(WS-F-TOYS) TO WS-LINE-QTY
                       PERFORM GET-HIST-PRICE
                       COMPUTE WS-LINE-VALUE =
                           WS-LINE-QTY * WS-HIST-PRICE
                       ADD WS-LINE-VALUE TO WS-BVA-YTD(WS-BVA-FOUND)
                       IF WS-DAY-INT >= WS-MONTH-START-INT THEN
                           ADD WS-LINE-VALUE
                               TO WS-BVA-MTD(WS-BVA-FOUND)
                       END-IF
                   END-IF
               END-IF.

           SORT-BUDGET-LINES.
               PERFORM VARYING WS-BVA-IDX FROM 1 BY 1
                   UNTIL WS-BVA-IDX >= WS-BVA-COUNT
                   PERFORM VARYING WS-BVA-IDX-2 FROM WS-BVA-IDX BY 1
                       UNTIL WS-BVA-IDX-2 > WS-BVA-COUNT
                       IF WS-BVA-ENTRY(WS-BVA-IDX-2)(1:3)
                          < WS-BVA-ENTRY(WS-BVA-IDX)(1:3) THEN
                           MOVE WS-BVA-ENTRY(WS-BVA-IDX)
                               TO WS-BVA-SWAP
                           MOVE WS-BVA-ENTRY(WS-BVA-IDX-2)
                               TO WS-BVA-ENTRY(WS-BVA-IDX)
                           MOVE WS-BVA-SWAP
                               TO WS-BVA-ENTRY(WS-BVA-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-BUDGET-REPORT.
               OPEN OUTPUT BUDGET-REPORT-FILE
               WRITE BUDGET-REPORT-OUT FROM DIVIDER-1
               MOVE WS-ASOF-DATE TO BH-DATE
               MOVE WS-DAYS-READ TO BH-DAYS
               WRITE BUDGET-REPORT-OUT FROM BVA-HEADER-1
               WRITE BUDGET-REPORT-OUT FROM BVA-HEADER-2
               WRITE BUDGET-REPORT-OUT FROM DIVIDER-1
               WRITE BUDGET-REPORT-OUT FROM BVA-COL-HDR
               MOVE 2 TO WS-TOT-IDX
               PERFORM CLEAR-TOTALS
               MOVE SPACES TO WS-PREV-BRANCH
               IF WS-BVA-COUNT = 0 THEN
                   WRITE BUDGET-REPORT-OUT FROM BVA-NONE-LINE
               END-IF
               PERFORM VARYING WS-BVA-IDX FROM 1 BY 1
                   UNTIL WS-BVA-IDX > WS-BVA-COUNT
                   IF WS-BVA-BRANCH(WS-BVA-IDX) NOT = WS-PREV-BRANCH
                       THEN
                       IF WS-PREV-BRANCH NOT = SPACES THEN
                           PERFORM WRITE-BRANCH-TOTAL
                       END-IF
                       PERFORM WRITE-BRANCH-HEADING
                   END-IF
                   MOVE WS-BVA-BRANCH(WS-BVA-IDX) TO WS-PREV-BRANCH
                   PERFORM WRITE-BUDGET-LINE
               END-PERFORM
               IF WS-PREV-BRANCH NOT = SPACES THEN
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               WRITE BUDGET-REPORT-OUT FROM DIVIDER-1
               MOVE 2 TO WS-TOT-IDX
               MOVE SPACES TO BL-BRANCH
               MOVE "ALL " TO BL-TYPE
               PERFORM WRITE-TOTAL-LINE
               WRITE BUDGET-REPORT-OUT FROM DIVIDER-1
               WRITE BUDGET-REPORT-OUT FROM BVA-NOTE-LINE-1
               WRITE BUDGET-REPORT-OUT FROM BVA-NOTE-LINE-2
               WRITE BUDGET-REPORT-OUT FROM BVA-NOTE-LINE-3
               WRITE BUDGET-REPORT-OUT FROM BVA-NOTE-LINE-4
               CLOSE BUDGET-REPORT-FILE.

           CLEAR-TOTALS.
               MOVE 0 TO WS-TOT-ANNUAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-MONTH(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-MTD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-YTD-BUD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-YTD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-PROJ(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-OVERRUN(WS-TOT-IDX).

           WRITE-BRANCH-HEADING.
               PERFORM FIND-BRANCH
               MOVE WS-BVA-BRANCH(WS-BVA-IDX) TO BB-CODE
               MOVE WS-BRM-NAME-FOUND TO BB-NAME
               WRITE BUDGET-REPORT-OUT FROM DIVIDER-3
               WRITE BUDGET-REPORT-OUT FROM BVA-BRANCH-LINE
               MOVE 1 TO WS-TOT-IDX
               PERFORM CLEAR-TOTALS.

           WRITE-BRANCH-TOTAL.
               MOVE 1 TO WS-TOT-IDX
               MOVE WS-PREV-BRANCH TO BL-BRANCH
               MOVE "TOT " TO BL-TYPE
               PERFORM WRITE-TOTAL-LINE.

           WRITE-BUDGET-LINE.
               MOVE WS-BVA-BRANCH(WS-BVA-IDX) TO BL-BRANCH
               EVALUATE WS-BVA-TYPE(WS-BVA-IDX)
                   WHEN 'A'
                       MOVE "SOFT" TO BL-TYPE
                   WHEN 'B'
                       MOVE "HARD" TO BL-TYPE
                   WHEN 'C'
                       MOVE "PUZZ" TO BL-TYPE
                   WHEN 'D'
                       MOVE "ELEC" TO BL-TYPE
                   WHEN OTHER
                       MOVE WS-BVA-TYPE(WS-BVA-IDX) TO BL-TYPE
               END-EVALUATE
               MOVE WS-BVA-ANNUAL(WS-BVA-IDX) TO WS-LN-ANNUAL
               MOVE WS-BVA-MB(WS-BVA-IDX, WS-ASOF-MONTH)
                   TO WS-LN-MONTH
               MOVE WS-BVA-MTD(WS-BVA-IDX) TO WS-LN-MTD
               MOVE WS-BVA-YTD(WS-BVA-IDX) TO WS-LN-YTD
               MOVE 0 TO WS-LN-YTD-BUD
               PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX >= WS-ASOF-MONTH
                   ADD WS-BVA-MB(WS-BVA-IDX, WS-MB-IDX)
                       TO WS-LN-YTD-BUD
               END-PERFORM
               COMPUTE WS-LN-YTD-BUD ROUNDED = WS-LN-YTD-BUD
                   + WS-LN-MONTH * WS-ASOF-DAY / WS-DAYS-IN-MONTH
               COMPUTE WS-LN-REMAIN = WS-LN-ANNUAL - WS-LN-YTD
               COMPUTE WS-LN-PROJ ROUNDED =
                   WS-LN-YTD * WS-DAYS-IN-YEAR / WS-DAY-OF-YEAR
               IF WS-LN-PROJ > WS-LN-ANNUAL THEN
                   COMPUTE WS-LN-OVERRUN = WS-LN-PROJ - WS-LN-ANNUAL
               ELSE
                   MOVE 0 TO WS-LN-OVERRUN
               END-IF
               PERFORM FIND-BRANCH
               PERFORM SET-LINE-NOTE
               PERFORM MOVE-LINE-AMOUNTS
               WRITE BUDGET-REPORT-OUT FROM BVA-LINE
               PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > 2
                   ADD WS-LN-ANNUAL TO WS-TOT-ANNUAL(WS-TOT-IDX)
                   ADD WS-LN-MONTH TO WS-TOT-MONTH(WS-TOT-IDX)
                   ADD WS-LN-MTD TO WS-TOT-MTD(WS-TOT-IDX)
                   ADD WS-LN-YTD-BUD TO WS-TOT-YTD-BUD(WS-TOT-IDX)
                   ADD WS-LN-YTD TO WS-TOT-YTD(WS-TOT-IDX)
                   ADD WS-LN-PROJ TO WS-TOT-PROJ(WS-TOT-IDX)
                   ADD WS-LN-OVERRUN TO WS-TOT-OVERRUN(WS-TOT-IDX)
               END-PERFORM.

           SET-LINE-NOTE.
               IF WS-BVA-HAS-BUD(WS-BVA-IDX) = 'N' THEN
                   MOVE "NO BUDGET" TO BL-NOTE
                   ADD 1 TO WS-NO-BUDGET
               ELSE IF WS-BRM-FOUND = 'N' THEN
                   MOVE "UNKNOWN BR" TO BL-NOTE
               ELSE IF WS-LN-MTD > WS-LN-MONTH THEN
                   MOVE "OVER MTD" TO BL-NOTE
                   ADD 1 TO WS-OVER-LINES
               ELSE IF WS-LN-OVERRUN > 0 THEN
                   MOVE "OVERRUN" TO BL-NOTE
               ELSE
                   MOVE SPACES TO BL-NOTE
               END-IF.

           WRITE-TOTAL-LINE.
               MOVE WS-TOT-ANNUAL(WS-TOT-IDX) TO WS-LN-ANNUAL
               MOVE WS-TOT-MONTH(WS-TOT-IDX) TO WS-LN-MONTH
               MOVE WS-TOT-MTD(WS-TOT-IDX) TO WS-LN-MTD
               MOVE WS-TOT-YTD-BUD(WS-TOT-IDX) TO WS-LN-YTD-BUD
               MOVE WS-TOT-YTD(WS-TOT-IDX) TO WS-LN-YTD
               COMPUTE WS-LN-REMAIN = WS-LN-ANNUAL - WS-LN-YTD
               MOVE WS-TOT-PROJ(WS-TOT-IDX) TO WS-LN-PROJ
               MOVE WS-TOT-OVERRUN(WS-TOT-IDX) TO WS-LN-OVERRUN
               MOVE SPACES TO BL-NOTE
               PERFORM MOVE-LINE-AMOUNTS
               WRITE BUDGET-REPORT-OUT FROM BVA-LINE.

           MOVE-LINE-AMOUNTS.
               MOVE WS-LN-ANNUAL TO BL-ANNUAL
               MOVE WS-LN-MONTH TO BL-MONTH
               MOVE WS-LN-MTD TO BL-MTD
               MOVE WS-LN-YTD-BUD TO BL-YTD-BUD
               MOVE WS-LN-YTD TO BL-YTD
               MOVE WS-LN-REMAIN TO BL-REMAIN
               MOVE WS-LN-PROJ TO BL-PROJ
               MOVE WS-LN-OVERRUN TO BL-OVERRUN.
