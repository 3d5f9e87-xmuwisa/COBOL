       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMAND-FORECAST.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT CSV-REPORT
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT MONTHLY-FILE
           ASSIGN DYNAMIC WS-MONTHLY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MONTHLY-STATUS.

       SELECT REORDER-POINTS-FILE
           ASSIGN TO 'reorder_points.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROP-STATUS.

       SELECT ROP-BRANCH-FILE
           ASSIGN TO 'ropbranch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROB-STATUS.

       SELECT ROP-PROPOSAL-FILE
           ASSIGN TO 'ropprop.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRP-STATUS.

       SELECT FORECAST-REPORT-FILE
           ASSIGN DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUN-STATUS-FILE
           ASSIGN TO 'runstat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RC-KEYWORD   PIC X(8).
           05 RC-VALUE     PIC X(12).

       FD  CSV-REPORT.
       01  CSV-IN          PIC X(40).

       FD  MONTHLY-FILE.
       01  MONTHLY-IN      PIC X(80).

       FD  REORDER-POINTS-FILE.
       01  REORDER-POINT-RECORD.
           05 ROP-TOYTYPE  PIC A(1).
           05 ROP-POINT    PIC 9(4).
           05 ROP-TARGET   PIC 9(4).

       FD  ROP-BRANCH-FILE.
       01  ROP-BRANCH-RECORD.
           05 ROB-BRANCH   PIC A(2).
           05 ROB-TOYTYPE  PIC A(1).
           05 ROB-POINT    PIC 9(4).
           05 ROB-TARGET   PIC 9(4).
           05 ROB-PERIOD   PIC 9(6).
           05 ROB-APPROVED-BY PIC X(3).
           05 ROB-APPROVED-ON PIC 9(8).

       FD  ROP-PROPOSAL-FILE.
       01  ROP-PROPOSAL-RECORD.
           05 PRP-STATUS   PIC X(1).
           05 PRP-BRANCH   PIC A(2).
           05 PRP-TOYTYPE  PIC A(1).
           05 PRP-PERIOD   PIC 9(6).
           05 PRP-FORECAST PIC 9(6).
           05 PRP-METHOD   PIC X(1).
           05 PRP-POINT    PIC 9(4).
           05 PRP-TARGET   PIC 9(4).
           05 PRP-CUR-POINT PIC 9(4).
           05 PRP-CUR-TARGET PIC 9(4).
           05 PRP-CREATED-ON PIC 9(8).
           05 PRP-REVIEWED-BY PIC X(3).
           05 PRP-REVIEWED-ON PIC 9(8).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-OUT    PIC X(120).

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-OUT  PIC X(46).

       WORKING-STORAGE SECTION.
       01  WS-RUNSTAT-STATUS PIC X(2).
       01  WS-RS-STAMP     PIC X(21).
       01  RUN-STATUS-LINE.
           05 RS-DATE      PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-TIME      PIC X(6).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-PROGRAM   PIC X(20) VALUE "DEMAND-FORECAST".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  DIVIDER-1       PIC X(120) VALUE ALL "=".
       01  DIVIDER-3       PIC X(120) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-CSV-STATUS   PIC X(2).
       01  WS-MONTHLY-STATUS PIC X(2).
       01  WS-ROP-STATUS   PIC X(2).
       01  WS-ROB-STATUS   PIC X(2).
       01  WS-PRP-STATUS   PIC X(2).
       01  WS-CSV-FILENAME PIC X(60).
       01  WS-MONTHLY-FILENAME PIC X(40).
       01  WS-RPT-FILENAME PIC X(40).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-FIRST-LINE   PIC A(1).

       01  WS-LEAD-DAYS    PIC 9(3) VALUE 7.
       01  WS-SAFETY-DAYS  PIC 9(3) VALUE 7.
       01  WS-COVER-DAYS   PIC 9(3) VALUE 30.
       01  WS-GROWTH-MIN   PIC 9V99 VALUE 0.50.
       01  WS-GROWTH-MAX   PIC 9V99 VALUE 2.00.

       01  WS-TARGET-YM    PIC 9(6).
       01  WS-TARGET-DAYS  PIC 9(2).
       01  WS-MONTH-SEQ    PIC 9(6).
       01  WS-CALC-SEQ     PIC 9(6).
       01  WS-CALC-YEAR    PIC 9(4).
       01  WS-CALC-MONTH   PIC 9(2).
       01  WS-CALC-DATE    PIC 9(8).
       01  WS-CALC-INT     PIC 9(8).
       01  WS-NEXT-INT     PIC 9(8).
       01  WS-CALC-DAYS    PIC 9(2).
       01  WS-DAY          PIC 9(2).
       01  WS-DAY-DATE     PIC 9(8).

       01  WS-MONTH-TABLE.
           05 WS-MON-ENTRY OCCURS 15 TIMES.
               10 WS-MON-YM     PIC 9(6).
               10 WS-MON-SOURCE PIC X(1).
               10 WS-MON-DAYS   PIC 9(2).
       01  WS-MON-IDX      PIC 9(2).
       01  WS-MON-CSV-DAYS PIC 9(2).
       01  WS-MON-BRTYPE   PIC A(1).

       01  WS-FC-TABLE.
           05 WS-FC-COUNT  PIC 9(3) VALUE 0.
           05 WS-FC-ENTRY OCCURS 200 TIMES.
               10 WS-FC-BRANCH   PIC A(2).
               10 WS-FC-TYPE     PIC A(1).
               10 WS-FC-QTY      PIC 9(6) OCCURS 15 TIMES.
               10 WS-FC-FORECAST PIC 9(6).
               10 WS-FC-METHOD   PIC X(1).
               10 WS-FC-GROWTH   PIC 9V99.
               10 WS-FC-POINT    PIC 9(4).
               10 WS-FC-TARGET   PIC 9(4).
               10 WS-FC-CUR-POINT  PIC 9(4).
               10 WS-FC-CUR-TARGET PIC 9(4).
               10 WS-FC-CUR-SOURCE PIC X(2).
       01  WS-FC-IDX       PIC 9(3).
       01  WS-FC-IDX-2     PIC 9(3).
       01  WS-FC-FOUND     PIC 9(3).
       01  WS-FC-SWAP      PIC X(121).
       01  WS-FC-KEY-BRANCH PIC A(2).
       01  WS-FC-KEY-TYPE  PIC A(1).
       01  WS-FC-ADD-QTY   PIC 9(6).

       01  WS-MBT-TABLE.
           05 WS-MBT-COUNT PIC 9(2) VALUE 0.
           05 WS-MBT-ENTRY OCCURS 50 TIMES.
               10 WS-MBT-BRANCH PIC A(2).
               10 WS-MBT-TOYS   PIC 9(6).
       01  WS-MBT-IDX      PIC 9(2).
       01  WS-MTYPE-TOYS.
           05 WS-MTYPE-QTY PIC 9(6) OCCURS 4 TIMES.
       01  WS-MTYPE-TOTAL  PIC 9(7).
       01  WS-MTYPE-IDX    PIC 9(1).
       01  WS-TYPE-CODES   PIC X(4) VALUE "ABCD".

       01  WS-ROP-COMPANY.
           05 WS-ROPC-POINT  PIC 9(4) OCCURS 4 TIMES.
           05 WS-ROPC-TARGET PIC 9(4) OCCURS 4 TIMES.

       01  WS-ROB-TABLE.
           05 WS-ROB-COUNT PIC 9(3) VALUE 0.
           05 WS-ROB-ENTRY OCCURS 200 TIMES.
               10 WS-ROB-BRANCH PIC A(2).
               10 WS-ROB-TYPE   PIC A(1).
               10 WS-ROB-POINT  PIC 9(4).
               10 WS-ROB-TARGET PIC 9(4).
       01  WS-ROB-IDX      PIC 9(3).

       01  WS-F-BRANCH     PIC X(4).
       01  WS-F-ID         PIC X(6).
       01  WS-F-TYPE       PIC X(6).
       01  WS-F-TOYS       PIC X(6).

       01  WS-RECENT-SUM   PIC 9(7).
       01  WS-RECENT-N     PIC 9(1).
       01  WS-PRIOR-SUM    PIC 9(7).
       01  WS-PRIOR-N      PIC 9(1).
       01  WS-LY-SUM       PIC 9(7).
       01  WS-LY-N         PIC 9(1).
       01  WS-RECENT-AVG   PIC 9(7)V99.
       01  WS-PRIOR-AVG    PIC 9(7)V99.
       01  WS-TREND        PIC S9(7)V99.
       01  WS-GROWTH       PIC 9(3)V99.
       01  WS-FORECAST-WK  PIC S9(7)V99.
       01  WS-DAILY-RATE   PIC 9(5)V9999.
       01  WS-POINT-WK     PIC 9(7).
       01  WS-TARGET-WK    PIC 9(7).

       01  WS-PROPOSED     PIC 9(3) VALUE 0.
       01  WS-CHANGED      PIC 9(3) VALUE 0.
       01  WS-MONTHS-FOUND PIC 9(2) VALUE 0.
       01  WS-PREV-BRANCH  PIC A(2).

       01  FC-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FH-TITLE     PIC X(37) VALUE
               "DEMAND FORECAST AND REORDER PROPOSALS".
           05 FH-LBL       PIC X(12) VALUE "  FOR MONTH ".
           05 FH-YM        PIC 9(6).
           05 FH-LBL-2     PIC X(11) VALUE "  RUN DATE ".
           05 FH-DATE      PIC X(8).
       01  FC-HEADER-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(12) VALUE "LEAD DAYS: ".
           05 FH-LEAD      PIC ZZ9.
           05 FILL         PIC X(15) VALUE "  SAFETY DAYS: ".
           05 FH-SAFETY    PIC ZZ9.
           05 FILL         PIC X(14) VALUE "  COVER DAYS: ".
           05 FH-COVER     PIC ZZ9.
           05 FILL         PIC X(19) VALUE "  GROWTH CAPPED AT ".
           05 FH-GMIN      PIC 9.99.
           05 FILL         PIC X(3) VALUE " - ".
           05 FH-GMAX      PIC 9.99.
       01  FC-MONTHS-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FM-LBL       PIC X(9) VALUE "HISTORY: ".
           05 FM-ENTRY OCCURS 15 TIMES.
               10 FM-YM    PIC 9(6).
               10 FM-SRC   PIC X(1).
       01  FC-SOURCE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "SOURCE: D=DAILY CSV  M=MONTH-END SUMMARY".
           05 FILL         PIC X(40) VALUE
               "  S=SUMMARY SHARED BY TYPE  -=MISSING".
       01  FC-COL-HDR.
           05 FILL         PIC X(8) VALUE "BR TYPE".
           05 FILL         PIC X(24) VALUE
               "   M-3   M-2   M-1  LY-M".
           05 FILL         PIC X(24) VALUE
               "  LY-3M GROWTH TREND/MO ".
           05 FILL         PIC X(10) VALUE "  FORECAST".
           05 FILL         PIC X(20) VALUE "  CUR POINT/TARGET  ".
           05 FILL         PIC X(20) VALUE "NEW POINT/TARGET".
       01  FC-LINE.
           05 FL-BRANCH    PIC A(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 FL-TYPE      PIC X(4).
           05 FILL         PIC X(1) VALUE SPACE.
           05 FL-M3        PIC ZZZZZ9.
           05 FL-M2        PIC ZZZZZ9.
           05 FL-M1        PIC ZZZZZ9.
           05 FL-LYM       PIC ZZZZZ9.
           05 FL-LY3       PIC ZZZZZZ9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FL-GROWTH    PIC Z9.99.
           05 FL-TREND     PIC ----9.9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 FL-METHOD    PIC X(1).
           05 FL-FORECAST  PIC ZZZZZZZZ9.
           05 FILL         PIC X(3) VALUE SPACES.
           05 FL-CUR-POINT PIC ZZZ9.
           05 FILL         PIC X(1) VALUE "/".
           05 FL-CUR-TARGET PIC ZZZ9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 FL-CUR-SOURCE PIC X(2).
           05 FILL         PIC X(3) VALUE SPACES.
           05 FL-POINT     PIC ZZZ9.
           05 FILL         PIC X(1) VALUE "/".
           05 FL-TARGET    PIC ZZZ9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FL-FLAG      PIC X(10).
       01  FC-NOTE-LINE-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(45) VALUE
               "METHOD S = SAME MONTH LAST YEAR X GROWTH OF".
           05 FILL         PIC X(45) VALUE
               " LAST 3 MONTHS OVER THE SAME 3 LAST YEAR".
       01  FC-NOTE-LINE-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(45) VALUE
               "METHOD T = LAST 3-MONTH AVERAGE PLUS 2 MONTHS".
           05 FILL         PIC X(45) VALUE
               " OF TREND (NO FULL LAST-YEAR HISTORY)".
       01  FC-NOTE-LINE-3.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(45) VALUE
               "CUR BR = APPROVED BRANCH ROW (ROPBRANCH.DAT) ".
           05 FILL         PIC X(45) VALUE
               "CO = COMPANY-WIDE ROW (REORDER_POINTS.DAT)".
       01  FC-NOTE-LINE-4.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(36) VALUE
               "PROPOSALS WRITTEN TO ROPPROP.DAT -- ".
           05 FILL         PIC X(30) VALUE
               "APPROVE WITH REORDER-REVIEW".
       01  FC-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(50) VALUE
               "NO ISSUE HISTORY FOUND -- NO PROPOSALS WRITTEN".
       01  FC-TOTAL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(11) VALUE "PROPOSALS: ".
           05 FT-PROPOSED  PIC ZZ9.
           05 FILL         PIC X(24) VALUE "  DIFFERENT FROM CURRENT".
           05 FILL         PIC X(2) VALUE ": ".
           05 FT-CHANGED   PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL

           MOVE WS-RUN-DATE(1:6) TO WS-TARGET-YM
           COMPUTE WS-MONTH-SEQ = FUNCTION NUMVAL(WS-RUN-DATE(1:4))
               * 12 + FUNCTION NUMVAL(WS-RUN-DATE(5:2)) - 1
           MOVE WS-MONTH-SEQ TO WS-CALC-SEQ
           PERFORM SET-CALC-MONTH
           MOVE WS-CALC-DAYS TO WS-TARGET-DAYS

           PERFORM LOAD-COMPANY-POINTS
           PERFORM LOAD-BRANCH-POINTS

           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > 15
               PERFORM LOAD-HISTORY-MONTH
           END-PERFORM

           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT
               PERFORM FORECAST-ONE-LINE
           END-PERFORM
           PERFORM SORT-FORECAST-LINES

           MOVE SPACES TO WS-RPT-FILENAME
           STRING "forecast_" WS-TARGET-YM ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           PERFORM WRITE-FORECAST-REPORT
           PERFORM WRITE-PROPOSALS

           DISPLAY "DEMAND FORECAST FOR " WS-TARGET-YM
               " MONTHS OF HISTORY: " WS-MONTHS-FOUND
               " PROPOSALS: " WS-PROPOSED
               " CHANGED: " WS-CHANGED
           DISPLAY "REVIEW " FUNCTION TRIM(WS-RPT-FILENAME)
               " AND APPROVE WITH REORDER-REVIEW"

           MOVE "END" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           STOP RUN.

           READ-RUNCTL.
               OPEN INPUT RUNCTL-FILE
               IF WS-RUNCTL-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
                       READ RUNCTL-FILE
                           AT END
                               MOVE 'Y' TO WS-RUNCTL-EOF
                           NOT AT END
                               PERFORM APPLY-RUNCTL-CARD
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-RUNCTL-EOF
                   CLOSE RUNCTL-FILE
               END-IF.

           APPLY-RUNCTL-CARD.
               IF RC-KEYWORD = "RUNDATE"
                  AND RC-VALUE(1:8) IS NUMERIC THEN
                   MOVE RC-VALUE(1:8) TO WS-RUN-DATE
               ELSE IF RC-KEYWORD = "FCLEAD" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-LEAD-DAYS
               ELSE IF RC-KEYWORD = "FCSAFETY" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-SAFETY-DAYS
               ELSE IF RC-KEYWORD = "FCCOVER" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-COVER-DAYS
               END-IF.

           SET-CALC-MONTH.
               DIVIDE WS-CALC-SEQ BY 12 GIVING WS-CALC-YEAR
                   REMAINDER WS-CALC-MONTH
               ADD 1 TO WS-CALC-MONTH
               COMPUTE WS-CALC-DATE = WS-CALC-YEAR * 10000
                   + WS-CALC-MONTH * 100 + 1
               COMPUTE WS-CALC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
               IF WS-CALC-MONTH = 12 THEN
                   COMPUTE WS-CALC-DATE =
                       (WS-CALC-YEAR + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-CALC-DATE = WS-CALC-YEAR * 10000
                       + (WS-CALC-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-NEXT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
               COMPUTE WS-CALC-DAYS = WS-NEXT-INT - WS-CALC-INT.

           LOAD-COMPANY-POINTS.
               INITIALIZE WS-ROP-COMPANY
               OPEN INPUT REORDER-POINTS-FILE
               IF WS-ROP-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ REORDER-POINTS-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-COMPANY-POINT
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE REORDER-POINTS-FILE
               END-IF.

           KEEP-COMPANY-POINT.
               PERFORM VARYING WS-MTYPE-IDX FROM 1 BY 1
                   UNTIL WS-MTYPE-IDX > 4
                   IF ROP-TOYTYPE = WS-TYPE-CODES(WS-MTYPE-IDX:1) THEN
                       MOVE ROP-POINT TO WS-ROPC-POINT(WS-MTYPE-IDX)
                       MOVE ROP-TARGET TO WS-ROPC-TARGET(WS-MTYPE-IDX)
                   END-IF
               END-PERFORM.

           LOAD-BRANCH-POINTS.
               OPEN INPUT ROP-BRANCH-FILE
               IF WS-ROB-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ROP-BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-ROB-COUNT < 200 THEN
                                   ADD 1 TO WS-ROB-COUNT
                                   MOVE ROB-BRANCH
                                       TO WS-ROB-BRANCH(WS-ROB-COUNT)
                                   MOVE ROB-TOYTYPE
                                       TO WS-ROB-TYPE(WS-ROB-COUNT)
                                   MOVE ROB-POINT
                                       TO WS-ROB-POINT(WS-ROB-COUNT)
                                   MOVE ROB-TARGET
                                       TO WS-ROB-TARGET(WS-ROB-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ROP-BRANCH-FILE
               END-IF
               PERFORM VARYING WS-ROB-IDX FROM 1 BY 1
                   UNTIL WS-ROB-IDX > WS-ROB-COUNT
                   MOVE WS-ROB-BRANCH(WS-ROB-IDX) TO WS-FC-KEY-BRANCH
                   MOVE WS-ROB-TYPE(WS-ROB-IDX) TO WS-FC-KEY-TYPE
                   PERFORM FIND-FC-ENTRY
               END-PERFORM.

           LOAD-HISTORY-MONTH.
               COMPUTE WS-CALC-SEQ = WS-MONTH-SEQ - 16 + WS-MON-IDX
               PERFORM SET-CALC-MONTH
               COMPUTE WS-MON-YM(WS-MON-IDX) =
                   WS-CALC-YEAR * 100 + WS-CALC-MONTH
               MOVE WS-CALC-DAYS TO WS-MON-DAYS(WS-MON-IDX)
               MOVE '-' TO WS-MON-SOURCE(WS-MON-IDX)
               PERFORM LOAD-MONTH-SUMMARY
               IF WS-MON-SOURCE(WS-MON-IDX) = '-' THEN
                   PERFORM LOAD-MONTH-DAILY
               END-IF
               IF WS-MON-SOURCE(WS-MON-IDX) NOT = '-' THEN
                   ADD 1 TO WS-MONTHS-FOUND
               END-IF.

           LOAD-MONTH-SUMMARY.
               MOVE SPACES TO WS-MONTHLY-FILENAME
               STRING "monthly_" WS-MON-YM(WS-MON-IDX) ".txt"
                   DELIMITED BY SIZE INTO WS-MONTHLY-FILENAME
               OPEN INPUT MONTHLY-FILE
               IF WS-MONTHLY-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   MOVE 0 TO WS-MBT-COUNT
                   INITIALIZE WS-MTYPE-TOYS
                   MOVE 'N' TO WS-MON-BRTYPE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ MONTHLY-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM TAKE-SUMMARY-LINE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE MONTHLY-FILE
                   IF WS-MON-BRTYPE = 'Y' THEN
                       MOVE 'M' TO WS-MON-SOURCE(WS-MON-IDX)
                   ELSE IF WS-MBT-COUNT > 0 THEN
                       PERFORM SHARE-SUMMARY-BRANCHES
                       MOVE 'S' TO WS-MON-SOURCE(WS-MON-IDX)
                   END-IF
                   END-IF
               END-IF.

           TAKE-SUMMARY-LINE.
               IF MONTHLY-IN(1:7) = "BRTYPE " THEN
                   MOVE 'Y' TO WS-MON-BRTYPE
                   MOVE MONTHLY-IN(9:2) TO WS-FC-KEY-BRANCH
                   MOVE 'A' TO WS-FC-KEY-TYPE
                   MOVE FUNCTION NUMVAL(MONTHLY-IN(20:6))
                       TO WS-FC-ADD-QTY
                   PERFORM ADD-HISTORY-QTY
                   MOVE 'B' TO WS-FC-KEY-TYPE
                   MOVE FUNCTION NUMVAL(MONTHLY-IN(33:6))
                       TO WS-FC-ADD-QTY
                   PERFORM ADD-HISTORY-QTY
                   MOVE 'C' TO WS-FC-KEY-TYPE
                   MOVE FUNCTION NUMVAL(MONTHLY-IN(46:6))
                       TO WS-FC-ADD-QTY
                   PERFORM ADD-HISTORY-QTY
                   MOVE 'D' TO WS-FC-KEY-TYPE
                   MOVE FUNCTION NUMVAL(MONTHLY-IN(59:6))
                       TO WS-FC-ADD-QTY
                   PERFORM ADD-HISTORY-QTY
               ELSE IF MONTHLY-IN(1:7) = "BRANCH " THEN
                   IF WS-MBT-COUNT < 50 THEN
                       ADD 1 TO WS-MBT-COUNT
                       MOVE MONTHLY-IN(9:2)
                           TO WS-MBT-BRANCH(WS-MBT-COUNT)
                       MOVE FUNCTION NUMVAL(MONTHLY-IN(38:6))
                           TO WS-MBT-TOYS(WS-MBT-COUNT)
                   END-IF
               ELSE IF MONTHLY-IN(1:5) = "SOFT:" THEN
                   MOVE FUNCTION NUMVAL(MONTHLY-IN(13:6))
                       TO WS-MTYPE-QTY(1)
               ELSE IF MONTHLY-IN(1:5) = "HARD:" THEN
                   MOVE FUNCTION NUMVAL(MONTHLY-IN(13:6))
                       TO WS-MTYPE-QTY(2)
               ELSE IF MONTHLY-IN(1:7) = "PUZZLE:" THEN
                   MOVE FUNCTION NUMVAL(MONTHLY-IN(13:6))
                       TO WS-MTYPE-QTY(3)
               ELSE IF MONTHLY-IN(1:11) = "ELECTRONIC:" THEN
                   MOVE FUNCTION NUMVAL(MONTHLY-IN(13:6))
                       TO WS-MTYPE-QTY(4)
               END-IF.

           SHARE-SUMMARY-BRANCHES.
               COMPUTE WS-MTYPE-TOTAL = WS-MTYPE-QTY(1)
                   + WS-MTYPE-QTY(2) + WS-MTYPE-QTY(3)
                   + WS-MTYPE-QTY(4)
               IF WS-MTYPE-TOTAL > 0 THEN
                   PERFORM VARYING WS-MBT-IDX FROM 1 BY 1
                       UNTIL WS-MBT-IDX > WS-MBT-COUNT
                       PERFORM SHARE-ONE-BRANCH
                   END-PERFORM
               END-IF.

           SHARE-ONE-BRANCH.
               MOVE WS-MBT-BRANCH(WS-MBT-IDX) TO WS-FC-KEY-BRANCH
               PERFORM VARYING WS-MTYPE-IDX FROM 1 BY 1
                   UNTIL WS-MTYPE-IDX > 4
                   MOVE WS-TYPE-CODES(WS-MTYPE-IDX:1)
                       TO WS-FC-KEY-TYPE
                   COMPUTE WS-FC-ADD-QTY ROUNDED =
                       WS-MBT-TOYS(WS-MBT-IDX)
                       * WS-MTYPE-QTY(WS-MTYPE-IDX) / WS-MTYPE-TOTAL
                   PERFORM ADD-HISTORY-QTY
               END-PERFORM.

           LOAD-MONTH-DAILY.
               MOVE 0 TO WS-MON-CSV-DAYS
               PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-MON-DAYS(WS-MON-IDX)
                   COMPUTE WS-DAY-DATE =
                       WS-MON-YM(WS-MON-IDX) * 100 + WS-DAY
                   PERFORM LOAD-ONE-DAY
               END-PERFORM
               IF WS-MON-CSV-DAYS > 0 THEN
                   MOVE 'D' TO WS-MON-SOURCE(WS-MON-IDX)
               END-IF.

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
                   ADD 1 TO WS-MON-CSV-DAYS
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
                       MOVE 'A' TO WS-FC-KEY-TYPE
                   WHEN "HARD"
                       MOVE 'B' TO WS-FC-KEY-TYPE
                   WHEN "PUZZ"
                       MOVE 'C' TO WS-FC-KEY-TYPE
                   WHEN "ELEC"
                       MOVE 'D' TO WS-FC-KEY-TYPE
                   WHEN OTHER
                       MOVE SPACE TO WS-FC-KEY-TYPE
               END-EVALUATE
               IF WS-FC-KEY-TYPE = SPACE OR WS-F-TOYS = SPACES THEN
                   CONTINUE
               ELSE
                   MOVE WS-F-BRANCH(1:2) TO WS-FC-KEY-BRANCH
                   MOVE FUNCTION NUMVAL(WS-F-TOYS) TO WS-FC-ADD-QTY
                   PERFORM ADD-HISTORY-QTY
               END-IF.

           ADD-HISTORY-QTY.
               IF WS-FC-ADD-QTY > 0 THEN
                   PERFORM FIND-FC-ENTRY
                   IF WS-FC-FOUND > 0 THEN
                       ADD WS-FC-ADD-QTY
                           TO WS-FC-QTY(WS-FC-FOUND, WS-MON-IDX)
                   END-IF
               END-IF.

           FIND-FC-ENTRY.
               MOVE 0 TO WS-FC-FOUND
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
                      OR WS-FC-FOUND > 0
                   IF WS-FC-BRANCH(WS-FC-IDX) = WS-FC-KEY-BRANCH
                      AND WS-FC-TYPE(WS-FC-IDX) = WS-FC-KEY-TYPE THEN
                       MOVE WS-FC-IDX TO WS-FC-FOUND
                   END-IF
               END-PERFORM
               IF WS-FC-FOUND = 0 THEN
                   IF WS-FC-COUNT < 200 THEN
                       ADD 1 TO WS-FC-COUNT
                       MOVE WS-FC-COUNT TO WS-FC-FOUND
                       INITIALIZE WS-FC-ENTRY(WS-FC-FOUND)
                       MOVE WS-FC-KEY-BRANCH
                           TO WS-FC-BRANCH(WS-FC-FOUND)
                       MOVE WS-FC-KEY-TYPE TO WS-FC-TYPE(WS-FC-FOUND)
                   ELSE
                       DISPLAY "FORECAST TABLE FULL (200 BRANCH/TYPE "
                           "LINES) -- HISTORY DROPPED"
                   END-IF
               END-IF.

           FORECAST-ONE-LINE.
               MOVE 0 TO WS-RECENT-SUM
               MOVE 0 TO WS-RECENT-N
               MOVE 0 TO WS-PRIOR-SUM
               MOVE 0 TO WS-PRIOR-N
               MOVE 0 TO WS-LY-SUM
               MOVE 0 TO WS-LY-N
               PERFORM VARYING WS-MON-IDX FROM 13 BY 1
                   UNTIL WS-MON-IDX > 15
                   IF WS-MON-SOURCE(WS-MON-IDX) NOT = '-' THEN
                       ADD 1 TO WS-RECENT-N
                       ADD WS-FC-QTY(WS-FC-IDX, WS-MON-IDX)
                           TO WS-RECENT-SUM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-MON-IDX FROM 10 BY 1
                   UNTIL WS-MON-IDX > 12
                   IF WS-MON-SOURCE(WS-MON-IDX) NOT = '-' THEN
                       ADD 1 TO WS-PRIOR-N
                       ADD WS-FC-QTY(WS-FC-IDX, WS-MON-IDX)
                           TO WS-PRIOR-SUM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 3
                   IF WS-MON-SOURCE(WS-MON-IDX) NOT = '-' THEN
                       ADD 1 TO WS-LY-N
                       ADD WS-FC-QTY(WS-FC-IDX, WS-MON-IDX)
                           TO WS-LY-SUM
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-RECENT-AVG
               MOVE 0 TO WS-TREND
               IF WS-RECENT-N > 0 THEN
                   COMPUTE WS-RECENT-AVG ROUNDED =
                       WS-RECENT-SUM / WS-RECENT-N
               END-IF
               IF WS-RECENT-N > 0 AND WS-PRIOR-N > 0 THEN
                   COMPUTE WS-PRIOR-AVG ROUNDED =
                       WS-PRIOR-SUM / WS-PRIOR-N
                   COMPUTE WS-TREND ROUNDED =
                       (WS-RECENT-AVG - WS-PRIOR-AVG) / 3
               END-IF
               MOVE 0 TO WS-FC-GROWTH(WS-FC-IDX)
               IF WS-RECENT-N = 3 AND WS-LY-N = 3 AND WS-LY-SUM > 0
                  AND WS-MON-SOURCE(4) NOT = '-' THEN
                   PERFORM FORECAST-SEASONAL
               ELSE IF WS-RECENT-N > 0 THEN
                   PERFORM FORECAST-TREND
               ELSE
                   MOVE 'N' TO WS-FC-METHOD(WS-FC-IDX)
                   MOVE 0 TO WS-FC-FORECAST(WS-FC-IDX)
               END-IF
               END-IF
               PERFORM SET-PROPOSED-POINTS
               PERFORM SET-CURRENT-POINTS.

           FORECAST-SEASONAL.
               MOVE 'S' TO WS-FC-METHOD(WS-FC-IDX)
               COMPUTE WS-GROWTH ROUNDED = WS-RECENT-SUM / WS-LY-SUM
               IF WS-GROWTH < WS-GROWTH-MIN THEN
                   MOVE WS-GROWTH-MIN TO WS-GROWTH
               END-IF
               IF WS-GROWTH > WS-GROWTH-MAX THEN
                   MOVE WS-GROWTH-MAX TO WS-GROWTH
               END-IF
               MOVE WS-GROWTH TO WS-FC-GROWTH(WS-FC-IDX)
               COMPUTE WS-FC-FORECAST(WS-FC-IDX) ROUNDED =
                   WS-FC-QTY(WS-FC-IDX, 4) * WS-GROWTH.

           FORECAST-TREND.
               MOVE 'T' TO WS-FC-METHOD(WS-FC-IDX)
               COMPUTE WS-FORECAST-WK = WS-RECENT-AVG + WS-TREND * 2
               IF WS-FORECAST-WK < 0 THEN
                   MOVE 0 TO WS-FORECAST-WK
               END-IF
               COMPUTE WS-FC-FORECAST(WS-FC-IDX) ROUNDED =
                   WS-FORECAST-WK.

           SET-PROPOSED-POINTS.
               COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-FC-FORECAST(WS-FC-IDX) / WS-TARGET-DAYS
               COMPUTE WS-POINT-WK ROUNDED = WS-DAILY-RATE
                   * (WS-LEAD-DAYS + WS-SAFETY-DAYS)
               COMPUTE WS-TARGET-WK ROUNDED = WS-POINT-WK
                   + WS-DAILY-RATE * WS-COVER-DAYS
               IF WS-FC-FORECAST(WS-FC-IDX) > 0
                  AND WS-TARGET-WK <= WS-POINT-WK THEN
                   COMPUTE WS-TARGET-WK = WS-POINT-WK + 1
               END-IF
               IF WS-POINT-WK > 9999 THEN
                   MOVE 9999 TO WS-POINT-WK
               END-IF
               IF WS-TARGET-WK > 9999 THEN
                   MOVE 9999 TO WS-TARGET-WK
               END-IF
               MOVE WS-POINT-WK TO WS-FC-POINT(WS-FC-IDX)
               MOVE WS-TARGET-WK TO WS-FC-TARGET(WS-FC-IDX).

           SET-CURRENT-POINTS.
               MOVE SPACES TO WS-FC-CUR-SOURCE(WS-FC-IDX)
               PERFORM VARYING WS-ROB-IDX FROM 1 BY 1
                   UNTIL WS-ROB-IDX > WS-ROB-COUNT
                   IF WS-ROB-BRANCH(WS-ROB-IDX)
                          = WS-FC-BRANCH(WS-FC-IDX)
                      AND WS-ROB-TYPE(WS-ROB-IDX)
                          = WS-FC-TYPE(WS-FC-IDX) THEN
                       MOVE "BR" TO WS-FC-CUR-SOURCE(WS-FC-IDX)
                       MOVE WS-ROB-POINT(WS-ROB-IDX)
                           TO WS-FC-CUR-POINT(WS-FC-IDX)
                       MOVE WS-ROB-TARGET(WS-ROB-IDX)
                           TO WS-FC-CUR-TARGET(WS-FC-IDX)
                   END-IF
               END-PERFORM
               IF WS-FC-CUR-SOURCE(WS-FC-IDX) = SPACES THEN
                   MOVE "CO" TO WS-FC-CUR-SOURCE(WS-FC-IDX)
                   PERFORM VARYING WS-MTYPE-IDX FROM 1 BY 1
                       UNTIL WS-MTYPE-IDX > 4
                       IF WS-FC-TYPE(WS-FC-IDX)
                          = WS-TYPE-CODES(WS-MTYPE-IDX:1) THEN
                           MOVE WS-ROPC-POINT(WS-MTYPE-IDX)
                               TO WS-FC-CUR-POINT(WS-FC-IDX)
                           MOVE WS-ROPC-TARGET(WS-MTYPE-IDX)
                               TO WS-FC-CUR-TARGET(WS-FC-IDX)
                       END-IF
                   END-PERFORM
               END-IF.

           SORT-FORECAST-LINES.
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX >= WS-FC-COUNT
                   PERFORM VARYING WS-FC-IDX-2 FROM WS-FC-IDX BY 1
                       UNTIL WS-FC-IDX-2 > WS-FC-COUNT
                       IF WS-FC-ENTRY(WS-FC-IDX-2)(1:3)
                          < WS-FC-ENTRY(WS-FC-IDX)(1:3) THEN
                           MOVE WS-FC-ENTRY(WS-FC-IDX) TO WS-FC-SWAP
                           MOVE WS-FC-ENTRY(WS-FC-IDX-2)
                               TO WS-FC-ENTRY(WS-FC-IDX)
                           MOVE WS-FC-SWAP
                               TO WS-FC-ENTRY(WS-FC-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-FORECAST-REPORT.
               OPEN OUTPUT FORECAST-REPORT-FILE
               WRITE FORECAST-OUT FROM DIVIDER-1
               MOVE WS-TARGET-YM TO FH-YM
               MOVE WS-RUN-DATE TO FH-DATE
               WRITE FORECAST-OUT FROM FC-HEADER-1
               MOVE WS-LEAD-DAYS TO FH-LEAD
               MOVE WS-SAFETY-DAYS TO FH-SAFETY
               MOVE WS-COVER-DAYS TO FH-COVER
               MOVE WS-GROWTH-MIN TO FH-GMIN
               MOVE WS-GROWTH-MAX TO FH-GMAX
               WRITE FORECAST-OUT FROM FC-HEADER-2
               PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 15
                   MOVE WS-MON-YM(WS-MON-IDX) TO FM-YM(WS-MON-IDX)
                   MOVE WS-MON-SOURCE(WS-MON-IDX)
                       TO FM-SRC(WS-MON-IDX)
               END-PERFORM
               WRITE FORECAST-OUT FROM FC-MONTHS-LINE
               WRITE FORECAST-OUT FROM FC-SOURCE-LINE
               WRITE FORECAST-OUT FROM DIVIDER-1
               WRITE FORECAST-OUT FROM FC-COL-HDR
               MOVE SPACES TO WS-PREV-BRANCH
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
                   IF WS-FC-BRANCH(WS-FC-IDX) NOT = WS-PREV-BRANCH
                       THEN
                       WRITE FORECAST-OUT FROM DIVIDER-3
                       MOVE WS-FC-BRANCH(WS-FC-IDX) TO WS-PREV-BRANCH
                   END-IF
                   PERFORM WRITE-FORECAST-LINE
               END-PERFORM
               IF WS-PROPOSED = 0 THEN
                   WRITE FORECAST-OUT FROM FC-NONE-LINE
               END-IF
               WRITE FORECAST-OUT FROM DIVIDER-1
               MOVE WS-PROPOSED TO FT-PROPOSED
               MOVE WS-CHANGED TO FT-CHANGED
               WRITE FORECAST-OUT FROM FC-TOTAL-LINE
               WRITE FORECAST-OUT FROM FC-NOTE-LINE-1
               WRITE FORECAST-OUT FROM FC-NOTE-LINE-2
               WRITE FORECAST-OUT FROM FC-NOTE-LINE-3
               WRITE FORECAST-OUT FROM FC-NOTE-LINE-4
               CLOSE FORECAST-REPORT-FILE.

           WRITE-FORECAST-LINE.
               MOVE WS-FC-BRANCH(WS-FC-IDX) TO FL-BRANCH
               EVALUATE WS-FC-TYPE(WS-FC-IDX)
                   WHEN 'A'
                       MOVE "SOFT" TO FL-TYPE
                   WHEN 'B'
                       MOVE "HARD" TO FL-TYPE
                   WHEN 'C'
                       MOVE "PUZZ" TO FL-TYPE
                   WHEN 'D'
                       MOVE "ELEC" TO FL-TYPE
                   WHEN OTHER
                       MOVE WS-FC-TYPE(WS-FC-IDX) TO FL-TYPE
               END-EVALUATE
               MOVE WS-FC-QTY(WS-FC-IDX, 13) TO FL-M3
               MOVE WS-FC-QTY(WS-FC-IDX, 14) TO FL-M2
               MOVE WS-FC-QTY(WS-FC-IDX, 15) TO FL-M1
               MOVE WS-FC-QTY(WS-FC-IDX, 4) TO FL-LYM
               COMPUTE FL-LY3 = WS-FC-QTY(WS-FC-IDX, 1)
                   + WS-FC-QTY(WS-FC-IDX, 2) + WS-FC-QTY(WS-FC-IDX, 3)
               MOVE WS-FC-GROWTH(WS-FC-IDX) TO FL-GROWTH
               PERFORM GET-LINE-TREND
               MOVE WS-TREND TO FL-TREND
               MOVE WS-FC-METHOD(WS-FC-IDX) TO FL-METHOD
               MOVE WS-FC-FORECAST(WS-FC-IDX) TO FL-FORECAST
               MOVE WS-FC-CUR-POINT(WS-FC-IDX) TO FL-CUR-POINT
               MOVE WS-FC-CUR-TARGET(WS-FC-IDX) TO FL-CUR-TARGET
               MOVE WS-FC-CUR-SOURCE(WS-FC-IDX) TO FL-CUR-SOURCE
               MOVE WS-FC-POINT(WS-FC-IDX) TO FL-POINT
               MOVE WS-FC-TARGET(WS-FC-IDX) TO FL-TARGET
               MOVE SPACES TO FL-FLAG
               IF WS-FC-METHOD(WS-FC-IDX) = 'N' THEN
                   MOVE "NO HISTORY" TO FL-FLAG
               ELSE
                   ADD 1 TO WS-PROPOSED
                   IF WS-FC-POINT(WS-FC-IDX)
                      NOT = WS-FC-CUR-POINT(WS-FC-IDX)
                      OR WS-FC-TARGET(WS-FC-IDX)
                         NOT = WS-FC-CUR-TARGET(WS-FC-IDX)
                      OR WS-FC-CUR-SOURCE(WS-FC-IDX) = "CO" THEN
                       MOVE "CHANGE" TO FL-FLAG
                       ADD 1 TO WS-CHANGED
                   END-IF
               END-IF
               WRITE FORECAST-OUT FROM FC-LINE.

           GET-LINE-TREND.
               MOVE 0 TO WS-TREND
               MOVE 0 TO WS-RECENT-SUM
               MOVE 0 TO WS-PRIOR-SUM
               MOVE 0 TO WS-RECENT-N
               MOVE 0 TO WS-PRIOR-N
               PERFORM VARYING WS-MON-IDX FROM 10 BY 1
                   UNTIL WS-MON-IDX > 15
                   IF WS-MON-SOURCE(WS-MON-IDX) NOT = '-'
                      AND WS-MON-IDX > 12 THEN
                       ADD 1 TO WS-RECENT-N
                       ADD WS-FC-QTY(WS-FC-IDX, WS-MON-IDX)
                           TO WS-RECENT-SUM
                   END-IF
                   IF WS-MON-SOURCE(WS-MON-IDX) NOT = '-'
                      AND WS-MON-IDX <= 12 THEN
                       ADD 1 TO WS-PRIOR-N
                       ADD WS-FC-QTY(WS-FC-IDX, WS-MON-IDX)
                           TO WS-PRIOR-SUM
                   END-IF
               END-PERFORM
               IF WS-RECENT-N > 0 AND WS-PRIOR-N > 0 THEN
                   COMPUTE WS-TREND ROUNDED =
                       (WS-RECENT-SUM / WS-RECENT-N
                        - WS-PRIOR-SUM / WS-PRIOR-N) / 3
               END-IF.

           WRITE-PROPOSALS.
               OPEN OUTPUT ROP-PROPOSAL-FILE
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
                   IF WS-FC-METHOD(WS-FC-IDX) NOT = 'N' THEN
                       MOVE 'P' TO PRP-STATUS
                       MOVE WS-FC-BRANCH(WS-FC-IDX) TO PRP-BRANCH
                       MOVE WS-FC-TYPE(WS-FC-IDX) TO PRP-TOYTYPE
                       MOVE WS-TARGET-YM TO PRP-PERIOD
                       MOVE WS-FC-FORECAST(WS-FC-IDX) TO PRP-FORECAST
                       MOVE WS-FC-METHOD(WS-FC-IDX) TO PRP-METHOD
                       MOVE WS-FC-POINT(WS-FC-IDX) TO PRP-POINT
                       MOVE WS-FC-TARGET(WS-FC-IDX) TO PRP-TARGET
                       MOVE WS-FC-CUR-POINT(WS-FC-IDX)
                           TO PRP-CUR-POINT
                       MOVE WS-FC-CUR-TARGET(WS-FC-IDX)
                           TO PRP-CUR-TARGET
                       MOVE WS-RUN-DATE TO PRP-CREATED-ON
                       MOVE SPACES TO PRP-REVIEWED-BY
                       MOVE 0 TO PRP-REVIEWED-ON
                       WRITE ROP-PROPOSAL-RECORD
                   END-IF
               END-PERFORM
               CLOSE ROP-PROPOSAL-FILE.

           WRITE-RUN-STATUS.
               MOVE FUNCTION CURRENT-DATE TO WS-RS-STAMP
               MOVE WS-RS-STAMP(1:8) TO RS-DATE
               MOVE WS-RS-STAMP(9:6) TO RS-TIME
               MOVE RETURN-CODE TO RS-RC
               OPEN EXTEND RUN-STATUS-FILE
               IF WS-RUNSTAT-STATUS = "35" THEN
                   OPEN OUTPUT RUN-STATUS-FILE
               END-IF
               WRITE RUN-STATUS-OUT FROM RUN-STATUS-LINE
               CLOSE RUN-STATUS-FILE.
