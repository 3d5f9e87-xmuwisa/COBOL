       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-SCORECARD.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BRANCH-FILE
           ASSIGN TO 'branch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       SELECT THRESHOLD-FILE
           ASSIGN TO 'scorethr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

       SELECT CSV-REPORT
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT AGING-FILE
           ASSIGN DYNAMIC WS-AGING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGING-STATUS.

       SELECT BACKORDER-FILE
           ASSIGN TO 'backorder.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BO-STATUS.

       SELECT INTRANSIT-FILE
           ASSIGN DYNAMIC WS-XFER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFER-STATUS.

       SELECT SUSPENSE-FILE
           ASSIGN DYNAMIC WS-SUSP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

       SELECT ADJ-HISTORY-FILE
           ASSIGN TO 'adjhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AH-STATUS.

       SELECT RECON-HIST-FILE
           ASSIGN TO 'reconhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCH-STATUS.

       SELECT SCORE-HIST-FILE
           ASSIGN TO 'scorehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SH-STATUS.

       SELECT SCORE-HIST-TMP
           ASSIGN TO 'scorehist.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SCORECARD-FILE
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

       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD.
           05 ST-KEYWORD   PIC X(8).
           05 ST-VALUE     PIC X(12).

       FD  CSV-REPORT.
       01  CSV-IN          PIC X(40).

       FD  AGING-FILE.
       01  AGING-IN        PIC X(80).

       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05 BO-DATE      PIC 9(8).
           05 BO-BRANCH    PIC A(2).
           05 BO-ID        PIC 9(4).
           05 BO-TOYTYPE   PIC A(1).
           05 BO-QTY       PIC 9(4).

       FD  INTRANSIT-FILE.
       01  INTRANSIT-RECORD.
           05 IT-DATE      PIC 9(8).
           05 IT-FROM      PIC A(2).
           05 IT-TO        PIC A(2).
           05 IT-TOYTYPE   PIC A(1).
           05 IT-QTY       PIC 9(4).
           05 IT-LOT       PIC 9(7).
           05 IT-LOT-DATE  PIC 9(8).
           05 IT-DONOR     PIC X(4).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC    PIC X(25).

       FD  ADJ-HISTORY-FILE.
       01  ADJ-HISTORY-RECORD.
           05 AH-DATE      PIC 9(8).
           05 AH-BRANCH    PIC A(2).
           05 AH-TOYTYPE   PIC A(1).
           05 AH-QTY       PIC S9(6) SIGN LEADING SEPARATE.
           05 AH-COUNTED-BY PIC X(3).
           05 AH-COUNT-DATE PIC 9(8).
           05 AH-APPROVED-BY PIC X(3).
           05 AH-DISP      PIC X(1).

       FD  RECON-HIST-FILE.
       01  RECON-HIST-RECORD.
           05 RCH-DATE     PIC 9(8).
           05 FILL         PIC X(1).
           05 RCH-STATUS   PIC X(4).
           05 FILL         PIC X(1).
           05 RCH-DISC     PIC 9(3).

       FD  SCORE-HIST-FILE.
       01  SCORE-HIST-RECORD.
           05 SH-MONTH     PIC 9(6).
           05 SH-BRANCH    PIC A(2).
           05 SH-RANK      PIC 9(2).
           05 SH-SCORE     PIC 9(3).
           05 SH-VAL       PIC 9(8)V99 OCCURS 7 TIMES.

       FD  SCORE-HIST-TMP.
       01  SCORE-HIST-TMP-OUT PIC X(83).

       FD  SCORECARD-FILE.
       01  SCORECARD-OUT   PIC X(120).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(120) VALUE ALL "=".
       01  DIVIDER-3       PIC X(120) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-THR-STATUS   PIC X(2).
       01  WS-CSV-STATUS   PIC X(2).
       01  WS-AGING-STATUS PIC X(2).
       01  WS-BO-STATUS    PIC X(2).
       01  WS-XFER-STATUS  PIC X(2).
       01  WS-SUSPENSE-STATUS PIC X(2).
       01  WS-AH-STATUS    PIC X(2).
       01  WS-RCH-STATUS   PIC X(2).
       01  WS-SH-STATUS    PIC X(2).
       01  WS-CSV-FILENAME PIC X(60).
       01  WS-AGING-FILENAME PIC X(60).
       01  WS-XFER-FILENAME PIC X(60).
       01  WS-SUSP-FILENAME PIC X(60).
       01  WS-RPT-FILENAME PIC X(40).
       01  WS-SH-TMPNAME   PIC X(20) VALUE "scorehist.tmp".
       01  WS-SH-NAME      PIC X(20) VALUE "scorehist.dat".
       01  WS-RENAME-RC    PIC S9(9) COMP-5.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-FIRST-LINE   PIC A(1).

       01  WS-SC-MONTH     PIC X(6).
       01  WS-SC-MONTH-N   PIC 9(6).
       01  WS-PREV-MONTH   PIC 9(6).
       01  WS-NM-YEAR      PIC 9(4).
       01  WS-NM-MONTH     PIC 9(2).
       01  WS-MONTH-START  PIC 9(8).
       01  WS-NEXT-MONTH   PIC 9(8).
       01  WS-MONTH-END    PIC 9(8).
       01  WS-MONTH-START-INT PIC 9(8).
       01  WS-MONTH-END-INT PIC 9(8).
       01  WS-DAY-INT      PIC 9(8).
       01  WS-DAY-DATE     PIC 9(8).
       01  WS-DAY-NO       PIC 9(2).
       01  WS-DAY-FROM     PIC 9(2).
       01  WS-DAYS-IN-MONTH PIC 9(2).
       01  WS-WORK-INT     PIC 9(8).
       01  WS-AGE          PIC 9(4).

       01  WS-CSV-DAYS     PIC 9(2) VALUE 0.
       01  WS-AGING-DAYS   PIC 9(2) VALUE 0.
       01  WS-XFER-DAYS    PIC 9(2) VALUE 0.
       01  WS-SUSP-DAYS    PIC 9(2) VALUE 0.

       01  WS-KPI-TABLE.
           05 WS-KPI-ENTRY OCCURS 7 TIMES.
               10 WS-KPI-NAME  PIC X(28).
               10 WS-KPI-KEY   PIC X(8).
               10 WS-KPI-DIR   PIC A(1).
               10 WS-KPI-DEC   PIC 9(1).
               10 WS-KPI-LIMIT PIC 9(8)V99.
       01  WS-K             PIC 9(1).
       01  WS-KPI-COUNT     PIC 9(1) VALUE 7.
       01  WS-RECON-LIMIT   PIC 9(2) VALUE 0.
       01  WS-THR-FOUND     PIC A(1).

       01  WS-SC-TABLE.
           05 WS-SC-COUNT  PIC 9(2) VALUE 0.
           05 WS-SC-ENTRY OCCURS 60 TIMES.
               10 SC-REGION     PIC X(10).
               10 SC-CODE       PIC A(2).
               10 SC-NAME       PIC X(20).
               10 SC-STATUS     PIC X(1).
               10 SC-ON-MASTER  PIC A(1).
               10 SC-INCLUDE    PIC A(1).
               10 SC-KIDS       PIC 9(6).
               10 SC-TOYS       PIC 9(8).
               10 SC-LINES      PIC 9(7).
               10 SC-SO-DAY     PIC A(1) OCCURS 31 TIMES.
               10 SC-BO-LINES   PIC 9(5).
               10 SC-BO-AGE     PIC 9(8).
               10 SC-XF-LINES   PIC 9(5).
               10 SC-XF-AGE     PIC 9(8).
               10 SC-CNT-UNITS  PIC 9(7).
               10 SC-SUSP       PIC 9(5).
               10 SC-VAL        PIC 9(8)V99 OCCURS 7 TIMES.
               10 SC-KRANK      PIC 9(2) OCCURS 7 TIMES.
               10 SC-KOUT       PIC A(1) OCCURS 7 TIMES.
               10 SC-SCORE      PIC 9(3).
               10 SC-RANK       PIC 9(2).
               10 SC-REG-RANK   PIC 9(2).
               10 SC-REG-OF     PIC 9(2).
               10 SC-FLAGS      PIC 9(1).
               10 SC-PREV-FOUND PIC A(1).
               10 SC-PREV-RANK  PIC 9(2).
               10 SC-PREV-VAL   PIC 9(8)V99 OCCURS 7 TIMES.
       01  WS-SC-IDX       PIC 9(2).
       01  WS-SC-IDX-2     PIC 9(2).
       01  WS-SC-FOUND     PIC 9(2).
       01  WS-SC-DROPPED   PIC 9(4) VALUE 0.
       01  WS-FIND-CODE    PIC A(2).
       01  WS-RANKED       PIC 9(2) VALUE 0.
       01  WS-BETTER       PIC 9(2).

       01  WS-ORDER-TABLE.
           05 WS-ORD-COUNT PIC 9(2) VALUE 0.
           05 WS-ORD-IDX   PIC 9(2) OCCURS 60 TIMES.
       01  WS-O            PIC 9(2).
       01  WS-O-2          PIC 9(2).
       01  WS-ORD-SWAP     PIC 9(2).
       01  WS-ORD-KEY-1    PIC X(16).
       01  WS-ORD-KEY-2    PIC X(16).

       01  WS-SERVED-TABLE.
           05 WS-SV-COUNT  PIC 9(4) VALUE 0.
           05 WS-SV-ENTRY OCCURS 5000 TIMES.
               10 WS-SV-BRANCH  PIC A(2).
               10 WS-SV-ID      PIC 9(4).
       01  WS-SV-IDX       PIC 9(4).
       01  WS-SV-FOUND     PIC 9(4).
       01  WS-SV-FULL      PIC 9(4) VALUE 0.

       01  WS-BOL-TABLE.
           05 WS-BOL-COUNT PIC 9(4) VALUE 0.
           05 WS-BOL-ENTRY OCCURS 3000 TIMES.
               10 WS-BOL-KEY    PIC X(15).
               10 WS-BOL-AGE    PIC 9(4).
       01  WS-BOL-IDX      PIC 9(4).
       01  WS-BOL-FOUND    PIC 9(4).
       01  WS-BOL-FIND-KEY PIC X(15).

       01  WS-XFL-TABLE.
           05 WS-XFL-COUNT PIC 9(4) VALUE 0.
           05 WS-XFL-ENTRY OCCURS 1000 TIMES.
               10 WS-XFL-KEY    PIC X(13).
               10 WS-XFL-AGE    PIC 9(4).
       01  WS-XFL-IDX      PIC 9(4).
       01  WS-XFL-FOUND    PIC 9(4).
       01  WS-XFL-FIND-KEY PIC X(13).

       01  WS-SUL-TABLE.
           05 WS-SUL-COUNT PIC 9(4) VALUE 0.
           05 WS-SUL-ENTRY PIC X(25) OCCURS 3000 TIMES.
       01  WS-SUL-IDX      PIC 9(4).
       01  WS-SUL-FOUND    PIC 9(4).
       01  WS-TABLE-FULL   PIC 9(4) VALUE 0.

       01  WS-RECON-TABLE.
           05 WS-RC-SEEN   PIC A(1) OCCURS 31 TIMES.
           05 WS-RC-DISC   PIC 9(3) OCCURS 31 TIMES.
       01  WS-RC-FOUND     PIC A(1) VALUE 'Y'.
       01  WS-RC-DAYS      PIC 9(2) VALUE 0.
       01  WS-RC-OUT-DAYS  PIC 9(2) VALUE 0.
       01  WS-RC-TOT-DISC  PIC 9(5) VALUE 0.

       01  WS-F-BRANCH     PIC X(4).
       01  WS-F-ID         PIC X(6).
       01  WS-F-TYPE       PIC X(6).
       01  WS-F-TOYS       PIC X(6).
       01  WS-LINE-ID      PIC 9(4).
       01  WS-LINE-QTY     PIC 9(6).
       01  WS-ABS-QTY      PIC 9(6).

       01  WS-PAGE-NO      PIC 9(4) VALUE 0.
       01  WS-PREV-REGION  PIC X(10).
       01  WS-TOT-FLAGS    PIC 9(4) VALUE 0.
       01  WS-FLAG-BRANCHES PIC 9(2) VALUE 0.
       01  WS-ED-VAL       PIC S9(8)V99.
       01  WS-ED-OUT       PIC X(12).
       01  WS-ED-INT       PIC Z(11)9.
       01  WS-ED-DEC-1     PIC Z(9)9.9.
       01  WS-ED-DEC-2     PIC Z(8)9.99.
       01  WS-ED-CHG-INT   PIC -(11)9.
       01  WS-ED-CHG-DEC-1 PIC -(9)9.9.
       01  WS-ED-CHG-DEC-2 PIC -(8)9.99.
       01  WS-ED-RANK      PIC Z9.
       01  WS-MOVE-TEXT    PIC X(12).
       01  WS-PREV-TEXT    PIC X(4).
       01  WS-RANK-DIFF    PIC S9(2).
       01  WS-RANK-DIFF-ED PIC Z9.

       01  WS-REGION-TOTALS.
           05 WS-RT-BRANCHES PIC 9(2).
           05 WS-RT-FLAGS    PIC 9(3).
           05 WS-RT-KIDS     PIC 9(7).
           05 WS-RT-TOYS     PIC 9(9).

       01  SC-PAGE-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(28) VALUE
               "BRANCH PERFORMANCE SCORECARD".
           05 FILL         PIC X(10) VALUE "   MONTH: ".
           05 SP-MONTH     PIC X(6).
           05 FILL         PIC X(13) VALUE "   RUN DATE: ".
           05 SP-RUN       PIC 9(8).
           05 FILL         PIC X(8) VALUE "   PAGE ".
           05 SP-PAGE      PIC Z(3)9.
       01  SC-BRANCH-LINE.
           05 FILL         PIC X(8) VALUE "REGION: ".
           05 SB-REGION    PIC X(10).
           05 FILL         PIC X(10) VALUE "  BRANCH: ".
           05 SB-CODE      PIC A(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 SB-NAME      PIC X(20).
           05 FILL         PIC X(2) VALUE SPACES.
           05 SB-NOTE      PIC X(20).
       01  SC-RANK-LINE.
           05 FILL         PIC X(14) VALUE "OVERALL RANK: ".
           05 SR-RANK      PIC Z9.
           05 FILL         PIC X(4) VALUE " OF ".
           05 SR-OF        PIC Z9.
           05 FILL         PIC X(16) VALUE "   REGION RANK: ".
           05 SR-REG-RANK  PIC Z9.
           05 FILL         PIC X(4) VALUE " OF ".
           05 SR-REG-OF    PIC Z9.
           05 FILL         PIC X(10) VALUE "   SCORE: ".
           05 SR-SCORE     PIC ZZ9.
           05 FILL         PIC X(20) VALUE "   LAST MONTH RANK: ".
           05 SR-PREV      PIC X(4).
           05 FILL         PIC X(13) VALUE "   MOVEMENT: ".
           05 SR-MOVE      PIC X(12).
       01  SC-KPI-HDR.
           05 FILL         PIC X(30) VALUE "  KPI".
           05 FILL         PIC X(12) VALUE "  THIS MONTH".
           05 FILL         PIC X(12) VALUE "  LAST MONTH".
           05 FILL         PIC X(12) VALUE "      CHANGE".
           05 FILL         PIC X(10) VALUE "  TREND".
           05 FILL         PIC X(16) VALUE "       THRESHOLD".
           05 FILL         PIC X(12) VALUE "  STATUS".
           05 FILL         PIC X(9) VALUE " KPI RANK".
       01  SC-KPI-LINE.
           05 KL-MARK      PIC X(2).
           05 KL-NAME      PIC X(28).
           05 KL-THIS      PIC X(12).
           05 KL-LAST      PIC X(12).
           05 KL-CHANGE    PIC X(12).
           05 FILL         PIC X(2) VALUE SPACES.
           05 KL-TREND     PIC X(6).
           05 FILL         PIC X(2) VALUE SPACES.
           05 KL-LIMIT-TYPE PIC X(4).
           05 KL-LIMIT     PIC X(12).
           05 FILL         PIC X(2) VALUE SPACES.
           05 KL-STATUS    PIC X(10).
           05 KL-RANK      PIC Z(8)9.
       01  SC-FLAG-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(24) VALUE
               "KPIS OUTSIDE THRESHOLD: ".
           05 SF-COUNT     PIC 9.
       01  SC-SUMMARY-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(36) VALUE
               "REGION SUMMARY -- BRANCHES BY REGION".
           05 FILL         PIC X(10) VALUE "   MONTH: ".
           05 SS-MONTH     PIC X(6).
       01  SC-SUMMARY-COL-HDR.
           05 FILL         PIC X(12) VALUE "REGION".
           05 FILL         PIC X(5) VALUE "RGN".
           05 FILL         PIC X(4) VALUE "ALL".
           05 FILL         PIC X(24) VALUE "BR  NAME".
           05 FILL         PIC X(8) VALUE "SCORE".
           05 FILL         PIC X(6) VALUE "LAST".
           05 FILL         PIC X(12) VALUE "MOVEMENT".
           05 FILL         PIC X(6) VALUE "FLAGS".
           05 FILL         PIC X(14) VALUE "   KIDS SERVED".
           05 FILL         PIC X(14) VALUE "   TOYS ISSUED".
       01  SC-SUMMARY-LINE.
           05 RL-REGION    PIC X(10).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RL-REG-RANK  PIC Z9.
           05 FILL         PIC X(3) VALUE SPACES.
           05 RL-RANK      PIC Z9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 RL-CODE      PIC A(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RL-NAME      PIC X(20).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RL-SCORE     PIC ZZ9.
           05 FILL         PIC X(4) VALUE SPACES.
           05 RL-PREV      PIC X(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RL-MOVE      PIC X(12).
           05 RL-FLAGS     PIC ZZ9.
           05 FILL         PIC X(3) VALUE SPACES.
           05 RL-KIDS      PIC Z(13)9.
           05 RL-TOYS      PIC Z(13)9.
       01  SC-REGION-TOTAL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(13) VALUE "REGION TOTAL ".
           05 RT-REGION    PIC X(10).
           05 FILL         PIC X(12) VALUE "  BRANCHES: ".
           05 RT-BRANCHES  PIC Z9.
           05 FILL         PIC X(32) VALUE SPACES.
           05 RT-FLAGS     PIC ZZ9.
           05 FILL         PIC X(3) VALUE SPACES.
           05 RT-KIDS      PIC Z(13)9.
           05 RT-TOYS      PIC Z(13)9.
       01  SC-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "NO ACTIVE BRANCHES OR ACTIVITY FOR MONTH".
       01  SC-RECON-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(30) VALUE
               "SYSTEM RECONCILIATION -- DAYS ".
           05 FILL         PIC X(5) VALUE "RUN: ".
           05 RC-DAYS      PIC Z9.
           05 FILL         PIC X(19) VALUE "  OUT OF BALANCE: ".
           05 RC-OUT-DAYS  PIC Z9.
           05 FILL         PIC X(18) VALUE "  DISCREPANCIES: ".
           05 RC-DISC      PIC Z(4)9.
           05 FILL         PIC X(8) VALUE "  LIMIT ".
           05 RC-LIMIT     PIC Z9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 RC-STATUS    PIC X(10).
       01  SC-RECON-NOTE-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "RECONHIST.DAT NOT FOUND -- NO RECONCILIATION HISTORY".
       01  SC-RECON-NOTE-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "RECONCILIATION IS SYSTEM-WIDE -- NOT RANKED BY BRANCH".
       01  SC-NOTE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 NL-TEXT      PIC X(60).
           05 NL-COUNT     PIC Z(3)9.
       01  SC-NOTE-LINE-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "SCORE = TOTAL OF KPI RANKS, LOWEST SCORE RANKS FIRST".
       01  SC-NOTE-LINE-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "STOCK-OUT DAYS = DAYS WITH AN OPEN BACKORDER LINE".
       01  SC-NOTE-LINE-3.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "BACKORDER WAIT / TRANSFER LAG = AVERAGE DAYS OPEN".
       01  SC-NOTE-LINE-4.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "SUSPENSE PER 100 = ITEMS PER 100 INPUT LINES RECEIVED".
       01  SC-NOTE-LINE-5.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "THRESHOLDS FROM SCORETHR.DAT, ELSE BUILT-IN LIMITS".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           DISPLAY "SCORECARD MONTH (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-SC-MONTH
           IF WS-SC-MONTH IS NOT NUMERIC
              OR WS-SC-MONTH(5:2) < "01"
              OR WS-SC-MONTH(5:2) > "12" THEN
               DISPLAY "MONTH MUST BE YYYYMM -- NOTHING PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-MONTH-DATES

           PERFORM SET-KPI-DEFAULTS
           PERFORM READ-THRESHOLDS
           PERFORM LOAD-BRANCHES

           PERFORM VARYING WS-DAY-INT FROM WS-MONTH-START-INT BY 1
               UNTIL WS-DAY-INT > WS-MONTH-END-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               COMPUTE WS-DAY-NO = WS-DAY-INT - WS-MONTH-START-INT + 1
               PERFORM LOAD-ONE-DAY-CSV
               PERFORM LOAD-ONE-DAY-AGING
               PERFORM LOAD-ONE-DAY-XFER
               MOVE SPACES TO WS-SUSP-FILENAME
               STRING "../archive/" WS-DAY-DATE "/suspense.dat"
                   DELIMITED BY SIZE INTO WS-SUSP-FILENAME
               PERFORM LOAD-SUSPENSE-COPY
           END-PERFORM
           IF WS-AGING-DAYS = 0 THEN
               PERFORM LOAD-OPEN-BACKORDERS
           END-IF
           IF WS-XFER-DAYS = 0 THEN
               MOVE "intransit.dat" TO WS-XFER-FILENAME
               MOVE WS-MONTH-END TO WS-DAY-DATE
               MOVE WS-MONTH-END-INT TO WS-DAY-INT
               PERFORM LOAD-XFER-COPY
           END-IF
           MOVE "suspense.dat" TO WS-SUSP-FILENAME
           PERFORM LOAD-SUSPENSE-COPY
           PERFORM LOAD-COUNT-VARIANCES
           PERFORM LOAD-RECON-HISTORY

           PERFORM TOTAL-DISTINCT-LINES
           PERFORM COMPUTE-KPIS
           PERFORM RANK-BRANCHES
           PERFORM LOAD-PREVIOUS-MONTH
           PERFORM CHECK-THRESHOLDS
           PERFORM ORDER-BY-REGION

           MOVE SPACES TO WS-RPT-FILENAME
           STRING "scorecard_" WS-SC-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           PERFORM WRITE-SCORECARD
           PERFORM WRITE-SCORE-HISTORY

           DISPLAY "BRANCH SCORECARD WRITTEN TO "
               FUNCTION TRIM(WS-RPT-FILENAME)
           DISPLAY "BRANCHES RANKED: " WS-RANKED
               "  KPIS OUTSIDE THRESHOLD: " WS-TOT-FLAGS
               "  BRANCHES FLAGGED: " WS-FLAG-BRANCHES
           IF WS-SV-FULL > 0 OR WS-TABLE-FULL > 0 THEN
               DISPLAY "WORK TABLE FULL -- " WS-SV-FULL " KIDS AND "
                   WS-TABLE-FULL " OPEN LINES NOT COUNTED"
           END-IF
           IF WS-SC-DROPPED > 0 THEN
               DISPLAY "BRANCH TABLE FULL (60) -- " WS-SC-DROPPED
                   " RECORDS FOR UNLISTED BRANCHES NOT COUNTED"
           END-IF
           IF WS-TOT-FLAGS > 0 OR WS-RC-OUT-DAYS > WS-RECON-LIMIT
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

           SET-MONTH-DATES.
               MOVE WS-SC-MONTH TO WS-SC-MONTH-N
               MOVE WS-SC-MONTH(1:4) TO WS-NM-YEAR
               MOVE WS-SC-MONTH(5:2) TO WS-NM-MONTH
               COMPUTE WS-MONTH-START = WS-NM-YEAR * 10000
                   + WS-NM-MONTH * 100 + 1
               IF WS-NM-MONTH = 1 THEN
                   COMPUTE WS-PREV-MONTH = (WS-NM-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE WS-PREV-MONTH = WS-SC-MONTH-N - 1
               END-IF
               IF WS-NM-MONTH = 12 THEN
                   ADD 1 TO WS-NM-YEAR
                   MOVE 1 TO WS-NM-MONTH
               ELSE
                   ADD 1 TO WS-NM-MONTH
               END-IF
               COMPUTE WS-NEXT-MONTH = WS-NM-YEAR * 10000
                   + WS-NM-MONTH * 100 + 1
               COMPUTE WS-MONTH-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
               COMPUTE WS-MONTH-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1
               COMPUTE WS-MONTH-END =
                   FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
               COMPUTE WS-DAYS-IN-MONTH =
                   WS-MONTH-END-INT - WS-MONTH-START-INT + 1.

           SET-KPI-DEFAULTS.
               MOVE "KIDS SERVED" TO WS-KPI-NAME(1)
               MOVE "KIDSMIN" TO WS-KPI-KEY(1)
               MOVE 'H' TO WS-KPI-DIR(1)
               MOVE 0 TO WS-KPI-DEC(1)
               MOVE 25 TO WS-KPI-LIMIT(1)
               MOVE "TOYS ISSUED" TO WS-KPI-NAME(2)
               MOVE "TOYSMIN" TO WS-KPI-KEY(2)
               MOVE 'H' TO WS-KPI-DIR(2)
               MOVE 0 TO WS-KPI-DEC(2)
               MOVE 50 TO WS-KPI-LIMIT(2)
               MOVE "STOCK-OUT DAYS" TO WS-KPI-NAME(3)
               MOVE "STOCKOUT" TO WS-KPI-KEY(3)
               MOVE 'L' TO WS-KPI-DIR(3)
               MOVE 0 TO WS-KPI-DEC(3)
               MOVE 3 TO WS-KPI-LIMIT(3)
               MOVE "AVG BACKORDER WAIT (DAYS)" TO WS-KPI-NAME(4)
               MOVE "BOWAIT" TO WS-KPI-KEY(4)
               MOVE 'L' TO WS-KPI-DIR(4)
               MOVE 1 TO WS-KPI-DEC(4)
               MOVE 7 TO WS-KPI-LIMIT(4)
               MOVE "AVG TRANSFER LAG (DAYS)" TO WS-KPI-NAME(5)
               MOVE "XFERLAG" TO WS-KPI-KEY(5)
               MOVE 'L' TO WS-KPI-DIR(5)
               MOVE 1 TO WS-KPI-DEC(5)
               MOVE 3 TO WS-KPI-LIMIT(5)
               MOVE "COUNT VARIANCE (UNITS)" TO WS-KPI-NAME(6)
               MOVE "CNTVAR" TO WS-KPI-KEY(6)
               MOVE 'L' TO WS-KPI-DIR(6)
               MOVE 0 TO WS-KPI-DEC(6)
               MOVE 10 TO WS-KPI-LIMIT(6)
               MOVE "SUSPENSE PER 100 LINES" TO WS-KPI-NAME(7)
               MOVE "SUSPENSE" TO WS-KPI-KEY(7)
               MOVE 'L' TO WS-KPI-DIR(7)
               MOVE 2 TO WS-KPI-DEC(7)
               MOVE 2.00 TO WS-KPI-LIMIT(7).

           READ-THRESHOLDS.
               OPEN INPUT THRESHOLD-FILE
               IF WS-THR-STATUS = "35" THEN
                   DISPLAY "SCORETHR.DAT NOT FOUND -- USING BUILT-IN "
                       "KPI THRESHOLDS"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ THRESHOLD-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM APPLY-THRESHOLD-CARD
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE THRESHOLD-FILE
               END-IF.

           APPLY-THRESHOLD-CARD.
               MOVE 'N' TO WS-THR-FOUND
               IF ST-KEYWORD = "RECONDAY" THEN
                   MOVE 'Y' TO WS-THR-FOUND
                   IF ST-VALUE NOT = SPACES
                      AND FUNCTION TEST-NUMVAL(ST-VALUE) = 0
                      AND FUNCTION NUMVAL(ST-VALUE) >= 0
                      AND FUNCTION NUMVAL(ST-VALUE) < 32 THEN
                       MOVE FUNCTION NUMVAL(ST-VALUE) TO WS-RECON-LIMIT
                   ELSE
                       DISPLAY "SCORETHR.DAT: BAD RECONDAY VALUE "
                           ST-VALUE " -- IGNORED"
                   END-IF
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-KPI-COUNT
                   IF ST-KEYWORD = WS-KPI-KEY(WS-K) THEN
                       MOVE 'Y' TO WS-THR-FOUND
                       IF ST-VALUE NOT = SPACES
                          AND FUNCTION TEST-NUMVAL(ST-VALUE) = 0
                          AND FUNCTION NUMVAL(ST-VALUE) >= 0
                          AND FUNCTION NUMVAL(ST-VALUE) < 100000000
                          THEN
                           COMPUTE WS-KPI-LIMIT(WS-K) =
                               FUNCTION NUMVAL(ST-VALUE)
                       ELSE
                           DISPLAY "SCORETHR.DAT: BAD " ST-KEYWORD
                               " VALUE " ST-VALUE " -- IGNORED"
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-THR-FOUND = 'N' THEN
                   DISPLAY "SCORETHR.DAT: UNKNOWN CARD "
                       ST-KEYWORD " -- IGNORED"
               END-IF.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   DISPLAY "BRANCH.DAT NOT FOUND -- BRANCHES NAMED "
                       "FROM ACTIVITY ONLY"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-SC-COUNT < 60 THEN
                                   ADD 1 TO WS-SC-COUNT
                                   MOVE WS-SC-COUNT TO WS-SC-FOUND
                                   PERFORM CLEAR-SC-ENTRY
                                   MOVE BRM-CODE
                                       TO SC-CODE(WS-SC-FOUND)
                                   MOVE BRM-NAME
                                       TO SC-NAME(WS-SC-FOUND)
                                   MOVE BRM-REGION
                                       TO SC-REGION(WS-SC-FOUND)
                                   MOVE BRM-STATUS
                                       TO SC-STATUS(WS-SC-FOUND)
                                   MOVE 'Y'
                                       TO SC-ON-MASTER(WS-SC-FOUND)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           CLEAR-SC-ENTRY.
               INITIALIZE WS-SC-ENTRY(WS-SC-FOUND)
               MOVE 'N' TO SC-INCLUDE(WS-SC-FOUND)
               MOVE 'N' TO SC-PREV-FOUND(WS-SC-FOUND)
               PERFORM VARYING WS-DAY-FROM FROM 1 BY 1
                   UNTIL WS-DAY-FROM > 31
                   MOVE 'N' TO SC-SO-DAY(WS-SC-FOUND, WS-DAY-FROM)
               END-PERFORM
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 7
                   MOVE 'N' TO SC-KOUT(WS-SC-FOUND, WS-K)
               END-PERFORM.

           FIND-SC-BRANCH.
               MOVE 0 TO WS-SC-FOUND
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                      OR WS-SC-FOUND > 0
                   IF SC-CODE(WS-SC-IDX) = WS-FIND-CODE THEN
                       MOVE WS-SC-IDX TO WS-SC-FOUND
                   END-IF
               END-PERFORM
               IF WS-SC-FOUND = 0 THEN
                   IF WS-SC-COUNT < 60 THEN
                       ADD 1 TO WS-SC-COUNT
                       MOVE WS-SC-COUNT TO WS-SC-FOUND
                       PERFORM CLEAR-SC-ENTRY
                       MOVE WS-FIND-CODE TO SC-CODE(WS-SC-FOUND)
                       MOVE "(NOT ON BRANCH.DAT)"
                           TO SC-NAME(WS-SC-FOUND)
                       MOVE "(NONE)" TO SC-REGION(WS-SC-FOUND)
                       MOVE 'N' TO SC-ON-MASTER(WS-SC-FOUND)
                   ELSE
                       ADD 1 TO WS-SC-DROPPED
                   END-IF
               END-IF.

           LOAD-ONE-DAY-CSV.
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
                   ADD 1 TO WS-CSV-DAYS
                   MOVE 'Y' TO WS-FIRST-LINE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CSV-REPORT
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-FIRST-LINE = 'Y' THEN
                                   MOVE 'N' TO WS-FIRST-LINE
                               ELSE
                                   PERFORM ADD-CSV-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CSV-REPORT
               END-IF.

           ADD-CSV-LINE.
               MOVE SPACES TO WS-F-BRANCH
               MOVE SPACES TO WS-F-ID
               MOVE SPACES TO WS-F-TYPE
               MOVE SPACES TO WS-F-TOYS
               UNSTRING CSV-IN DELIMITED BY ","
                   INTO WS-F-BRANCH WS-F-ID WS-F-TYPE WS-F-TOYS
               IF WS-F-BRANCH = SPACES OR WS-F-TOYS = SPACES THEN
                   CONTINUE
               ELSE
                   MOVE WS-F-BRANCH(1:2) TO WS-FIND-CODE
                   PERFORM FIND-SC-BRANCH
                   IF WS-SC-FOUND > 0 THEN
                       MOVE FUNCTION NUMVAL(WS-F-TOYS) TO WS-LINE-QTY
                       MOVE FUNCTION NUMVAL(WS-F-ID) TO WS-LINE-ID
                       ADD 1 TO SC-LINES(WS-SC-FOUND)
                       ADD WS-LINE-QTY TO SC-TOYS(WS-SC-FOUND)
                       PERFORM COUNT-KID-SERVED
                   END-IF
               END-IF.

           COUNT-KID-SERVED.
               MOVE 0 TO WS-SV-FOUND
               PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-COUNT
                      OR WS-SV-FOUND > 0
                   IF WS-SV-ID(WS-SV-IDX) = WS-LINE-ID
                      AND WS-SV-BRANCH(WS-SV-IDX) = WS-FIND-CODE
                      THEN
                       MOVE WS-SV-IDX TO WS-SV-FOUND
                   END-IF
               END-PERFORM
               IF WS-SV-FOUND > 0 THEN
                   CONTINUE
               ELSE IF WS-SV-COUNT >= 5000 THEN
                   ADD 1 TO WS-SV-FULL
               ELSE
                   ADD 1 TO WS-SV-COUNT
                   MOVE WS-FIND-CODE TO WS-SV-BRANCH(WS-SV-COUNT)
                   MOVE WS-LINE-ID TO WS-SV-ID(WS-SV-COUNT)
                   ADD 1 TO SC-KIDS(WS-SC-FOUND)
               END-IF.

           LOAD-ONE-DAY-AGING.
               MOVE SPACES TO WS-AGING-FILENAME
               STRING "../archive/" WS-DAY-DATE "/backorder_aging.dat"
                   DELIMITED BY SIZE INTO WS-AGING-FILENAME
               OPEN INPUT AGING-FILE
               IF WS-AGING-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-AGING-DAYS
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ AGING-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF AGING-IN(1:8) IS NUMERIC
                                  AND AGING-IN(11:2) NOT = SPACES
                                  AND AGING-IN(14:4) IS NUMERIC THEN
                                   PERFORM ADD-AGING-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE AGING-FILE
               END-IF.

           ADD-AGING-LINE.
               MOVE AGING-IN(11:2) TO WS-FIND-CODE
               PERFORM FIND-SC-BRANCH
               IF WS-SC-FOUND > 0 THEN
                   MOVE 'Y' TO SC-SO-DAY(WS-SC-FOUND, WS-DAY-NO)
                   MOVE SPACES TO WS-BOL-FIND-KEY
                   STRING AGING-IN(11:2) AGING-IN(14:4)
                       AGING-IN(20:1) AGING-IN(1:8)
                       DELIMITED BY SIZE INTO WS-BOL-FIND-KEY
                   IF AGING-IN(29:6) = SPACES THEN
                       MOVE 0 TO WS-AGE
                   ELSE
                       MOVE FUNCTION NUMVAL(AGING-IN(29:6)) TO WS-AGE
                   END-IF
                   PERFORM KEEP-BACKORDER-LINE
               END-IF.

           KEEP-BACKORDER-LINE.
               MOVE 0 TO WS-BOL-FOUND
               PERFORM VARYING WS-BOL-IDX FROM 1 BY 1
                   UNTIL WS-BOL-IDX > WS-BOL-COUNT
                      OR WS-BOL-FOUND > 0
                   IF WS-BOL-KEY(WS-BOL-IDX) = WS-BOL-FIND-KEY THEN
                       MOVE WS-BOL-IDX TO WS-BOL-FOUND
                   END-IF
               END-PERFORM
               IF WS-BOL-FOUND > 0 THEN
                   IF WS-AGE > WS-BOL-AGE(WS-BOL-FOUND) THEN
                       MOVE WS-AGE TO WS-BOL-AGE(WS-BOL-FOUND)
                   END-IF
               ELSE IF WS-BOL-COUNT >= 3000 THEN
                   ADD 1 TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-BOL-COUNT
                   MOVE WS-BOL-FIND-KEY TO WS-BOL-KEY(WS-BOL-COUNT)
                   MOVE WS-AGE TO WS-BOL-AGE(WS-BOL-COUNT)
               END-IF.

           LOAD-OPEN-BACKORDERS.
               OPEN INPUT BACKORDER-FILE
               IF WS-BO-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BACKORDER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF BO-DATE IS NUMERIC
                                  AND BO-DATE <= WS-MONTH-END THEN
                                   PERFORM ADD-OPEN-BACKORDER
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BACKORDER-FILE
               END-IF.

           ADD-OPEN-BACKORDER.
               MOVE BO-BRANCH TO WS-FIND-CODE
               PERFORM FIND-SC-BRANCH
               IF WS-SC-FOUND > 0 THEN
                   COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE(BO-DATE)
                   COMPUTE WS-AGE = WS-MONTH-END-INT - WS-WORK-INT
                   IF WS-WORK-INT < WS-MONTH-START-INT THEN
                       MOVE 1 TO WS-DAY-FROM
                   ELSE
                       COMPUTE WS-DAY-FROM =
                           WS-WORK-INT - WS-MONTH-START-INT + 1
                   END-IF
                   PERFORM VARYING WS-DAY-NO FROM WS-DAY-FROM BY 1
                       UNTIL WS-DAY-NO > WS-DAYS-IN-MONTH
                       MOVE 'Y' TO SC-SO-DAY(WS-SC-FOUND, WS-DAY-NO)
                   END-PERFORM
                   MOVE SPACES TO WS-BOL-FIND-KEY
                   STRING BO-BRANCH BO-ID BO-TOYTYPE BO-DATE
                       DELIMITED BY SIZE INTO WS-BOL-FIND-KEY
                   PERFORM KEEP-BACKORDER-LINE
               END-IF.

           LOAD-ONE-DAY-XFER.
               MOVE SPACES TO WS-XFER-FILENAME
               STRING "../archive/" WS-DAY-DATE "/intransit.dat"
                   DELIMITED BY SIZE INTO WS-XFER-FILENAME
               PERFORM LOAD-XFER-COPY.

           LOAD-XFER-COPY.
               OPEN INPUT INTRANSIT-FILE
               IF WS-XFER-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-XFER-DAYS
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ INTRANSIT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF IT-DATE IS NUMERIC
                                  AND IT-DATE <= WS-DAY-DATE THEN
                                   PERFORM KEEP-TRANSFER-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE INTRANSIT-FILE
               END-IF.

           KEEP-TRANSFER-LINE.
               COMPUTE WS-AGE = WS-DAY-INT
                   - FUNCTION INTEGER-OF-DATE(IT-DATE)
               MOVE SPACES TO WS-XFL-FIND-KEY
               STRING IT-DATE IT-FROM IT-TO IT-TOYTYPE
                   DELIMITED BY SIZE INTO WS-XFL-FIND-KEY
               MOVE 0 TO WS-XFL-FOUND
               PERFORM VARYING WS-XFL-IDX FROM 1 BY 1
                   UNTIL WS-XFL-IDX > WS-XFL-COUNT
                      OR WS-XFL-FOUND > 0
                   IF WS-XFL-KEY(WS-XFL-IDX) = WS-XFL-FIND-KEY THEN
                       MOVE WS-XFL-IDX TO WS-XFL-FOUND
                   END-IF
               END-PERFORM
               IF WS-XFL-FOUND > 0 THEN
                   IF WS-AGE > WS-XFL-AGE(WS-XFL-FOUND) THEN
                       MOVE WS-AGE TO WS-XFL-AGE(WS-XFL-FOUND)
                   END-IF
               ELSE IF WS-XFL-COUNT >= 1000 THEN
                   ADD 1 TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-XFL-COUNT
                   MOVE WS-XFL-FIND-KEY TO WS-XFL-KEY(WS-XFL-COUNT)
                   MOVE WS-AGE TO WS-XFL-AGE(WS-XFL-COUNT)
               END-IF.

           LOAD-SUSPENSE-COPY.
               OPEN INPUT SUSPENSE-FILE
               IF WS-SUSPENSE-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   IF WS-SUSP-FILENAME(1:3) = "../" THEN
                       ADD 1 TO WS-SUSP-DAYS
                   END-IF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SUSPENSE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF SUSPENSE-REC(1:8) >= WS-MONTH-START
                                  AND SUSPENSE-REC(1:8)
                                      <= WS-MONTH-END THEN
                                   PERFORM KEEP-SUSPENSE-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE SUSPENSE-FILE
               END-IF.

           KEEP-SUSPENSE-ITEM.
               MOVE 0 TO WS-SUL-FOUND
               PERFORM VARYING WS-SUL-IDX FROM 1 BY 1
                   UNTIL WS-SUL-IDX > WS-SUL-COUNT
                      OR WS-SUL-FOUND > 0
                   IF WS-SUL-ENTRY(WS-SUL-IDX) = SUSPENSE-REC THEN
                       MOVE WS-SUL-IDX TO WS-SUL-FOUND
                   END-IF
               END-PERFORM
               IF WS-SUL-FOUND > 0 THEN
                   CONTINUE
               ELSE IF WS-SUL-COUNT >= 3000 THEN
                   ADD 1 TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-SUL-COUNT
                   MOVE SUSPENSE-REC TO WS-SUL-ENTRY(WS-SUL-COUNT)
                   IF SUSPENSE-REC(18:2) NOT = SPACES THEN
                       MOVE SUSPENSE-REC(18:2) TO WS-FIND-CODE
                       PERFORM FIND-SC-BRANCH
                       IF WS-SC-FOUND > 0 THEN
                           ADD 1 TO SC-SUSP(WS-SC-FOUND)
                       END-IF
                   END-IF
               END-IF.

           LOAD-COUNT-VARIANCES.
               OPEN INPUT ADJ-HISTORY-FILE
               IF WS-AH-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ADJ-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF AH-DATE >= WS-MONTH-START
                                  AND AH-DATE <= WS-MONTH-END THEN
                                   PERFORM ADD-COUNT-VARIANCE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ADJ-HISTORY-FILE
               END-IF.

           ADD-COUNT-VARIANCE.
               MOVE AH-BRANCH TO WS-FIND-CODE
               PERFORM FIND-SC-BRANCH
               IF WS-SC-FOUND > 0 THEN
                   IF AH-QTY < 0 THEN
                       COMPUTE WS-ABS-QTY = 0 - AH-QTY
                   ELSE
                       MOVE AH-QTY TO WS-ABS-QTY
                   END-IF
                   ADD WS-ABS-QTY TO SC-CNT-UNITS(WS-SC-FOUND)
               END-IF.

           LOAD-RECON-HISTORY.
               PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > 31
                   MOVE 'N' TO WS-RC-SEEN(WS-DAY-NO)
                   MOVE 0 TO WS-RC-DISC(WS-DAY-NO)
               END-PERFORM
               OPEN INPUT RECON-HIST-FILE
               IF WS-RCH-STATUS = "35" THEN
                   MOVE 'N' TO WS-RC-FOUND
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ RECON-HIST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF RCH-DATE >= WS-MONTH-START
                                  AND RCH-DATE <= WS-MONTH-END
                                  AND RCH-DISC IS NUMERIC THEN
                                   MOVE RCH-DATE(7:2) TO WS-DAY-NO
                                   MOVE 'Y' TO WS-RC-SEEN(WS-DAY-NO)
                                   MOVE RCH-DISC
                                       TO WS-RC-DISC(WS-DAY-NO)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE RECON-HIST-FILE
               END-IF
               PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > 31
                   IF WS-RC-SEEN(WS-DAY-NO) = 'Y' THEN
                       ADD 1 TO WS-RC-DAYS
                       ADD WS-RC-DISC(WS-DAY-NO) TO WS-RC-TOT-DISC
                       IF WS-RC-DISC(WS-DAY-NO) > 0 THEN
                           ADD 1 TO WS-RC-OUT-DAYS
                       END-IF
                   END-IF
               END-PERFORM.

           TOTAL-DISTINCT-LINES.
               PERFORM VARYING WS-BOL-IDX FROM 1 BY 1
                   UNTIL WS-BOL-IDX > WS-BOL-COUNT
                   MOVE WS-BOL-KEY(WS-BOL-IDX)(1:2) TO WS-FIND-CODE
                   PERFORM FIND-SC-BRANCH
                   IF WS-SC-FOUND > 0 THEN
                       ADD 1 TO SC-BO-LINES(WS-SC-FOUND)
                       ADD WS-BOL-AGE(WS-BOL-IDX)
                           TO SC-BO-AGE(WS-SC-FOUND)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-XFL-IDX FROM 1 BY 1
                   UNTIL WS-XFL-IDX > WS-XFL-COUNT
                   MOVE WS-XFL-KEY(WS-XFL-IDX)(11:2) TO WS-FIND-CODE
                   PERFORM FIND-SC-BRANCH
                   IF WS-SC-FOUND > 0 THEN
                       ADD 1 TO SC-XF-LINES(WS-SC-FOUND)
                       ADD WS-XFL-AGE(WS-XFL-IDX)
                           TO SC-XF-AGE(WS-SC-FOUND)
                   END-IF
               END-PERFORM.

           COMPUTE-KPIS.
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                   MOVE SC-KIDS(WS-SC-IDX) TO SC-VAL(WS-SC-IDX, 1)
                   MOVE SC-TOYS(WS-SC-IDX) TO SC-VAL(WS-SC-IDX, 2)
                   MOVE 0 TO SC-VAL(WS-SC-IDX, 3)
                   PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                       UNTIL WS-DAY-NO > 31
                       IF SC-SO-DAY(WS-SC-IDX, WS-DAY-NO) = 'Y' THEN
                           ADD 1 TO SC-VAL(WS-SC-IDX, 3)
                       END-IF
                   END-PERFORM
                   IF SC-BO-LINES(WS-SC-IDX) > 0 THEN
                       COMPUTE SC-VAL(WS-SC-IDX, 4) ROUNDED =
                           SC-BO-AGE(WS-SC-IDX) / SC-BO-LINES(WS-SC-IDX)
                   END-IF
                   IF SC-XF-LINES(WS-SC-IDX) > 0 THEN
                       COMPUTE SC-VAL(WS-SC-IDX, 5) ROUNDED =
                           SC-XF-AGE(WS-SC-IDX) / SC-XF-LINES(WS-SC-IDX)
                   END-IF
                   MOVE SC-CNT-UNITS(WS-SC-IDX) TO SC-VAL(WS-SC-IDX, 6)
                   IF SC-LINES(WS-SC-IDX) + SC-SUSP(WS-SC-IDX) > 0 THEN
                       COMPUTE SC-VAL(WS-SC-IDX, 7) ROUNDED =
                           SC-SUSP(WS-SC-IDX) * 100
                           / (SC-LINES(WS-SC-IDX) + SC-SUSP(WS-SC-IDX))
                   END-IF
                   IF SC-STATUS(WS-SC-IDX) NOT = 'I'
                      OR SC-LINES(WS-SC-IDX) > 0
                      OR SC-BO-LINES(WS-SC-IDX) > 0
                      OR SC-XF-LINES(WS-SC-IDX) > 0
                      OR SC-CNT-UNITS(WS-SC-IDX) > 0
                      OR SC-SUSP(WS-SC-IDX) > 0 THEN
                       MOVE 'Y' TO SC-INCLUDE(WS-SC-IDX)
                       ADD 1 TO WS-RANKED
                   END-IF
               END-PERFORM.

           RANK-BRANCHES.
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                   MOVE 0 TO SC-SCORE(WS-SC-IDX)
                   IF SC-INCLUDE(WS-SC-IDX) = 'Y' THEN
                       PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-KPI-COUNT
                           PERFORM RANK-ONE-KPI
                           ADD SC-KRANK(WS-SC-IDX, WS-K)
                               TO SC-SCORE(WS-SC-IDX)
                       END-PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                   IF SC-INCLUDE(WS-SC-IDX) = 'Y' THEN
                       MOVE 1 TO SC-RANK(WS-SC-IDX)
                       MOVE 1 TO SC-REG-RANK(WS-SC-IDX)
                       MOVE 0 TO SC-REG-OF(WS-SC-IDX)
                       PERFORM VARYING WS-SC-IDX-2 FROM 1 BY 1
                           UNTIL WS-SC-IDX-2 > WS-SC-COUNT
                           PERFORM COMPARE-SCORES
                       END-PERFORM
                   END-IF
               END-PERFORM.

           RANK-ONE-KPI.
               MOVE 1 TO SC-KRANK(WS-SC-IDX, WS-K)
               PERFORM VARYING WS-SC-IDX-2 FROM 1 BY 1
                   UNTIL WS-SC-IDX-2 > WS-SC-COUNT
                   IF SC-INCLUDE(WS-SC-IDX-2) = 'Y' THEN
                       IF WS-KPI-DIR(WS-K) = 'H' THEN
                           IF SC-VAL(WS-SC-IDX-2, WS-K)
                              > SC-VAL(WS-SC-IDX, WS-K) THEN
                               ADD 1 TO SC-KRANK(WS-SC-IDX, WS-K)
                           END-IF
                       ELSE
                           IF SC-VAL(WS-SC-IDX-2, WS-K)
                              < SC-VAL(WS-SC-IDX, WS-K) THEN
                               ADD 1 TO SC-KRANK(WS-SC-IDX, WS-K)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           COMPARE-SCORES.
               IF SC-INCLUDE(WS-SC-IDX-2) = 'Y' THEN
                   IF SC-SCORE(WS-SC-IDX-2) < SC-SCORE(WS-SC-IDX) THEN
                       ADD 1 TO SC-RANK(WS-SC-IDX)
                   END-IF
                   IF SC-REGION(WS-SC-IDX-2) = SC-REGION(WS-SC-IDX)
                       THEN
                       ADD 1 TO SC-REG-OF(WS-SC-IDX)
                       IF SC-SCORE(WS-SC-IDX-2) < SC-SCORE(WS-SC-IDX)
                           THEN
                           ADD 1 TO SC-REG-RANK(WS-SC-IDX)
                       END-IF
                   END-IF
               END-IF.

           LOAD-PREVIOUS-MONTH.
               OPEN INPUT SCORE-HIST-FILE
               IF WS-SH-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SCORE-HIST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF SH-MONTH = WS-PREV-MONTH THEN
                                   PERFORM KEEP-PREVIOUS-SCORE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE SCORE-HIST-FILE
               END-IF.

           KEEP-PREVIOUS-SCORE.
               MOVE 0 TO WS-SC-FOUND
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                      OR WS-SC-FOUND > 0
                   IF SC-CODE(WS-SC-IDX) = SH-BRANCH THEN
                       MOVE WS-SC-IDX TO WS-SC-FOUND
                   END-IF
               END-PERFORM
               IF WS-SC-FOUND > 0 THEN
                   MOVE 'Y' TO SC-PREV-FOUND(WS-SC-FOUND)
                   MOVE SH-RANK TO SC-PREV-RANK(WS-SC-FOUND)
                   PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-KPI-COUNT
                       MOVE SH-VAL(WS-K)
                           TO SC-PREV-VAL(WS-SC-FOUND, WS-K)
                   END-PERFORM
               END-IF.

           CHECK-THRESHOLDS.
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                   MOVE 0 TO SC-FLAGS(WS-SC-IDX)
                   IF SC-INCLUDE(WS-SC-IDX) = 'Y' THEN
                       PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-KPI-COUNT
                           IF (WS-KPI-DIR(WS-K) = 'H'
                               AND SC-VAL(WS-SC-IDX, WS-K)
                                   < WS-KPI-LIMIT(WS-K))
                              OR (WS-KPI-DIR(WS-K) = 'L'
                               AND SC-VAL(WS-SC-IDX, WS-K)
                                   > WS-KPI-LIMIT(WS-K)) THEN
                               MOVE 'Y' TO SC-KOUT(WS-SC-IDX, WS-K)
                               ADD 1 TO SC-FLAGS(WS-SC-IDX)
                               ADD 1 TO WS-TOT-FLAGS
                           END-IF
                       END-PERFORM
                       IF SC-FLAGS(WS-SC-IDX) > 0 THEN
                           ADD 1 TO WS-FLAG-BRANCHES
                       END-IF
                   END-IF
               END-PERFORM.

           ORDER-BY-REGION.
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                   IF SC-INCLUDE(WS-SC-IDX) = 'Y' THEN
                       ADD 1 TO WS-ORD-COUNT
                       MOVE WS-SC-IDX TO WS-ORD-IDX(WS-ORD-COUNT)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O >= WS-ORD-COUNT
                   PERFORM VARYING WS-O-2 FROM WS-O BY 1
                       UNTIL WS-O-2 > WS-ORD-COUNT
                       MOVE WS-ORD-IDX(WS-O) TO WS-SC-IDX
                       MOVE WS-ORD-IDX(WS-O-2) TO WS-SC-IDX-2
                       STRING SC-REGION(WS-SC-IDX) SC-RANK(WS-SC-IDX)
                           SC-CODE(WS-SC-IDX)
                           DELIMITED BY SIZE INTO WS-ORD-KEY-1
                       STRING SC-REGION(WS-SC-IDX-2)
                           SC-RANK(WS-SC-IDX-2) SC-CODE(WS-SC-IDX-2)
                           DELIMITED BY SIZE INTO WS-ORD-KEY-2
                       IF WS-ORD-KEY-2 < WS-ORD-KEY-1 THEN
                           MOVE WS-ORD-IDX(WS-O) TO WS-ORD-SWAP
                           MOVE WS-ORD-IDX(WS-O-2) TO WS-ORD-IDX(WS-O)
                           MOVE WS-ORD-SWAP TO WS-ORD-IDX(WS-O-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-SCORECARD.
               OPEN OUTPUT SCORECARD-FILE
               MOVE WS-SC-MONTH TO SP-MONTH
               MOVE WS-RUN-DATE TO SP-RUN
               IF WS-ORD-COUNT = 0 THEN
                   PERFORM PAGE-BREAK
                   WRITE SCORECARD-OUT FROM SC-NONE-LINE
               END-IF
               PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-ORD-COUNT
                   MOVE WS-ORD-IDX(WS-O) TO WS-SC-IDX
                   PERFORM WRITE-BRANCH-PAGE
               END-PERFORM
               PERFORM PAGE-BREAK
               MOVE WS-SC-MONTH TO SS-MONTH
               WRITE SCORECARD-OUT FROM SC-SUMMARY-HDR
               WRITE SCORECARD-OUT FROM DIVIDER-3
               WRITE SCORECARD-OUT FROM SC-SUMMARY-COL-HDR
               MOVE SPACES TO WS-PREV-REGION
               PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-ORD-COUNT
                   MOVE WS-ORD-IDX(WS-O) TO WS-SC-IDX
                   IF WS-O = 1
                      OR SC-REGION(WS-SC-IDX) NOT = WS-PREV-REGION
                      THEN
                       IF WS-O > 1 THEN
                           PERFORM WRITE-REGION-TOTAL
                       END-IF
                       WRITE SCORECARD-OUT FROM DIVIDER-3
                       INITIALIZE WS-REGION-TOTALS
                   END-IF
                   MOVE SC-REGION(WS-SC-IDX) TO WS-PREV-REGION
                   PERFORM WRITE-SUMMARY-LINE
               END-PERFORM
               IF WS-ORD-COUNT > 0 THEN
                   PERFORM WRITE-REGION-TOTAL
               END-IF
               WRITE SCORECARD-OUT FROM DIVIDER-1
               PERFORM WRITE-RECON-LINES
               WRITE SCORECARD-OUT FROM DIVIDER-1
               PERFORM WRITE-NOTE-LINES
               CLOSE SCORECARD-FILE.

           PAGE-BREAK.
               ADD 1 TO WS-PAGE-NO
               MOVE WS-PAGE-NO TO SP-PAGE
               WRITE SCORECARD-OUT FROM DIVIDER-1
               WRITE SCORECARD-OUT FROM SC-PAGE-HDR
               WRITE SCORECARD-OUT FROM DIVIDER-1.

           WRITE-BRANCH-PAGE.
               PERFORM PAGE-BREAK
               MOVE SC-REGION(WS-SC-IDX) TO SB-REGION
               MOVE SC-CODE(WS-SC-IDX) TO SB-CODE
               MOVE SC-NAME(WS-SC-IDX) TO SB-NAME
               IF SC-STATUS(WS-SC-IDX) = 'I' THEN
                   MOVE "(INACTIVE)" TO SB-NOTE
               ELSE
                   MOVE SPACES TO SB-NOTE
               END-IF
               WRITE SCORECARD-OUT FROM SC-BRANCH-LINE
               PERFORM SET-MOVEMENT
               MOVE SC-RANK(WS-SC-IDX) TO SR-RANK
               MOVE WS-RANKED TO SR-OF
               MOVE SC-REG-RANK(WS-SC-IDX) TO SR-REG-RANK
               MOVE SC-REG-OF(WS-SC-IDX) TO SR-REG-OF
               MOVE SC-SCORE(WS-SC-IDX) TO SR-SCORE
               MOVE WS-PREV-TEXT TO SR-PREV
               MOVE WS-MOVE-TEXT TO SR-MOVE
               WRITE SCORECARD-OUT FROM SC-RANK-LINE
               WRITE SCORECARD-OUT FROM DIVIDER-3
               WRITE SCORECARD-OUT FROM SC-KPI-HDR
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-KPI-COUNT
                   PERFORM WRITE-KPI-LINE
               END-PERFORM
               WRITE SCORECARD-OUT FROM DIVIDER-3
               MOVE SC-FLAGS(WS-SC-IDX) TO SF-COUNT
               WRITE SCORECARD-OUT FROM SC-FLAG-LINE.

           SET-MOVEMENT.
               IF SC-PREV-FOUND(WS-SC-IDX) = 'N' THEN
                   MOVE "NONE" TO WS-PREV-TEXT
                   MOVE "NEW" TO WS-MOVE-TEXT
               ELSE
                   MOVE SC-PREV-RANK(WS-SC-IDX) TO WS-ED-RANK
                   MOVE SPACES TO WS-PREV-TEXT
                   MOVE WS-ED-RANK TO WS-PREV-TEXT(3:2)
                   COMPUTE WS-RANK-DIFF = SC-PREV-RANK(WS-SC-IDX)
                       - SC-RANK(WS-SC-IDX)
                   MOVE SPACES TO WS-MOVE-TEXT
                   IF WS-RANK-DIFF > 0 THEN
                       MOVE WS-RANK-DIFF TO WS-RANK-DIFF-ED
                       STRING "UP " WS-RANK-DIFF-ED
                           DELIMITED BY SIZE INTO WS-MOVE-TEXT
                   ELSE IF WS-RANK-DIFF < 0 THEN
                       COMPUTE WS-RANK-DIFF-ED = 0 - WS-RANK-DIFF
                       STRING "DOWN " WS-RANK-DIFF-ED
                           DELIMITED BY SIZE INTO WS-MOVE-TEXT
                   ELSE
                       MOVE "NO CHANGE" TO WS-MOVE-TEXT
                   END-IF
               END-IF.

           WRITE-KPI-LINE.
               MOVE WS-KPI-NAME(WS-K) TO KL-NAME
               MOVE SC-VAL(WS-SC-IDX, WS-K) TO WS-ED-VAL
               PERFORM EDIT-VALUE
               MOVE WS-ED-OUT TO KL-THIS
               IF SC-PREV-FOUND(WS-SC-IDX) = 'Y' THEN
                   MOVE SC-PREV-VAL(WS-SC-IDX, WS-K) TO WS-ED-VAL
                   PERFORM EDIT-VALUE
                   MOVE WS-ED-OUT TO KL-LAST
                   COMPUTE WS-ED-VAL = SC-VAL(WS-SC-IDX, WS-K)
                       - SC-PREV-VAL(WS-SC-IDX, WS-K)
                   PERFORM EDIT-CHANGE
                   MOVE WS-ED-OUT TO KL-CHANGE
                   IF WS-ED-VAL = 0 THEN
                       MOVE "SAME" TO KL-TREND
                   ELSE IF (WS-ED-VAL > 0 AND WS-KPI-DIR(WS-K) = 'H')
                      OR (WS-ED-VAL < 0 AND WS-KPI-DIR(WS-K) = 'L')
                      THEN
                       MOVE "BETTER" TO KL-TREND
                   ELSE
                       MOVE "WORSE" TO KL-TREND
                   END-IF
               ELSE
                   MOVE "        NONE" TO KL-LAST
                   MOVE SPACES TO KL-CHANGE
                   MOVE "NEW" TO KL-TREND
               END-IF
               IF WS-KPI-DIR(WS-K) = 'H' THEN
                   MOVE "MIN" TO KL-LIMIT-TYPE
               ELSE
                   MOVE "MAX" TO KL-LIMIT-TYPE
               END-IF
               MOVE WS-KPI-LIMIT(WS-K) TO WS-ED-VAL
               PERFORM EDIT-VALUE
               MOVE WS-ED-OUT TO KL-LIMIT
               IF SC-KOUT(WS-SC-IDX, WS-K) = 'Y' THEN
                   MOVE ">>" TO KL-MARK
                   MOVE "** OUT **" TO KL-STATUS
               ELSE
                   MOVE SPACES TO KL-MARK
                   MOVE "OK" TO KL-STATUS
               END-IF
               MOVE SC-KRANK(WS-SC-IDX, WS-K) TO KL-RANK
               WRITE SCORECARD-OUT FROM SC-KPI-LINE.

           EDIT-VALUE.
               EVALUATE WS-KPI-DEC(WS-K)
                   WHEN 0
                       MOVE WS-ED-VAL TO WS-ED-INT
                       MOVE WS-ED-INT TO WS-ED-OUT
                   WHEN 1
                       MOVE WS-ED-VAL TO WS-ED-DEC-1
                       MOVE WS-ED-DEC-1 TO WS-ED-OUT
                   WHEN OTHER
                       MOVE WS-ED-VAL TO WS-ED-DEC-2
                       MOVE WS-ED-DEC-2 TO WS-ED-OUT
               END-EVALUATE.

           EDIT-CHANGE.
               EVALUATE WS-KPI-DEC(WS-K)
                   WHEN 0
                       MOVE WS-ED-VAL TO WS-ED-CHG-INT
                       MOVE WS-ED-CHG-INT TO WS-ED-OUT
                   WHEN 1
                       MOVE WS-ED-VAL TO WS-ED-CHG-DEC-1
                       MOVE WS-ED-CHG-DEC-1 TO WS-ED-OUT
                   WHEN OTHER
                       MOVE WS-ED-VAL TO WS-ED-CHG-DEC-2
                       MOVE WS-ED-CHG-DEC-2 TO WS-ED-OUT
               END-EVALUATE.

           WRITE-SUMMARY-LINE.
               PERFORM SET-MOVEMENT
               MOVE SC-REGION(WS-SC-IDX) TO RL-REGION
               MOVE SC-REG-RANK(WS-SC-IDX) TO RL-REG-RANK
               MOVE SC-RANK(WS-SC-IDX) TO RL-RANK
               MOVE SC-CODE(WS-SC-IDX) TO RL-CODE
               MOVE SC-NAME(WS-SC-IDX) TO RL-NAME
               MOVE SC-SCORE(WS-SC-IDX) TO RL-SCORE
               MOVE WS-PREV-TEXT TO RL-PREV
               MOVE WS-MOVE-TEXT TO RL-MOVE
               MOVE SC-FLAGS(WS-SC-IDX) TO RL-FLAGS
               MOVE SC-KIDS(WS-SC-IDX) TO RL-KIDS
               MOVE SC-TOYS(WS-SC-IDX) TO RL-TOYS
               WRITE SCORECARD-OUT FROM SC-SUMMARY-LINE
               ADD 1 TO WS-RT-BRANCHES
               ADD SC-FLAGS(WS-SC-IDX) TO WS-RT-FLAGS
               ADD SC-KIDS(WS-SC-IDX) TO WS-RT-KIDS
               ADD SC-TOYS(WS-SC-IDX) TO WS-RT-TOYS.

           WRITE-REGION-TOTAL.
               MOVE WS-PREV-REGION TO RT-REGION
               MOVE WS-RT-BRANCHES TO RT-BRANCHES
               MOVE WS-RT-FLAGS TO RT-FLAGS
               MOVE WS-RT-KIDS TO RT-KIDS
               MOVE WS-RT-TOYS TO RT-TOYS
               WRITE SCORECARD-OUT FROM SC-REGION-TOTAL-LINE.

           WRITE-RECON-LINES.
               MOVE WS-RC-DAYS TO RC-DAYS
               MOVE WS-RC-OUT-DAYS TO RC-OUT-DAYS
               MOVE WS-RC-TOT-DISC TO RC-DISC
               MOVE WS-RECON-LIMIT TO RC-LIMIT
               IF WS-RC-OUT-DAYS > WS-RECON-LIMIT THEN
                   MOVE "** OUT **" TO RC-STATUS
               ELSE
                   MOVE "OK" TO RC-STATUS
               END-IF
               WRITE SCORECARD-OUT FROM SC-RECON-LINE
               IF WS-RC-FOUND = 'N' THEN
                   WRITE SCORECARD-OUT FROM SC-RECON-NOTE-1
               END-IF
               WRITE SCORECARD-OUT FROM SC-RECON-NOTE-2.

           WRITE-NOTE-LINES.
               MOVE "DAILY CSV FILES READ FOR MONTH:" TO NL-TEXT
               MOVE WS-CSV-DAYS TO NL-COUNT
               WRITE SCORECARD-OUT FROM SC-NOTE-LINE
               IF WS-AGING-DAYS = 0 THEN
                   MOVE "BACKORDERS FROM BACKORDER.DAT, AGING REPORTS:"
                       TO NL-TEXT
               ELSE
                   MOVE "ARCHIVED BACKORDER AGING REPORTS READ:"
                       TO NL-TEXT
               END-IF
               MOVE WS-AGING-DAYS TO NL-COUNT
               WRITE SCORECARD-OUT FROM SC-NOTE-LINE
               IF WS-XFER-DAYS = 0 THEN
                   MOVE "NO INTRANSIT.DAT FILES FOUND FOR MONTH:"
                       TO NL-TEXT
               ELSE IF WS-XFER-DAYS = 1
                   AND WS-XFER-FILENAME = "intransit.dat" THEN
                   MOVE "TRANSFERS FROM CURRENT INTRANSIT.DAT:"
                       TO NL-TEXT
               ELSE
                   MOVE "ARCHIVED INTRANSIT.DAT COPIES READ:" TO NL-TEXT
               END-IF
               MOVE WS-XFER-DAYS TO NL-COUNT
               WRITE SCORECARD-OUT FROM SC-NOTE-LINE
               MOVE "ARCHIVED SUSPENSE.DAT COPIES READ (PLUS CURRENT):"
                   TO NL-TEXT
               MOVE WS-SUSP-DAYS TO NL-COUNT
               WRITE SCORECARD-OUT FROM SC-NOTE-LINE
               WRITE SCORECARD-OUT FROM SC-NOTE-LINE-1
               WRITE SCORECARD-OUT FROM SC-NOTE-LINE-2
               WRITE SCORECARD-OUT FROM SC-NOTE-LINE-3
               WRITE SCORECARD-OUT FROM SC-NOTE-LINE-4
               WRITE SCORECARD-OUT FROM SC-NOTE-LINE-5.

           WRITE-SCORE-HISTORY.
               OPEN OUTPUT SCORE-HIST-TMP
               OPEN INPUT SCORE-HIST-FILE
               IF WS-SH-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SCORE-HIST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF SH-MONTH NOT = WS-SC-MONTH-N THEN
                                   WRITE SCORE-HIST-TMP-OUT
                                       FROM SCORE-HIST-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE SCORE-HIST-FILE
               END-IF
               PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-ORD-COUNT
                   MOVE WS-ORD-IDX(WS-O) TO WS-SC-IDX
                   MOVE WS-SC-MONTH-N TO SH-MONTH
                   MOVE SC-CODE(WS-SC-IDX) TO SH-BRANCH
                   MOVE SC-RANK(WS-SC-IDX) TO SH-RANK
                   MOVE SC-SCORE(WS-SC-IDX) TO SH-SCORE
                   PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-KPI-COUNT
                       MOVE SC-VAL(WS-SC-IDX, WS-K) TO SH-VAL(WS-K)
                   END-PERFORM
                   WRITE SCORE-HIST-TMP-OUT FROM SCORE-HIST-RECORD
               END-PERFORM
               CLOSE SCORE-HIST-TMP
               CALL "CBL_RENAME_FILE" USING WS-SH-TMPNAME
                   WS-SH-NAME
                   RETURNING WS-RENAME-RC
               END-CALL.
