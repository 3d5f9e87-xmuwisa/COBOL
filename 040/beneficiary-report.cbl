       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFICIARY-REPORT.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BRANCH-FILE
           ASSIGN TO 'branch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       SELECT KID-MASTER-FILE
           ASSIGN TO 'kidmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KM-STATUS.

       SELECT PRICE-FILE
           ASSIGN TO 'price.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

       SELECT CSV-REPORT
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT BENEFICIARY-REPORT-FILE
           ASSIGN DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUBMISSION-FILE
           ASSIGN DYNAMIC WS-SUB-FILENAME
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

       FD  KID-MASTER-FILE.
       01  KID-MASTER-RECORD.
           05 KM-ID        PIC 9(4).
           05 KM-BRANCH    PIC A(2).
           05 KM-NAME      PIC X(20).
           05 KM-REG-DATE  PIC 9(8).
           05 KM-LIFETIME  PIC 9(6).
           05 KM-YTD       PIC 9(6).
           05 KM-MTD       PIC 9(6).
           05 KM-LAST-DATE PIC 9(8).
           05 KM-BIRTH-DATE PIC 9(8).
           05 KM-ELIG-STATUS PIC X(1).
           05 KM-HOUSEHOLD PIC 9(5).

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PRC-TOYTYPE  PIC A(1).
           05 PRC-EFF-DATE PIC 9(8).
           05 PRC-PRICE    PIC 9(3)V99.

       FD  CSV-REPORT.
       01  CSV-IN          PIC X(40).

       FD  BENEFICIARY-REPORT-FILE.
       01  BENEFICIARY-OUT PIC X(100).

       FD  SUBMISSION-FILE.
       01  SUBMISSION-OUT  PIC X(60).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(100) VALUE ALL "=".
       01  DIVIDER-3       PIC X(100) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-KM-STATUS    PIC X(2).
       01  WS-PRICE-STATUS PIC X(2).
       01  WS-CSV-STATUS   PIC X(2).
       01  WS-CSV-FILENAME PIC X(60).
       01  WS-RPT-FILENAME PIC X(40).
       01  WS-SUB-FILENAME PIC X(40).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-INPUT-YEAR   PIC X(4).
       01  WS-INPUT-QTR    PIC X(1).

       01  WS-YEAR         PIC 9(4).
       01  WS-QUARTER      PIC 9(1).
       01  WS-FROM-DATE    PIC 9(8).
       01  WS-TO-DATE      PIC 9(8).
       01  WS-DAY-DATE     PIC 9(8).
       01  WS-DAY-INT      PIC 9(7).
       01  WS-TO-INT       PIC 9(7).
       01  WS-DAYS-READ    PIC 9(3) VALUE 0.
       01  WS-FIRST-LINE   PIC A(1).

       01  WS-BRANCH-TABLE.
           05 WS-BR-COUNT  PIC 9(2) VALUE 0.
           05 WS-BR-ENTRY OCCURS 60 TIMES.
               10 WS-BR-REGION  PIC X(10).
               10 WS-BR-CODE    PIC A(2).
               10 WS-BR-NAME    PIC X(20).
               10 WS-BR-KIDS    PIC 9(6).
               10 WS-BR-FIRST   PIC 9(6).
               10 WS-BR-RETURN  PIC 9(6).
               10 WS-BR-TOYS    PIC 9(8).
               10 WS-BR-VALUE   PIC 9(9)V99.
       01  WS-BR-IDX       PIC 9(2).
       01  WS-BR-IDX-2     PIC 9(2).
       01  WS-BR-FOUND     PIC 9(2).
       01  WS-BR-SWAP      PIC X(69).

       01  WS-KM-TABLE.
           05 WS-KM-COUNT  PIC 9(4) VALUE 0.
           05 WS-KM-ENTRY OCCURS 5000 TIMES.
               10 WS-KM-ID       PIC 9(4).
               10 WS-KM-BRANCH   PIC A(2).
               10 WS-KM-REG-DATE PIC 9(8).
       01  WS-KM-IDX       PIC 9(4).
       01  WS-KM-FOUND     PIC 9(4).

       01  WS-SERVED-TABLE.
           05 WS-SV-COUNT  PIC 9(4) VALUE 0.
           05 WS-SV-ENTRY OCCURS 5000 TIMES.
               10 WS-SV-BRANCH  PIC A(2).
               10 WS-SV-ID      PIC 9(4).
       01  WS-SV-IDX       PIC 9(4).
       01  WS-SV-FOUND     PIC 9(4).
       01  WS-SV-FULL      PIC 9(4) VALUE 0.
       01  WS-NOT-ON-MASTER PIC 9(4) VALUE 0.

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

       01  WS-F-BRANCH     PIC X(4).
       01  WS-F-ID         PIC X(6).
       01  WS-F-TYPE       PIC X(6).
       01  WS-F-TOYS       PIC X(6).
       01  WS-LINE-BRANCH  PIC A(2).
       01  WS-LINE-ID      PIC 9(4).
       01  WS-LINE-QTY     PIC 9(6).
       01  WS-LINE-VALUE   PIC 9(9)V99.

       01  WS-PREV-REGION  PIC X(10).
       01  WS-TOTALS.
           05 WS-TOT-ENTRY OCCURS 2 TIMES.
               10 WS-TOT-KIDS    PIC 9(7).
               10 WS-TOT-FIRST   PIC 9(7).
               10 WS-TOT-RETURN  PIC 9(7).
               10 WS-TOT-TOYS    PIC 9(9).
               10 WS-TOT-VALUE   PIC 9(11)V99.
       01  WS-TOT-IDX      PIC 9(1).
       01  WS-SUB-RECORDS  PIC 9(6) VALUE 0.

       01  BEN-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 BH-TITLE     PIC X(29) VALUE
               "QUARTERLY BENEFICIARY REPORT ".
           05 BH-YEAR      PIC 9(4).
           05 FILL         PIC X(2) VALUE " Q".
           05 BH-QUARTER   PIC 9(1).
           05 FILL         PIC X(3) VALUE SPACES.
           05 BH-FROM      PIC 9(8).
           05 FILL         PIC X(4) VALUE " TO ".
           05 BH-TO        PIC 9(8).
           05 BH-LBL       PIC X(18) VALUE "   DAYS ON FILE:  ".
           05 BH-DAYS      PIC ZZ9.
       01  BEN-HEADER-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "TOYS VALUED AT THE PRICE.DAT PRICE ON EACH ISSUE DAY".
       01  BEN-COL-HDR.
           05 FILL         PIC X(11) VALUE "REGION".
           05 FILL         PIC X(3) VALUE "BR".
           05 FILL         PIC X(20) VALUE "BRANCH NAME".
           05 FILL         PIC X(12) VALUE " UNIQUE KIDS".
           05 FILL         PIC X(12) VALUE "  FIRST-TIME".
           05 FILL         PIC X(12) VALUE "   RETURNING".
           05 FILL         PIC X(10) VALUE "      TOYS".
           05 FILL         PIC X(15) VALUE "          VALUE".
       01  BEN-LINE.
           05 BL-REGION    PIC X(10).
           05 FILL         PIC X(1) VALUE SPACE.
           05 BL-BRANCH    PIC X(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 BL-NAME      PIC X(20).
           05 BL-KIDS      PIC Z(11)9.
           05 BL-FIRST     PIC Z(11)9.
           05 BL-RETURN    PIC Z(11)9.
           05 BL-TOYS      PIC Z(9)9.
           05 BL-VALUE     PIC Z(11)9.99.
       01  BEN-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "NO TOYS ISSUED IN THE QUARTER".
       01  BEN-NOTE-LINE-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(70) VALUE
               "UNIQUE KIDS = EACH KID COUNTED ONCE PER BRANCH".
       01  BEN-NOTE-LINE-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(70) VALUE
               "FIRST-TIME  = REGISTERED ON KIDMAST.DAT IN THE QUARTER".
       01  BEN-NOTE-LINE-3.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(70) VALUE
               "RETURNING   = REGISTERED BEFORE THE QUARTER STARTED".
       01  BEN-NOTE-LINE-4.
           05 FILL         PIC X(2) VALUE SPACES.
           05 BN-LBL       PIC X(46) VALUE
               "KIDS NOT ON KIDMAST.DAT, COUNTED FIRST-TIME: ".
           05 BN-COUNT     PIC Z(3)9.

       01  SUB-HEADER-LINE.
           05 SH-TYPE      PIC X(1) VALUE "H".
           05 SH-YEAR      PIC 9(4).
           05 SH-QUARTER   PIC 9(1).
           05 SH-FROM      PIC 9(8).
           05 SH-TO        PIC 9(8).
           05 SH-CREATED   PIC 9(8).
       01  SUB-DETAIL-LINE.
           05 SD-TYPE      PIC X(1).
           05 SD-REGION    PIC X(10).
           05 SD-BRANCH    PIC X(2).
           05 SD-KIDS      PIC 9(7).
           05 SD-FIRST     PIC 9(7).
           05 SD-RETURN    PIC 9(7).
           05 SD-TOYS      PIC 9(9).
           05 SD-VALUE     PIC 9(11)V99.
       01  SUB-TRAILER-LINE.
           05 ST-TYPE      PIC X(1) VALUE "T".
           05 ST-COUNT     PIC 9(6).
           05 ST-KIDS      PIC 9(7).
           05 ST-FIRST     PIC 9(7).
           05 ST-RETURN    PIC 9(7).
           05 ST-TOYS      PIC 9(9).
           05 ST-VALUE     PIC 9(11)V99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           DISPLAY "YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT WS-INPUT-YEAR
           DISPLAY "QUARTER (1-4): " WITH NO ADVANCING
           ACCEPT WS-INPUT-QTR
           IF WS-INPUT-YEAR IS NOT NUMERIC
              OR WS-INPUT-YEAR < "1900"
              OR WS-INPUT-QTR < "1"
              OR WS-INPUT-QTR > "4" THEN
               DISPLAY "YEAR MUST BE YYYY AND QUARTER 1-4 -- "
                   "NOTHING PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-INPUT-YEAR TO WS-YEAR
           MOVE WS-INPUT-QTR TO WS-QUARTER
           EVALUATE WS-QUARTER
               WHEN 1
                   COMPUTE WS-FROM-DATE = WS-YEAR * 10000 + 0101
                   COMPUTE WS-TO-DATE = WS-YEAR * 10000 + 0331
               WHEN 2
                   COMPUTE WS-FROM-DATE = WS-YEAR * 10000 + 0401
                   COMPUTE WS-TO-DATE = WS-YEAR * 10000 + 0630
               WHEN 3
                   COMPUTE WS-FROM-DATE = WS-YEAR * 10000 + 0701
                   COMPUTE WS-TO-DATE = WS-YEAR * 10000 + 0930
               WHEN 4
                   COMPUTE WS-FROM-DATE = WS-YEAR * 10000 + 1001
                   COMPUTE WS-TO-DATE = WS-YEAR * 10000 + 1231
           END-EVALUATE

           PERFORM LOAD-BRANCHES
           PERFORM LOAD-KID-MASTER
           PERFORM LOAD-PRICES
           PERFORM LOAD-QUARTER-DETAIL
           IF WS-DAYS-READ = 0 THEN
               DISPLAY "NO ARCHIVED DAILY CSV DETAIL FOUND FOR "
                   WS-FROM-DATE " TO " WS-TO-DATE
                   " -- NOTHING PRODUCED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SORT-BRANCHES

           MOVE SPACES TO WS-RPT-FILENAME
           STRING "beneficiary_" WS-YEAR "Q" WS-QUARTER ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           MOVE SPACES TO WS-SUB-FILENAME
           STRING "benefsub_" WS-YEAR "Q" WS-QUARTER ".dat"
               DELIMITED BY SIZE INTO WS-SUB-FILENAME
           PERFORM WRITE-BENEFICIARY-REPORT

           DISPLAY "BENEFICIARY REPORT WRITTEN TO "
               FUNCTION TRIM(WS-RPT-FILENAME)
           DISPLAY "SUBMISSION FILE WRITTEN TO "
               FUNCTION TRIM(WS-SUB-FILENAME)
               " -- RECORDS: " WS-SUB-RECORDS
           DISPLAY "UNIQUE KIDS: " WS-TOT-KIDS(2)
               "  FIRST-TIME: " WS-TOT-FIRST(2)
               "  RETURNING: " WS-TOT-RETURN(2)
           IF WS-SV-FULL > 0 THEN
               DISPLAY "KID TABLE FULL -- " WS-SV-FULL
                   " ISSUE LINES NOT COUNTED AS UNIQUE KIDS"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   DISPLAY "BRANCH.DAT NOT FOUND -- ALL BRANCHES "
                       "REPORTED AS (UNKNOWN) REGION"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-BR-COUNT < 50 THEN
                                   ADD 1 TO WS-BR-COUNT
                                   MOVE WS-BR-COUNT TO WS-BR-FOUND
                                   MOVE BRM-CODE TO WS-LINE-BRANCH
                                   PERFORM CLEAR-BRANCH-ENTRY
                                   IF BRM-REGION = SPACES THEN
                                       MOVE "(NONE)"
                                         TO WS-BR-REGION(WS-BR-FOUND)
                                   ELSE
                                       MOVE BRM-REGION
                                         TO WS-BR-REGION(WS-BR-FOUND)
                                   END-IF
                                   MOVE BRM-NAME
                                       TO WS-BR-NAME(WS-BR-FOUND)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           CLEAR-BRANCH-ENTRY.
               MOVE "(UNKNOWN)" TO WS-BR-REGION(WS-BR-FOUND)
               MOVE WS-LINE-BRANCH TO WS-BR-CODE(WS-BR-FOUND)
               MOVE "(NOT ON BRANCH.DAT)" TO WS-BR-NAME(WS-BR-FOUND)
               MOVE 0 TO WS-BR-KIDS(WS-BR-FOUND)
               MOVE 0 TO WS-BR-FIRST(WS-BR-FOUND)
               MOVE 0 TO WS-BR-RETURN(WS-BR-FOUND)
               MOVE 0 TO WS-BR-TOYS(WS-BR-FOUND)
               MOVE 0 TO WS-BR-VALUE(WS-BR-FOUND).

           FIND-BRANCH.
               MOVE 0 TO WS-BR-FOUND
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-FOUND > 0
                   IF WS-BR-CODE(WS-BR-IDX) = WS-LINE-BRANCH THEN
                       MOVE WS-BR-IDX TO WS-BR-FOUND
                   END-IF
               END-PERFORM
               IF WS-BR-FOUND = 0 THEN
                   IF WS-BR-COUNT < 60 THEN
                       ADD 1 TO WS-BR-COUNT
                       MOVE WS-BR-COUNT TO WS-BR-FOUND
                       PERFORM CLEAR-BRANCH-ENTRY
                   ELSE
                       DISPLAY "BRANCH TABLE FULL -- BRANCH "
                           WS-LINE-BRANCH " NOT REPORTED"
                   END-IF
               END-IF.

           LOAD-KID-MASTER.
               OPEN INPUT KID-MASTER-FILE
               IF WS-KM-STATUS = "35" THEN
                   DISPLAY "KIDMAST.DAT NOT FOUND -- ALL KIDS "
                       "COUNTED FIRST-TIME"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ KID-MASTER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-KM-COUNT < 5000 THEN
                                   ADD 1 TO WS-KM-COUNT
                                   MOVE KM-ID
                                       TO WS-KM-ID(WS-KM-COUNT)
                                   MOVE KM-BRANCH
                                       TO WS-KM-BRANCH(WS-KM-COUNT)
                                   IF KM-REG-DATE IS NUMERIC THEN
                                       MOVE KM-REG-DATE TO
                                         WS-KM-REG-DATE(WS-KM-COUNT)
                                   ELSE
                                       MOVE 0 TO
                                         WS-KM-REG-DATE(WS-KM-COUNT)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE KID-MASTER-FILE
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

           LOAD-QUARTER-DETAIL.
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               PERFORM UNTIL WS-DAY-INT > WS-TO-INT
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
                   MOVE WS-F-BRANCH(1:2) TO WS-LINE-BRANCH
                   MOVE FUNCTION NUMVAL(WS-F-ID) TO WS-LINE-ID
                   MOVE FUNCTION NUMVAL(WS-F-TOYS) TO WS-LINE-QTY
                   PERFORM FIND-BRANCH
                   IF WS-BR-FOUND > 0 THEN
                       PERFORM GET-HIST-PRICE
                       COMPUTE WS-LINE-VALUE =
                           WS-LINE-QTY * WS-HIST-PRICE
                       ADD WS-LINE-QTY TO WS-BR-TOYS(WS-BR-FOUND)
                       ADD WS-LINE-VALUE TO WS-BR-VALUE(WS-BR-FOUND)
                       PERFORM COUNT-KID-SERVED
                   END-IF
               END-IF.

           COUNT-KID-SERVED.
               MOVE 0 TO WS-SV-FOUND
               PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-COUNT
                      OR WS-SV-FOUND > 0
                   IF WS-SV-ID(WS-SV-IDX) = WS-LINE-ID
                      AND WS-SV-BRANCH(WS-SV-IDX) = WS-LINE-BRANCH
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
                   MOVE WS-LINE-BRANCH TO WS-SV-BRANCH(WS-SV-COUNT)
                   MOVE WS-LINE-ID TO WS-SV-ID(WS-SV-COUNT)
                   ADD 1 TO WS-BR-KIDS(WS-BR-FOUND)
                   MOVE 0 TO WS-KM-FOUND
                   PERFORM VARYING WS-KM-IDX FROM 1 BY 1
                       UNTIL WS-KM-IDX > WS-KM-COUNT
                          OR WS-KM-FOUND > 0
                       IF WS-KM-ID(WS-KM-IDX) = WS-LINE-ID
                          AND WS-KM-BRANCH(WS-KM-IDX)
                              = WS-LINE-BRANCH THEN
                           MOVE WS-KM-IDX TO WS-KM-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KM-FOUND = 0 THEN
                       ADD 1 TO WS-NOT-ON-MASTER
                       ADD 1 TO WS-BR-FIRST(WS-BR-FOUND)
                   ELSE IF WS-KM-REG-DATE(WS-KM-FOUND)
                           >= WS-FROM-DATE THEN
                       ADD 1 TO WS-BR-FIRST(WS-BR-FOUND)
                   ELSE
                       ADD 1 TO WS-BR-RETURN(WS-BR-FOUND)
                   END-IF
                   END-IF
               END-IF
               END-IF.

           SORT-BRANCHES.
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX >= WS-BR-COUNT
                   PERFORM VARYING WS-BR-IDX-2 FROM WS-BR-IDX BY 1
                       UNTIL WS-BR-IDX-2 > WS-BR-COUNT
                       IF WS-BR-ENTRY(WS-BR-IDX-2)(1:12)
                          < WS-BR-ENTRY(WS-BR-IDX)(1:12) THEN
                           MOVE WS-BR-ENTRY(WS-BR-IDX)
                               TO WS-BR-SWAP
                           MOVE WS-BR-ENTRY(WS-BR-IDX-2)
                               TO WS-BR-ENTRY(WS-BR-IDX)
                           MOVE WS-BR-SWAP
                               TO WS-BR-ENTRY(WS-BR-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-BENEFICIARY-REPORT.
               OPEN OUTPUT BENEFICIARY-REPORT-FILE
               OPEN OUTPUT SUBMISSION-FILE
               WRITE BENEFICIARY-OUT FROM DIVIDER-1
               MOVE WS-YEAR TO BH-YEAR
               MOVE WS-QUARTER TO BH-QUARTER
               MOVE WS-FROM-DATE TO BH-FROM
               MOVE WS-TO-DATE TO BH-TO
               MOVE WS-DAYS-READ TO BH-DAYS
               WRITE BENEFICIARY-OUT FROM BEN-HEADER-1
               WRITE BENEFICIARY-OUT FROM BEN-HEADER-2
               WRITE BENEFICIARY-OUT FROM DIVIDER-1
               WRITE BENEFICIARY-OUT FROM BEN-COL-HDR
               MOVE WS-YEAR TO SH-YEAR
               MOVE WS-QUARTER TO SH-QUARTER
               MOVE WS-FROM-DATE TO SH-FROM
               MOVE WS-TO-DATE TO SH-TO
               MOVE WS-FULL-DATE(1:8) TO SH-CREATED
               WRITE SUBMISSION-OUT FROM SUB-HEADER-LINE
               MOVE 2 TO WS-TOT-IDX
               PERFORM CLEAR-TOTALS
               MOVE SPACES TO WS-PREV-REGION
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                   IF WS-BR-TOYS(WS-BR-IDX) = 0 THEN
                       CONTINUE
                   ELSE
                       IF WS-BR-REGION(WS-BR-IDX) NOT = WS-PREV-REGION
                           THEN
                           IF WS-PREV-REGION NOT = SPACES THEN
                               PERFORM WRITE-REGION-TOTAL
                           END-IF
                           WRITE BENEFICIARY-OUT FROM DIVIDER-3
                           MOVE 1 TO WS-TOT-IDX
                           PERFORM CLEAR-TOTALS
                       END-IF
                       MOVE WS-BR-REGION(WS-BR-IDX) TO WS-PREV-REGION
                       PERFORM WRITE-BRANCH-LINE
                   END-IF
               END-PERFORM
               IF WS-PREV-REGION NOT = SPACES THEN
                   PERFORM WRITE-REGION-TOTAL
               ELSE
                   WRITE BENEFICIARY-OUT FROM BEN-NONE-LINE
               END-IF
               WRITE BENEFICIARY-OUT FROM DIVIDER-1
               MOVE 2 TO WS-TOT-IDX
               MOVE "ALL" TO BL-REGION
               MOVE SPACES TO BL-BRANCH
               MOVE "ALL REGIONS" TO BL-NAME
               PERFORM MOVE-TOTAL-AMOUNTS
               WRITE BENEFICIARY-OUT FROM BEN-LINE
               WRITE BENEFICIARY-OUT FROM DIVIDER-1
               WRITE BENEFICIARY-OUT FROM BEN-NOTE-LINE-1
               WRITE BENEFICIARY-OUT FROM BEN-NOTE-LINE-2
               WRITE BENEFICIARY-OUT FROM BEN-NOTE-LINE-3
               MOVE WS-NOT-ON-MASTER TO BN-COUNT
               WRITE BENEFICIARY-OUT FROM BEN-NOTE-LINE-4
               MOVE WS-SUB-RECORDS TO ST-COUNT
               MOVE WS-TOT-KIDS(2) TO ST-KIDS
               MOVE WS-TOT-FIRST(2) TO ST-FIRST
               MOVE WS-TOT-RETURN(2) TO ST-RETURN
               MOVE WS-TOT-TOYS(2) TO ST-TOYS
               MOVE WS-TOT-VALUE(2) TO ST-VALUE
               WRITE SUBMISSION-OUT FROM SUB-TRAILER-LINE
               CLOSE SUBMISSION-FILE
               CLOSE BENEFICIARY-REPORT-FILE.

           CLEAR-TOTALS.
               MOVE 0 TO WS-TOT-KIDS(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-FIRST(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-RETURN(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-TOYS(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-VALUE(WS-TOT-IDX).

           WRITE-BRANCH-LINE.
               MOVE WS-BR-REGION(WS-BR-IDX) TO BL-REGION
               MOVE WS-BR-CODE(WS-BR-IDX) TO BL-BRANCH
               MOVE WS-BR-NAME(WS-BR-IDX) TO BL-NAME
               MOVE WS-BR-KIDS(WS-BR-IDX) TO BL-KIDS
               MOVE WS-BR-FIRST(WS-BR-IDX) TO BL-FIRST
               MOVE WS-BR-RETURN(WS-BR-IDX) TO BL-RETURN
               MOVE WS-BR-TOYS(WS-BR-IDX) TO BL-TOYS
               MOVE WS-BR-VALUE(WS-BR-IDX) TO BL-VALUE
               WRITE BENEFICIARY-OUT FROM BEN-LINE
               MOVE "D" TO SD-TYPE
               MOVE WS-BR-REGION(WS-BR-IDX) TO SD-REGION
               MOVE WS-BR-CODE(WS-BR-IDX) TO SD-BRANCH
               MOVE WS-BR-KIDS(WS-BR-IDX) TO SD-KIDS
               MOVE WS-BR-FIRST(WS-BR-IDX) TO SD-FIRST
               MOVE WS-BR-RETURN(WS-BR-IDX) TO SD-RETURN
               MOVE WS-BR-TOYS(WS-BR-IDX) TO SD-TOYS
               MOVE WS-BR-VALUE(WS-BR-IDX) TO SD-VALUE
               WRITE SUBMISSION-OUT FROM SUB-DETAIL-LINE
               ADD 1 TO WS-SUB-RECORDS
               PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > 2
                   ADD WS-BR-KIDS(WS-BR-IDX) TO WS-TOT-KIDS(WS-TOT-IDX)
                   ADD WS-BR-FIRST(WS-BR-IDX)
                       TO WS-TOT-FIRST(WS-TOT-IDX)
                   ADD WS-BR-RETURN(WS-BR-IDX)
                       TO WS-TOT-RETURN(WS-TOT-IDX)
                   ADD WS-BR-TOYS(WS-BR-IDX) TO WS-TOT-TOYS(WS-TOT-IDX)
                   ADD WS-BR-VALUE(WS-BR-IDX)
                       TO WS-TOT-VALUE(WS-TOT-IDX)
               END-PERFORM.

           WRITE-REGION-TOTAL.
               MOVE 1 TO WS-TOT-IDX
               MOVE WS-PREV-REGION TO BL-REGION
               MOVE SPACES TO BL-BRANCH
               MOVE "REGION TOTAL" TO BL-NAME
               PERFORM MOVE-TOTAL-AMOUNTS
               WRITE BENEFICIARY-OUT FROM BEN-LINE
               MOVE "R" TO SD-TYPE
               MOVE WS-PREV-REGION TO SD-REGION
               MOVE SPACES TO SD-BRANCH
               MOVE WS-TOT-KIDS(1) TO SD-KIDS
               MOVE WS-TOT-FIRST(1) TO SD-FIRST
               MOVE WS-TOT-RETURN(1) TO SD-RETURN
               MOVE WS-TOT-TOYS(1) TO SD-TOYS
               MOVE WS-TOT-VALUE(1) TO SD-VALUE
               WRITE SUBMISSION-OUT FROM SUB-DETAIL-LINE
               ADD 1 TO WS-SUB-RECORDS.

           MOVE-TOTAL-AMOUNTS.
               MOVE WS-TOT-KIDS(WS-TOT-IDX) TO BL-KIDS
               MOVE WS-TOT-FIRST(WS-TOT-IDX) TO BL-FIRST
               MOVE WS-TOT-RETURN(WS-TOT-IDX) TO BL-RETURN
               MOVE WS-TOT-TOYS(WS-TOT-IDX) TO BL-TOYS
               MOVE WS-TOT-VALUE(WS-TOT-IDX) TO BL-VALUE.
