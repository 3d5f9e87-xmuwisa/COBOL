       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-IMPACT.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PENDING-PRICE-FILE
           ASSIGN TO 'pricepend.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDP-STATUS.

       SELECT PRICE-FILE
           ASSIGN TO 'price.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

       SELECT STOCK-FILE
           ASSIGN TO 'stock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STOCK-STATUS.

       SELECT BRANCH-FILE
           ASSIGN TO 'branch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       SELECT CSV-REPORT
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT IMPACT-SUMMARY-FILE
           ASSIGN TO 'priceimpact.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMPSUM-STATUS.

       SELECT IMPACT-REPORT-FILE
           ASSIGN TO 'priceimpact_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GL-MAP-FILE
           ASSIGN TO 'glmap.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-PRICE-FILE.
       01  PENDING-PRICE-RECORD.
           05 PP-STATUS    PIC X(1).
           05 PP-TOYTYPE   PIC A(1).
           05 PP-EFF-DATE  PIC 9(8).
           05 PP-PRICE     PIC 9(3)V99.
           05 PP-ENTERED-BY PIC X(3).
           05 PP-ENTERED-ON PIC 9(8).
           05 PP-REVIEWED-BY PIC X(3).
           05 PP-REVIEWED-ON PIC 9(8).

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PRC-TOYTYPE  PIC A(1).
           05 PRC-EFF-DATE PIC 9(8).
           05 PRC-PRICE    PIC 9(3)V99.

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 STK-BRANCH   PIC A(2).
           05 STK-TOYTYPE  PIC A(1).
           05 STK-BALANCE  PIC 9(6).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BRM-CODE     PIC A(2).
           05 BRM-NAME     PIC X(20).
           05 BRM-REGION   PIC X(10).
           05 BRM-MANAGER  PIC X(20).
           05 BRM-STATUS   PIC X(1).
           05 BRM-CLOSE-DATE PIC 9(8).

       FD  CSV-REPORT.
       01  CSV-IN          PIC X(40).

       FD  IMPACT-SUMMARY-FILE.
       01  IMPACT-SUMMARY-RECORD.
           05 PI-ENTRY     PIC 9(3).
           05 PI-TOYTYPE   PIC A(1).
           05 PI-EFF-DATE  PIC 9(8).
           05 PI-PRICE     PIC 9(3)V99.
           05 PI-ENTERED-BY PIC X(3).
           05 PI-ENTERED-ON PIC 9(8).
           05 PI-OLD-PRICE PIC 9(3)V99.
           05 PI-FROM-DATE PIC 9(8).
           05 PI-TO-DATE   PIC 9(8).
           05 PI-RUN-DATE  PIC 9(8).
           05 PI-DAYS      PIC 9(3).
           05 PI-ISS-QTY   PIC 9(8).
           05 PI-ISS-OLD   PIC 9(9)V99.
           05 PI-ISS-NEW   PIC 9(9)V99.
           05 PI-SOH-QTY   PIC 9(8).
           05 PI-SOH-OLD   PIC 9(9)V99.
           05 PI-SOH-NEW   PIC 9(9)V99.
           05 PI-GL-ACCOUNT PIC X(4).
           05 PI-GL-DIFF   PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD  IMPACT-REPORT-FILE.
       01  IMPACT-REPORT-OUT PIC X(132).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GM-TXN-TYPE  PIC X(1).
           05 GM-TOYTYPE   PIC X(1).
           05 GM-LOC-TYPE  PIC X(1).
           05 GM-LOCATION  PIC X(10).
           05 GM-EFF-FROM  PIC 9(8).
           05 GM-EFF-TO    PIC 9(8).
           05 GM-ACCOUNT   PIC X(4).
           05 GM-COST-CTR  PIC X(2).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(132) VALUE ALL "=".
       01  DIVIDER-3       PIC X(132) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-PENDP-STATUS PIC X(2).
       01  WS-PRICE-STATUS PIC X(2).
       01  WS-STOCK-STATUS PIC X(2).
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-CSV-STATUS   PIC X(2).
       01  WS-IMPSUM-STATUS PIC X(2).
       01  WS-CSV-FILENAME PIC X(60).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-INPUT-DATE   PIC X(8).
       01  WS-INPUT-ENTRY  PIC X(3).

       01  WS-FROM-DATE    PIC 9(8).
       01  WS-TO-DATE      PIC 9(8).
       01  WS-FROM-INT     PIC 9(8).
       01  WS-TO-INT       PIC 9(8).
       01  WS-DAY-INT      PIC 9(8).
       01  WS-DAY-DATE     PIC 9(8).
       01  WS-DAYS-READ    PIC 9(3) VALUE 0.
       01  WS-FIRST-LINE   PIC A(1).
       01  WS-PICK-ENTRY   PIC 9(3) VALUE 0.

       01  WS-PENDING-TABLE.
           05 WS-PPT-COUNT PIC 9(3) VALUE 0.
           05 WS-PPT-ENTRY OCCURS 200 TIMES.
               10 WS-PPT-STATUS   PIC X(1).
               10 WS-PPT-TOYTYPE  PIC A(1).
               10 WS-PPT-EFF-DATE PIC 9(8).
               10 WS-PPT-PRICE    PIC 9(3)V99.
               10 WS-PPT-ENT-BY   PIC X(3).
               10 WS-PPT-ENT-ON   PIC 9(8).
               10 WS-PPT-PICKED   PIC A(1).
       01  WS-PPT-IDX      PIC 9(3).
       01  WS-PICKED-COUNT PIC 9(3) VALUE 0.

       01  WS-KEPT-SUMMARIES.
           05 WS-KS-COUNT  PIC 9(3) VALUE 0.
           05 WS-KS-RECORD OCCURS 200 TIMES PIC X(136).
       01  WS-KS-IDX       PIC 9(3).

       01  WS-TYPE-PRICES.
           05 WS-TYPE-ENTRY OCCURS 4 TIMES.
               10 WS-TYP-CODE     PIC A(1).
               10 WS-TYP-NAME     PIC X(4).
               10 WS-TYP-ACCOUNT  PIC X(4).
               10 WS-TYP-CUR      PIC 9(3)V99.
               10 WS-TYP-NEW      PIC 9(3)V99.
               10 WS-TYP-CHANGED  PIC A(1).
               10 WS-TYP-ENTRY    PIC 9(3).
               10 WS-TYP-ISS-QTY  PIC 9(8).
               10 WS-TYP-ISS-OLD  PIC 9(9)V99.
               10 WS-TYP-SOH-QTY  PIC 9(8).
               10 WS-TYP-SOH-OLD  PIC 9(9)V99.
       01  WS-TYPE-IDX     PIC 9(1).

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
       01  WS-HIST-DATE    PIC 9(8).

       01  WS-BRANCH-TABLE.
           05 WS-BRM-COUNT PIC 9(2) VALUE 0.
           05 WS-BRM-ENTRY OCCURS 50 TIMES.
               10 WS-BRM-CODE PIC A(2).
               10 WS-BRM-NAME PIC X(20).
               10 WS-BRM-REGION PIC X(10).
       01  WS-BRM-IDX      PIC 9(2).
       01  WS-BRM-NAME-FOUND PIC X(20).

       01  WS-GLMAP-STATUS PIC X(2).
       01  WS-GLMAP-TABLE.
           05 WS-GM-COUNT  PIC 9(3) VALUE 0.
           05 WS-GM-ENTRY OCCURS 500 TIMES.
               10 WS-GM-TXN      PIC X(1).
               10 WS-GM-TOYTYPE  PIC X(1).
               10 WS-GM-LOC-TYPE PIC X(1).
               10 WS-GM-LOCATION PIC X(10).
               10 WS-GM-FROM     PIC 9(8).
               10 WS-GM-TO       PIC 9(8).
               10 WS-GM-ACCOUNT  PIC X(4).
               10 WS-GM-COST-CTR PIC X(2).
       01  WS-GM-IDX       PIC 9(3).
       01  WS-GM-BEST-IDX  PIC 9(3).
       01  WS-GM-RANK      PIC 9(1).
       01  WS-GM-BEST-RANK PIC 9(1).
       01  WS-MAP-TXN      PIC X(1).
       01  WS-MAP-TOYTYPE  PIC X(1).
       01  WS-MAP-BRANCH   PIC X(2).
       01  WS-MAP-REGION   PIC X(10).
       01  WS-MAP-DATE     PIC 9(8).
       01  WS-MAP-ACCOUNT  PIC X(4).
       01  WS-MAP-FOUND    PIC A(1).

       01  WS-IMP-TABLE.
           05 WS-IMP-COUNT PIC 9(3) VALUE 0.
           05 WS-IMP-ENTRY OCCURS 200 TIMES.
               10 WS-IMP-BRANCH  PIC A(2).
               10 WS-IMP-TYPE    PIC A(1).
               10 WS-IMP-ISS-QTY PIC 9(8).
               10 WS-IMP-ISS-OLD PIC 9(9)V99.
               10 WS-IMP-SOH-QTY PIC 9(8).
       01  WS-IMP-IDX      PIC 9(3).
       01  WS-IMP-IDX-2    PIC 9(3).
       01  WS-IMP-FOUND    PIC 9(3).
       01  WS-IMP-SWAP     PIC X(30).
       01  WS-IMP-BRANCH-KEY PIC A(2).

       01  WS-F-BRANCH     PIC X(4).
       01  WS-F-ID         PIC X(6).
       01  WS-F-TYPE       PIC X(6).
       01  WS-F-TOYS       PIC X(6).
       01  WS-LINE-QTY     PIC 9(6).
       01  WS-LINE-VALUE   PIC 9(9)V99.

       01  WS-LN-ISS-OLD   PIC 9(11)V99.
       01  WS-LN-ISS-NEW   PIC 9(11)V99.
       01  WS-LN-ISS-DIFF  PIC S9(11)V99.
       01  WS-LN-SOH-OLD   PIC 9(11)V99.
       01  WS-LN-SOH-NEW   PIC 9(11)V99.
       01  WS-LN-SOH-DIFF  PIC S9(11)V99.
       01  WS-PREV-BRANCH  PIC A(2).

       01  WS-TOTALS.
           05 WS-TOT-ENTRY OCCURS 2 TIMES.
               10 WS-TOT-ISS-QTY  PIC 9(8).
               10 WS-TOT-ISS-OLD  PIC 9(11)V99.
               10 WS-TOT-ISS-NEW  PIC 9(11)V99.
               10 WS-TOT-SOH-QTY  PIC 9(8).
               10 WS-TOT-SOH-OLD  PIC 9(11)V99.
               10 WS-TOT-SOH-NEW  PIC 9(11)V99.
       01  WS-TOT-IDX      PIC 9(1).

       01  IMP-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(32) VALUE
               "PRICE CHANGE IMPACT SIMULATION  ".
           05 FILL         PIC X(7) VALUE "PERIOD ".
           05 IH-FROM      PIC 9(8).
           05 FILL         PIC X(4) VALUE " TO ".
           05 IH-TO        PIC 9(8).
           05 FILL         PIC X(18) VALUE "   DAYS ON FILE:  ".
           05 IH-DAYS      PIC ZZ9.
           05 FILL         PIC X(10) VALUE "   RUN ON ".
           05 IH-RUN       PIC 9(8).
       01  IMP-HEADER-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(36) VALUE
               "OLD = PRICE.DAT PRICE ON EACH DAY  ".
           05 FILL         PIC X(40) VALUE
               "NEW = PENDING PRICE FOR THE WHOLE PERIOD".
       01  IMP-HEADER-3.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(35) VALUE
               "STOCK ON HAND = CURRENT STOCK.DAT, ".
           05 FILL         PIC X(42) VALUE
               "OLD AT TODAY'S PRICE, NEW AT THE NEW PRICE".
       01  IMP-PEND-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "PENDING PRICE CHANGES SIMULATED".
       01  IMP-PEND-COL.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(7) VALUE "ENTRY  ".
           05 FILL         PIC X(6) VALUE "TYPE  ".
           05 FILL         PIC X(10) VALUE "EFFECTIVE ".
           05 FILL         PIC X(11) VALUE "  CUR PRICE".
           05 FILL         PIC X(11) VALUE "  NEW PRICE".
           05 FILL         PIC X(11) VALUE "     CHANGE".
           05 FILL         PIC X(18) VALUE "  ENTERED BY   ON ".
           05 FILL         PIC X(12) VALUE "  NOTE".
       01  IMP-PEND-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 IP-ENTRY     PIC ZZ9.
           05 FILL         PIC X(4) VALUE SPACES.
           05 IP-TYPE      PIC X(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 IP-EFF       PIC 9(8).
           05 FILL         PIC X(2) VALUE SPACES.
           05 IP-CUR       PIC Z(7)9.99.
           05 IP-NEW       PIC Z(7)9.99.
           05 IP-CHANGE    PIC -(7)9.99.
           05 FILL         PIC X(4) VALUE SPACES.
           05 IP-ENT-BY    PIC X(3).
           05 FILL         PIC X(3) VALUE SPACES.
           05 IP-ENT-ON    PIC 9(8).
           05 FILL         PIC X(2) VALUE SPACES.
           05 IP-NOTE      PIC X(25).
       01  IMP-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 IN-LBL       PIC X(40) VALUE
               "NO PENDING PRICE CHANGES TO SIMULATE".
       01  IMP-COL-HDR.
           05 FILL         PIC X(8) VALUE "BR TYPE".
           05 FILL         PIC X(6) VALUE "ACCT  ".
           05 FILL         PIC X(9) VALUE "  ISS QTY".
           05 FILL         PIC X(13) VALUE "      ISS OLD".
           05 FILL         PIC X(13) VALUE "      ISS NEW".
           05 FILL         PIC X(14) VALUE " GL DIFFERENCE".
           05 FILL         PIC X(9) VALUE "  SOH QTY".
           05 FILL         PIC X(13) VALUE "      SOH OLD".
           05 FILL         PIC X(13) VALUE "      SOH NEW".
           05 FILL         PIC X(14) VALUE "      SOH DIFF".
       01  IMP-BRANCH-LINE.
           05 FILL         PIC X(7) VALUE "BRANCH ".
           05 IB-CODE      PIC A(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 IB-NAME      PIC X(20).
       01  IMP-LINE.
           05 IL-BRANCH    PIC A(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 IL-TYPE      PIC X(4).
           05 FILL         PIC X(1) VALUE SPACE.
           05 IL-ACCOUNT   PIC X(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 IL-ISS-QTY   PIC Z(8)9.
           05 IL-ISS-OLD   PIC Z(9)9.99.
           05 IL-ISS-NEW   PIC Z(9)9.99.
           05 IL-ISS-DIFF  PIC -(10)9.99.
           05 IL-SOH-QTY   PIC Z(8)9.
           05 IL-SOH-OLD   PIC Z(9)9.99.
           05 IL-SOH-NEW   PIC Z(9)9.99.
           05 IL-SOH-DIFF  PIC -(10)9.99.
       01  IMP-GL-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "GL ISSUE POSTINGS (TYPE P) FOR THE PERIOD BY ACCOUNT".
       01  IMP-GL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(8) VALUE "ACCOUNT ".
           05 IG-ACCOUNT   PIC X(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 IG-TYPE      PIC X(4).
           05 FILL         PIC X(8) VALUE "  OLD   ".
           05 IG-OLD       PIC Z(9)9.99.
           05 FILL         PIC X(8) VALUE "  NEW   ".
           05 IG-NEW       PIC Z(9)9.99.
           05 FILL         PIC X(8) VALUE "  DIFF  ".
           05 IG-DIFF      PIC -(10)9.99.
       01  IMP-NOTE-LINE-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(42) VALUE
               "GL DIFFERENCE = CHANGE IN TYPE P POSTINGS ".
           05 FILL         PIC X(28) VALUE
               "(ISS NEW LESS ISS OLD)".
       01  IMP-NOTE-LINE-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(36) VALUE
               "ONLY BRANCH/TYPE LINES FOR TOY TYPES".
           05 FILL         PIC X(40) VALUE
               " WITH A SIMULATED CHANGE ARE SHOWN".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           DISPLAY "PERIOD TO DATE YYYYMMDD (BLANK = TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = SPACES THEN
               MOVE WS-FULL-DATE(1:8) TO WS-INPUT-DATE
           END-IF
           PERFORM CHECK-INPUT-DATE
           MOVE WS-INPUT-DATE TO WS-TO-DATE
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           DISPLAY "PERIOD FROM DATE YYYYMMDD (BLANK = 30 DAYS): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = SPACES THEN
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TO-INT - 29)
               MOVE WS-FROM-DATE TO WS-INPUT-DATE
           END-IF
           PERFORM CHECK-INPUT-DATE
           MOVE WS-INPUT-DATE TO WS-FROM-DATE
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           IF WS-FROM-INT > WS-TO-INT THEN
               DISPLAY "FROM DATE IS AFTER TO DATE -- NOTHING PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PENDING ENTRY NUMBER (BLANK OR 0 = ALL PENDING): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-ENTRY
           IF WS-INPUT-ENTRY = SPACES THEN
               MOVE 0 TO WS-PICK-ENTRY
           ELSE IF FUNCTION TEST-NUMVAL(WS-INPUT-ENTRY) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-INPUT-ENTRY) TO WS-PICK-ENTRY
           ELSE
               DISPLAY "ENTRY MUST BE A NUMBER -- NOTHING PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF

           PERFORM LOAD-GL-MAP
           PERFORM SET-TOY-TYPES
           PERFORM LOAD-BRANCHES
           PERFORM LOAD-PRICES
           PERFORM LOAD-PENDING-PRICES
           IF WS-PICKED-COUNT = 0 THEN
               IF WS-PICK-ENTRY = 0 THEN
                   DISPLAY "NO PENDING PRICE CHANGES ON PRICEPEND.DAT"
               ELSE
                   DISPLAY "ENTRY " WS-PICK-ENTRY
                       " IS NOT A PENDING PRICE CHANGE"
               END-IF
           END-IF
           PERFORM SET-CURRENT-PRICES
           PERFORM LOAD-ISSUES
           PERFORM LOAD-STOCK
           PERFORM SORT-IMPACT-LINES

           PERFORM WRITE-IMPACT-REPORT
           PERFORM WRITE-IMPACT-SUMMARY

           DISPLAY "PRICE IMPACT REPORT WRITTEN TO "
               "PRICEIMPACT_REPORT.DAT"
           DISPLAY "PENDING CHANGES SIMULATED: " WS-PICKED-COUNT
               "  DAYS ON FILE: " WS-DAYS-READ
           IF WS-PICKED-COUNT = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

           CHECK-INPUT-DATE.
               IF WS-INPUT-DATE IS NOT NUMERIC
                  OR WS-INPUT-DATE(5:2) < "01"
                  OR WS-INPUT-DATE(5:2) > "12"
                  OR WS-INPUT-DATE(7:2) < "01"
                  OR WS-INPUT-DATE(7:2) > "31" THEN
                   DISPLAY "DATE MUST BE YYYYMMDD -- NOTHING PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           SET-TOY-TYPES.
               MOVE 'A' TO WS-TYP-CODE(1)
               MOVE "SOFT" TO WS-TYP-NAME(1)
               MOVE 'B' TO WS-TYP-CODE(2)
               MOVE "HARD" TO WS-TYP-NAME(2)
               MOVE 'C' TO WS-TYP-CODE(3)
               MOVE "PUZZ" TO WS-TYP-NAME(3)
               MOVE 'D' TO WS-TYP-CODE(4)
               MOVE "ELEC" TO WS-TYP-NAME(4)
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE WS-TYP-CODE(WS-TYPE-IDX) TO WS-MAP-TOYTYPE
                   MOVE SPACES TO WS-MAP-BRANCH
                   MOVE SPACES TO WS-MAP-REGION
                   PERFORM RESOLVE-GL-ACCOUNT
                   MOVE WS-MAP-ACCOUNT TO WS-TYP-ACCOUNT(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYP-CUR(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYP-NEW(WS-TYPE-IDX)
                   MOVE 'N' TO WS-TYP-CHANGED(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYP-ENTRY(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYP-ISS-QTY(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYP-ISS-OLD(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYP-SOH-QTY(WS-TYPE-IDX)
                   MOVE 0 TO WS-TYP-SOH-OLD(WS-TYPE-IDX)
               END-PERFORM.

           FIND-TOY-TYPE.
               MOVE 0 TO WS-TYPE-IDX
               EVALUATE WS-HIST-TYPE
                   WHEN 'A'
                       MOVE 1 TO WS-TYPE-IDX
                   WHEN 'B'
                       MOVE 2 TO WS-TYPE-IDX
                   WHEN 'C'
                       MOVE 3 TO WS-TYPE-IDX
                   WHEN 'D'
                       MOVE 4 TO WS-TYPE-IDX
               END-EVALUATE.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   CONTINUE
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
                                   MOVE BRM-REGION
                                       TO WS-BRM-REGION(WS-BRM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           LOAD-GL-MAP.
               MOVE 0 TO WS-GM-COUNT
               MOVE 'N' TO WS-EOF
               MOVE "P" TO WS-MAP-TXN
               MOVE WS-RUN-DATE TO WS-MAP-DATE
               OPEN INPUT GL-MAP-FILE
               IF WS-GLMAP-STATUS = "35" THEN
                   DISPLAY "GLMAP.DAT NOT FOUND -- SALES ACCOUNTS "
                       "SHOWN AS ????"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ GL-MAP-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF GM-TXN-TYPE = "P"
                                  AND GM-EFF-FROM IS NUMERIC
                                  AND GM-EFF-TO IS NUMERIC
                                  AND GM-ACCOUNT NOT = SPACES
                                  AND WS-GM-COUNT < 500 THEN
                                   PERFORM ADD-GL-MAP-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE GL-MAP-FILE
               END-IF.

           ADD-GL-MAP-ENTRY.
               ADD 1 TO WS-GM-COUNT
               MOVE GM-TXN-TYPE TO WS-GM-TXN(WS-GM-COUNT)
               MOVE GM-TOYTYPE TO WS-GM-TOYTYPE(WS-GM-COUNT)
               MOVE GM-LOC-TYPE TO WS-GM-LOC-TYPE(WS-GM-COUNT)
               MOVE GM-LOCATION TO WS-GM-LOCATION(WS-GM-COUNT)
               MOVE GM-EFF-FROM TO WS-GM-FROM(WS-GM-COUNT)
               MOVE GM-EFF-TO TO WS-GM-TO(WS-GM-COUNT)
               MOVE GM-ACCOUNT TO WS-GM-ACCOUNT(WS-GM-COUNT)
               MOVE GM-COST-CTR TO WS-GM-COST-CTR(WS-GM-COUNT).

           RESOLVE-GL-ACCOUNT.
               MOVE 0 TO WS-GM-BEST-IDX
               MOVE 0 TO WS-GM-BEST-RANK
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
                   IF WS-GM-TXN(WS-GM-IDX) = WS-MAP-TXN
                      AND WS-GM-FROM(WS-GM-IDX) <= WS-MAP-DATE
                      AND (WS-GM-TO(WS-GM-IDX) = 0
                           OR WS-GM-TO(WS-GM-IDX) >= WS-MAP-DATE)
                      AND (WS-GM-TOYTYPE(WS-GM-IDX) = WS-MAP-TOYTYPE
                           OR WS-GM-TOYTYPE(WS-GM-IDX) = '*') THEN
                       PERFORM RANK-GL-MAPPING
                       IF WS-GM-RANK > WS-GM-BEST-RANK THEN
                           MOVE WS-GM-RANK TO WS-GM-BEST-RANK
                           MOVE WS-GM-IDX TO WS-GM-BEST-IDX
                       ELSE IF WS-GM-RANK > 0
                          AND WS-GM-RANK = WS-GM-BEST-RANK
                          AND WS-GM-FROM(WS-GM-IDX)
                              > WS-GM-FROM(WS-GM-BEST-IDX) THEN
                           MOVE WS-GM-IDX TO WS-GM-BEST-IDX
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-GM-BEST-IDX > 0 THEN
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-GM-ACCOUNT(WS-GM-BEST-IDX) TO WS-MAP-ACCOUNT
               ELSE
                   MOVE 'N' TO WS-MAP-FOUND
                   MOVE "????" TO WS-MAP-ACCOUNT
               END-IF.

           RANK-GL-MAPPING.
               MOVE 0 TO WS-GM-RANK
               EVALUATE WS-GM-LOC-TYPE(WS-GM-IDX)
                   WHEN 'B'
                       IF WS-GM-LOCATION(WS-GM-IDX)(1:2)
                          = WS-MAP-BRANCH THEN
                           MOVE 5 TO WS-GM-RANK
                       END-IF
                   WHEN 'R'
                       IF WS-MAP-REGION NOT = SPACES
                          AND WS-GM-LOCATION(WS-GM-IDX)
                              = WS-MAP-REGION THEN
                           MOVE 3 TO WS-GM-RANK
                       END-IF
                   WHEN '*'
                       MOVE 1 TO WS-GM-RANK
               END-EVALUATE
               IF WS-GM-RANK > 0
                  AND WS-GM-TOYTYPE(WS-GM-IDX) = WS-MAP-TOYTYPE THEN
                   ADD 1 TO WS-GM-RANK
               END-IF.

           FIND-BRANCH.
               MOVE "(UNKNOWN BRANCH)" TO WS-BRM-NAME-FOUND
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                   IF WS-BRM-CODE(WS-BRM-IDX)
                      = WS-IMP-BRANCH(WS-IMP-IDX) THEN
                       MOVE WS-BRM-NAME(WS-BRM-IDX)
                           TO WS-BRM-NAME-FOUND
                   END-IF
               END-PERFORM.

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
                      AND WS-PRH-DATE(WS-PRH-IDX) <= WS-HIST-DATE
                      AND WS-PRH-DATE(WS-PRH-IDX) >= WS-PRH-BEST THEN
                       MOVE WS-PRH-DATE(WS-PRH-IDX) TO WS-PRH-BEST
                       MOVE WS-PRH-PRICE(WS-PRH-IDX) TO WS-HIST-PRICE
                   END-IF
               END-PERFORM.

           LOAD-PENDING-PRICES.
               OPEN INPUT PENDING-PRICE-FILE
               IF WS-PENDP-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PENDING-PRICE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-PPT-COUNT < 200 THEN
                                   ADD 1 TO WS-PPT-COUNT
                                   PERFORM KEEP-PENDING-PRICE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PENDING-PRICE-FILE
               END-IF.

           KEEP-PENDING-PRICE.
               MOVE PP-STATUS TO WS-PPT-STATUS(WS-PPT-COUNT)
               MOVE PP-TOYTYPE TO WS-PPT-TOYTYPE(WS-PPT-COUNT)
               MOVE PP-EFF-DATE TO WS-PPT-EFF-DATE(WS-PPT-COUNT)
               MOVE PP-PRICE TO WS-PPT-PRICE(WS-PPT-COUNT)
               MOVE PP-ENTERED-BY TO WS-PPT-ENT-BY(WS-PPT-COUNT)
               MOVE PP-ENTERED-ON TO WS-PPT-ENT-ON(WS-PPT-COUNT)
               MOVE 'N' TO WS-PPT-PICKED(WS-PPT-COUNT)
               MOVE PP-TOYTYPE TO WS-HIST-TYPE
               PERFORM FIND-TOY-TYPE
               IF PP-STATUS = 'P' AND WS-TYPE-IDX > 0
                  AND (WS-PICK-ENTRY = 0
                       OR WS-PICK-ENTRY = WS-PPT-COUNT) THEN
                   MOVE 'Y' TO WS-PPT-PICKED(WS-PPT-COUNT)
                   ADD 1 TO WS-PICKED-COUNT
                   MOVE 'Y' TO WS-TYP-CHANGED(WS-TYPE-IDX)
                   MOVE PP-PRICE TO WS-TYP-NEW(WS-TYPE-IDX)
                   MOVE WS-PPT-COUNT TO WS-TYP-ENTRY(WS-TYPE-IDX)
               END-IF.

           SET-CURRENT-PRICES.
               MOVE WS-RUN-DATE TO WS-HIST-DATE
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE WS-TYP-CODE(WS-TYPE-IDX) TO WS-HIST-TYPE
                   PERFORM GET-HIST-PRICE
                   MOVE WS-HIST-PRICE TO WS-TYP-CUR(WS-TYPE-IDX)
               END-PERFORM.

           LOAD-ISSUES.
               MOVE WS-FROM-INT TO WS-DAY-INT
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
                                   PERFORM ADD-ISSUE-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CSV-REPORT
               END-IF.

           ADD-ISSUE-LINE.
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
                   PERFORM FIND-TOY-TYPE
                   MOVE FUNCTION NUMVAL(WS-F-TOYS) TO WS-LINE-QTY
                   MOVE WS-DAY-DATE TO WS-HIST-DATE
                   PERFORM GET-HIST-PRICE
                   COMPUTE WS-LINE-VALUE =
                       WS-LINE-QTY * WS-HIST-PRICE
                   ADD WS-LINE-QTY TO WS-TYP-ISS-QTY(WS-TYPE-IDX)
                   ADD WS-LINE-VALUE TO WS-TYP-ISS-OLD(WS-TYPE-IDX)
                   IF WS-TYP-CHANGED(WS-TYPE-IDX) = 'Y' THEN
                       MOVE WS-F-BRANCH(1:2) TO WS-IMP-BRANCH-KEY
                       PERFORM FIND-IMPACT-ENTRY
                       IF WS-IMP-FOUND > 0 THEN
                           ADD WS-LINE-QTY
                               TO WS-IMP-ISS-QTY(WS-IMP-FOUND)
                           ADD WS-LINE-VALUE
                               TO WS-IMP-ISS-OLD(WS-IMP-FOUND)
                       END-IF
                   END-IF
               END-IF.

           FIND-IMPACT-ENTRY.
               MOVE 0 TO WS-IMP-FOUND
               PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-IMP-COUNT
                      OR WS-IMP-FOUND > 0
                   IF WS-IMP-BRANCH(WS-IMP-IDX) = WS-IMP-BRANCH-KEY
                      AND WS-IMP-TYPE(WS-IMP-IDX) = WS-HIST-TYPE THEN
                       MOVE WS-IMP-IDX TO WS-IMP-FOUND
                   END-IF
               END-PERFORM
               IF WS-IMP-FOUND = 0 THEN
                   IF WS-IMP-COUNT < 200 THEN
                       ADD 1 TO WS-IMP-COUNT
                       MOVE WS-IMP-COUNT TO WS-IMP-FOUND
                       MOVE WS-IMP-BRANCH-KEY
                           TO WS-IMP-BRANCH(WS-IMP-FOUND)
                       MOVE WS-HIST-TYPE TO WS-IMP-TYPE(WS-IMP-FOUND)
                       MOVE 0 TO WS-IMP-ISS-QTY(WS-IMP-FOUND)
                       MOVE 0 TO WS-IMP-ISS-OLD(WS-IMP-FOUND)
                       MOVE 0 TO WS-IMP-SOH-QTY(WS-IMP-FOUND)
                   ELSE
                       DISPLAY "IMPACT TABLE FULL (200 BRANCH/TYPE "
                           "LINES) -- LINE DROPPED"
                   END-IF
               END-IF.

           LOAD-STOCK.
               OPEN INPUT STOCK-FILE
               IF WS-STOCK-STATUS = "35" THEN
                   DISPLAY "STOCK.DAT NOT FOUND -- NO STOCK ON HAND "
                       "VALUED"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STOCK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM ADD-STOCK-LINE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE STOCK-FILE
               END-IF.

           ADD-STOCK-LINE.
               MOVE STK-TOYTYPE TO WS-HIST-TYPE
               PERFORM FIND-TOY-TYPE
               IF WS-TYPE-IDX > 0 AND STK-BALANCE IS NUMERIC THEN
                   ADD STK-BALANCE TO WS-TYP-SOH-QTY(WS-TYPE-IDX)
                   COMPUTE WS-LINE-VALUE =
                       STK-BALANCE * WS-TYP-CUR(WS-TYPE-IDX)
                   ADD WS-LINE-VALUE TO WS-TYP-SOH-OLD(WS-TYPE-IDX)
                   IF WS-TYP-CHANGED(WS-TYPE-IDX) = 'Y' THEN
                       MOVE STK-BRANCH TO WS-IMP-BRANCH-KEY
                       PERFORM FIND-IMPACT-ENTRY
                       IF WS-IMP-FOUND > 0 THEN
                           ADD STK-BALANCE
                               TO WS-IMP-SOH-QTY(WS-IMP-FOUND)
                       END-IF
                   END-IF
               END-IF.

           SORT-IMPACT-LINES.
               PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX >= WS-IMP-COUNT
                   PERFORM VARYING WS-IMP-IDX-2 FROM WS-IMP-IDX BY 1
                       UNTIL WS-IMP-IDX-2 > WS-IMP-COUNT
                       IF WS-IMP-ENTRY(WS-IMP-IDX-2)(1:3)
                          < WS-IMP-ENTRY(WS-IMP-IDX)(1:3) THEN
                           MOVE WS-IMP-ENTRY(WS-IMP-IDX)
                               TO WS-IMP-SWAP
                           MOVE WS-IMP-ENTRY(WS-IMP-IDX-2)
                               TO WS-IMP-ENTRY(WS-IMP-IDX)
                           MOVE WS-IMP-SWAP
                               TO WS-IMP-ENTRY(WS-IMP-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-IMPACT-REPORT.
               OPEN OUTPUT IMPACT-REPORT-FILE
               WRITE IMPACT-REPORT-OUT FROM DIVIDER-1
               MOVE WS-FROM-DATE TO IH-FROM
               MOVE WS-TO-DATE TO IH-TO
               MOVE WS-DAYS-READ TO IH-DAYS
               MOVE WS-RUN-DATE TO IH-RUN
               WRITE IMPACT-REPORT-OUT FROM IMP-HEADER-1
               WRITE IMPACT-REPORT-OUT FROM IMP-HEADER-2
               WRITE IMPACT-REPORT-OUT FROM IMP-HEADER-3
               WRITE IMPACT-REPORT-OUT FROM DIVIDER-1
               WRITE IMPACT-REPORT-OUT FROM IMP-PEND-HDR
               WRITE IMPACT-REPORT-OUT FROM IMP-PEND-COL
               WRITE IMPACT-REPORT-OUT FROM DIVIDER-3
               IF WS-PICKED-COUNT = 0 THEN
                   WRITE IMPACT-REPORT-OUT FROM IMP-NONE-LINE
                   WRITE IMPACT-REPORT-OUT FROM DIVIDER-1
                   CLOSE IMPACT-REPORT-FILE
               ELSE
                   PERFORM VARYING WS-PPT-IDX FROM 1 BY 1
                       UNTIL WS-PPT-IDX > WS-PPT-COUNT
                       IF WS-PPT-PICKED(WS-PPT-IDX) = 'Y' THEN
                           PERFORM WRITE-PENDING-LINE
                       END-IF
                   END-PERFORM
                   PERFORM WRITE-IMPACT-DETAIL
               END-IF.

           WRITE-PENDING-LINE.
               MOVE WS-PPT-TOYTYPE(WS-PPT-IDX) TO WS-HIST-TYPE
               PERFORM FIND-TOY-TYPE
               MOVE WS-PPT-IDX TO IP-ENTRY
               MOVE WS-TYP-NAME(WS-TYPE-IDX) TO IP-TYPE
               MOVE WS-PPT-EFF-DATE(WS-PPT-IDX) TO IP-EFF
               MOVE WS-TYP-CUR(WS-TYPE-IDX) TO IP-CUR
               MOVE WS-PPT-PRICE(WS-PPT-IDX) TO IP-NEW
               COMPUTE IP-CHANGE = WS-PPT-PRICE(WS-PPT-IDX)
                   - WS-TYP-CUR(WS-TYPE-IDX)
               MOVE WS-PPT-ENT-BY(WS-PPT-IDX) TO IP-ENT-BY
               MOVE WS-PPT-ENT-ON(WS-PPT-IDX) TO IP-ENT-ON
               IF WS-TYP-ENTRY(WS-TYPE-IDX) NOT = WS-PPT-IDX THEN
                   MOVE "SUPERSEDED BY LATER ENTRY" TO IP-NOTE
               ELSE
                   MOVE SPACES TO IP-NOTE
               END-IF
               WRITE IMPACT-REPORT-OUT FROM IMP-PEND-LINE.

           WRITE-IMPACT-DETAIL.
               WRITE IMPACT-REPORT-OUT FROM DIVIDER-1
               WRITE IMPACT-REPORT-OUT FROM IMP-COL-HDR
               MOVE 2 TO WS-TOT-IDX
               PERFORM CLEAR-TOTALS
               MOVE SPACES TO WS-PREV-BRANCH
               PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-IMP-COUNT
                   IF WS-IMP-BRANCH(WS-IMP-IDX) NOT = WS-PREV-BRANCH
                       THEN
                       IF WS-PREV-BRANCH NOT = SPACES THEN
                           PERFORM WRITE-BRANCH-TOTAL
                       END-IF
                       PERFORM WRITE-BRANCH-HEADING
                   END-IF
                   MOVE WS-IMP-BRANCH(WS-IMP-IDX) TO WS-PREV-BRANCH
                   PERFORM WRITE-IMPACT-LINE
               END-PERFORM
               IF WS-PREV-BRANCH NOT = SPACES THEN
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               WRITE IMPACT-REPORT-OUT FROM DIVIDER-1
               MOVE 2 TO WS-TOT-IDX
               MOVE SPACES TO IL-BRANCH
               MOVE "ALL " TO IL-TYPE
               PERFORM WRITE-TOTAL-LINE
               WRITE IMPACT-REPORT-OUT FROM DIVIDER-1
               WRITE IMPACT-REPORT-OUT FROM IMP-GL-HDR
               WRITE IMPACT-REPORT-OUT FROM DIVIDER-3
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   IF WS-TYP-CHANGED(WS-TYPE-IDX) = 'Y' THEN
                       PERFORM WRITE-GL-LINE
                   END-IF
               END-PERFORM
               WRITE IMPACT-REPORT-OUT FROM DIVIDER-1
               WRITE IMPACT-REPORT-OUT FROM IMP-NOTE-LINE-1
               WRITE IMPACT-REPORT-OUT FROM IMP-NOTE-LINE-2
               CLOSE IMPACT-REPORT-FILE.

           CLEAR-TOTALS.
               MOVE 0 TO WS-TOT-ISS-QTY(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-ISS-OLD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-ISS-NEW(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-SOH-QTY(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-SOH-OLD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-SOH-NEW(WS-TOT-IDX).

           WRITE-BRANCH-HEADING.
               PERFORM FIND-BRANCH
               MOVE WS-IMP-BRANCH(WS-IMP-IDX) TO IB-CODE
               MOVE WS-BRM-NAME-FOUND TO IB-NAME
               WRITE IMPACT-REPORT-OUT FROM DIVIDER-3
               WRITE IMPACT-REPORT-OUT FROM IMP-BRANCH-LINE
               MOVE 1 TO WS-TOT-IDX
               PERFORM CLEAR-TOTALS.

           WRITE-BRANCH-TOTAL.
               MOVE 1 TO WS-TOT-IDX
               MOVE WS-PREV-BRANCH TO IL-BRANCH
               MOVE "TOT " TO IL-TYPE
               PERFORM WRITE-TOTAL-LINE.

           WRITE-IMPACT-LINE.
               MOVE WS-IMP-TYPE(WS-IMP-IDX) TO WS-HIST-TYPE
               PERFORM FIND-TOY-TYPE
               MOVE WS-IMP-BRANCH(WS-IMP-IDX) TO IL-BRANCH
               MOVE WS-TYP-NAME(WS-TYPE-IDX) TO IL-TYPE
               MOVE WS-IMP-TYPE(WS-IMP-IDX) TO WS-MAP-TOYTYPE
               MOVE WS-IMP-BRANCH(WS-IMP-IDX) TO WS-MAP-BRANCH
               MOVE SPACES TO WS-MAP-REGION
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                   IF WS-BRM-CODE(WS-BRM-IDX) = WS-MAP-BRANCH THEN
                       MOVE WS-BRM-REGION(WS-BRM-IDX) TO WS-MAP-REGION
                   END-IF
               END-PERFORM
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-MAP-ACCOUNT TO IL-ACCOUNT
               MOVE WS-IMP-ISS-OLD(WS-IMP-IDX) TO WS-LN-ISS-OLD
               COMPUTE WS-LN-ISS-NEW = WS-IMP-ISS-QTY(WS-IMP-IDX)
                   * WS-TYP-NEW(WS-TYPE-IDX)
               COMPUTE WS-LN-SOH-OLD = WS-IMP-SOH-QTY(WS-IMP-IDX)
                   * WS-TYP-CUR(WS-TYPE-IDX)
               COMPUTE WS-LN-SOH-NEW = WS-IMP-SOH-QTY(WS-IMP-IDX)
                   * WS-TYP-NEW(WS-TYPE-IDX)
               MOVE WS-IMP-ISS-QTY(WS-IMP-IDX) TO IL-ISS-QTY
               MOVE WS-IMP-SOH-QTY(WS-IMP-IDX) TO IL-SOH-QTY
               PERFORM MOVE-LINE-AMOUNTS
               WRITE IMPACT-REPORT-OUT FROM IMP-LINE
               PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > 2
                   ADD WS-IMP-ISS-QTY(WS-IMP-IDX)
                       TO WS-TOT-ISS-QTY(WS-TOT-IDX)
                   ADD WS-LN-ISS-OLD TO WS-TOT-ISS-OLD(WS-TOT-IDX)
                   ADD WS-LN-ISS-NEW TO WS-TOT-ISS-NEW(WS-TOT-IDX)
                   ADD WS-IMP-SOH-QTY(WS-IMP-IDX)
                       TO WS-TOT-SOH-QTY(WS-TOT-IDX)
                   ADD WS-LN-SOH-OLD TO WS-TOT-SOH-OLD(WS-TOT-IDX)
                   ADD WS-LN-SOH-NEW TO WS-TOT-SOH-NEW(WS-TOT-IDX)
               END-PERFORM.

           WRITE-TOTAL-LINE.
               MOVE SPACES TO IL-ACCOUNT
               MOVE WS-TOT-ISS-OLD(WS-TOT-IDX) TO WS-LN-ISS-OLD
               MOVE WS-TOT-ISS-NEW(WS-TOT-IDX) TO WS-LN-ISS-NEW
               MOVE WS-TOT-SOH-OLD(WS-TOT-IDX) TO WS-LN-SOH-OLD
               MOVE WS-TOT-SOH-NEW(WS-TOT-IDX) TO WS-LN-SOH-NEW
               MOVE WS-TOT-ISS-QTY(WS-TOT-IDX) TO IL-ISS-QTY
               MOVE WS-TOT-SOH-QTY(WS-TOT-IDX) TO IL-SOH-QTY
               PERFORM MOVE-LINE-AMOUNTS
               WRITE IMPACT-REPORT-OUT FROM IMP-LINE.

           MOVE-LINE-AMOUNTS.
               COMPUTE WS-LN-ISS-DIFF = WS-LN-ISS-NEW - WS-LN-ISS-OLD
               COMPUTE WS-LN-SOH-DIFF = WS-LN-SOH-NEW - WS-LN-SOH-OLD
               MOVE WS-LN-ISS-OLD TO IL-ISS-OLD
               MOVE WS-LN-ISS-NEW TO IL-ISS-NEW
               MOVE WS-LN-ISS-DIFF TO IL-ISS-DIFF
               MOVE WS-LN-SOH-OLD TO IL-SOH-OLD
               MOVE WS-LN-SOH-NEW TO IL-SOH-NEW
               MOVE WS-LN-SOH-DIFF TO IL-SOH-DIFF.

           WRITE-GL-LINE.
               MOVE WS-TYP-ACCOUNT(WS-TYPE-IDX) TO IG-ACCOUNT
               MOVE WS-TYP-NAME(WS-TYPE-IDX) TO IG-TYPE
               MOVE WS-TYP-ISS-OLD(WS-TYPE-IDX) TO WS-LN-ISS-OLD
               COMPUTE WS-LN-ISS-NEW = WS-TYP-ISS-QTY(WS-TYPE-IDX)
                   * WS-TYP-NEW(WS-TYPE-IDX)
               COMPUTE WS-LN-ISS-DIFF = WS-LN-ISS-NEW - WS-LN-ISS-OLD
               MOVE WS-LN-ISS-OLD TO IG-OLD
               MOVE WS-LN-ISS-NEW TO IG-NEW
               MOVE WS-LN-ISS-DIFF TO IG-DIFF
               WRITE IMPACT-REPORT-OUT FROM IMP-GL-LINE.

           LOAD-KEPT-SUMMARIES.
               OPEN INPUT IMPACT-SUMMARY-FILE
               IF WS-IMPSUM-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ IMPACT-SUMMARY-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-OLD-SUMMARY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE IMPACT-SUMMARY-FILE
               END-IF.

           KEEP-OLD-SUMMARY.
               IF PI-ENTRY IS NUMERIC AND PI-ENTRY > 0
                  AND PI-ENTRY <= WS-PPT-COUNT
                  AND WS-KS-COUNT < 200 THEN
                   IF WS-PPT-STATUS(PI-ENTRY) = 'P'
                      AND WS-PPT-PICKED(PI-ENTRY) = 'N'
                      AND WS-PPT-TOYTYPE(PI-ENTRY) = PI-TOYTYPE
                      AND WS-PPT-EFF-DATE(PI-ENTRY) = PI-EFF-DATE
                      AND WS-PPT-PRICE(PI-ENTRY) = PI-PRICE
                      AND WS-PPT-ENT-ON(PI-ENTRY) = PI-ENTERED-ON THEN
                       ADD 1 TO WS-KS-COUNT
                       MOVE IMPACT-SUMMARY-RECORD
                           TO WS-KS-RECORD(WS-KS-COUNT)
                   END-IF
               END-IF.

           WRITE-IMPACT-SUMMARY.
               PERFORM LOAD-KEPT-SUMMARIES
               OPEN OUTPUT IMPACT-SUMMARY-FILE
               PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KS-COUNT
                   WRITE IMPACT-SUMMARY-RECORD
                       FROM WS-KS-RECORD(WS-KS-IDX)
               END-PERFORM
               PERFORM VARYING WS-PPT-IDX FROM 1 BY 1
                   UNTIL WS-PPT-IDX > WS-PPT-COUNT
                   IF WS-PPT-PICKED(WS-PPT-IDX) = 'Y' THEN
                       PERFORM WRITE-SUMMARY-RECORD
                   END-IF
               END-PERFORM
               CLOSE IMPACT-SUMMARY-FILE.

           WRITE-SUMMARY-RECORD.
               MOVE WS-PPT-TOYTYPE(WS-PPT-IDX) TO WS-HIST-TYPE
               PERFORM FIND-TOY-TYPE
               MOVE WS-PPT-IDX TO PI-ENTRY
               MOVE WS-PPT-TOYTYPE(WS-PPT-IDX) TO PI-TOYTYPE
               MOVE WS-PPT-EFF-DATE(WS-PPT-IDX) TO PI-EFF-DATE
               MOVE WS-PPT-PRICE(WS-PPT-IDX) TO PI-PRICE
               MOVE WS-PPT-ENT-BY(WS-PPT-IDX) TO PI-ENTERED-BY
               MOVE WS-PPT-ENT-ON(WS-PPT-IDX) TO PI-ENTERED-ON
               MOVE WS-TYP-CUR(WS-TYPE-IDX) TO PI-OLD-PRICE
               MOVE WS-FROM-DATE TO PI-FROM-DATE
               MOVE WS-TO-DATE TO PI-TO-DATE
               MOVE WS-RUN-DATE TO PI-RUN-DATE
               MOVE WS-DAYS-READ TO PI-DAYS
               MOVE WS-TYP-ISS-QTY(WS-TYPE-IDX) TO PI-ISS-QTY
               MOVE WS-TYP-ISS-OLD(WS-TYPE-IDX) TO PI-ISS-OLD
               COMPUTE PI-ISS-NEW = WS-TYP-ISS-QTY(WS-TYPE-IDX)
                   * WS-PPT-PRICE(WS-PPT-IDX)
               MOVE WS-TYP-SOH-QTY(WS-TYPE-IDX) TO PI-SOH-QTY
               MOVE WS-TYP-SOH-OLD(WS-TYPE-IDX) TO PI-SOH-OLD
               COMPUTE PI-SOH-NEW = WS-TYP-SOH-QTY(WS-TYPE-IDX)
                   * WS-PPT-PRICE(WS-PPT-IDX)
               MOVE WS-TYP-ACCOUNT(WS-TYPE-IDX) TO PI-GL-ACCOUNT
               COMPUTE PI-GL-DIFF = PI-ISS-NEW - PI-ISS-OLD
               WRITE IMPACT-SUMMARY-RECORD.
