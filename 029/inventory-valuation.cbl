       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-VALUATION.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT STOCK-FILE
           ASSIGN TO 'stock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STOCK-STATUS.

       SELECT STOCK-COST-FILE
           ASSIGN TO 'stockcost.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STKCOST-STATUS.

       SELECT PRICE-FILE
           ASSIGN TO 'price.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

       SELECT VALUATION-FILE
           ASSIGN DYNAMIC WS-VAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RC-KEYWORD   PIC X(8).
           05 RC-VALUE     PIC X(12).

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 STK-BRANCH   PIC A(2).
           05 STK-TOYTYPE  PIC A(1).
           05 STK-BALANCE  PIC 9(6).

       FD  STOCK-COST-FILE.
       01  STOCK-COST-RECORD.
           05 SC-BRANCH    PIC A(2).
           05 SC-TOYTYPE   PIC A(1).
           05 SC-AVG-COST  PIC 9(5)V9(4).
           05 SC-DATE      PIC 9(8).

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PRC-TOYTYPE  PIC A(1).
           05 PRC-EFF-DATE PIC 9(8).
           05 PRC-PRICE    PIC 9(3)V99.

       FD  VALUATION-FILE.
       01  VALUATION-OUT   PIC X(80).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(78) VALUE ALL "=".
       01  DIVIDER-3       PIC X(78) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-STOCK-STATUS PIC X(2).
       01  WS-STKCOST-STATUS PIC X(2).
       01  WS-PRICE-STATUS PIC X(2).
       01  WS-VAL-FILENAME PIC X(40).
       01  WS-VAL-MONTH    PIC X(6).
       01  WS-MONTH-START  PIC 9(8).
       01  WS-NEXT-MONTH   PIC 9(8).
       01  WS-MONTH-END    PIC 9(8).
       01  WS-NM-YEAR      PIC 9(4).
       01  WS-NM-MONTH     PIC 9(2).

       01  WS-TOY-PRICES.
           05 WS-PRICE-ENTRY OCCURS 4 TIMES.
               10 WS-PRICE      PIC 9(3)V99.
               10 WS-PRICE-DATE PIC 9(8).
       01  WS-TYPE-IDX     PIC 9(1).

       01  WS-VAL-TABLE.
           05 WS-VAL-COUNT PIC 9(3) VALUE 0.
           05 WS-VAL-ENTRY OCCURS 200 TIMES.
               10 WS-VAL-BRANCH PIC A(2).
               10 WS-VAL-TYPE   PIC A(1).
               10 WS-VAL-QTY    PIC 9(6).
               10 WS-VAL-COST   PIC 9(5)V9(4).
               10 WS-VAL-KNOWN  PIC A(1).
       01  WS-VAL-IDX      PIC 9(3).
       01  WS-VAL-IDX-2    PIC 9(3).
       01  WS-VAL-FOUND    PIC 9(3).
       01  WS-VAL-SWAP     PIC X(19).

       01  WS-LINE-COST    PIC 9(11)V99.
       01  WS-LINE-PRICE   PIC 9(11)V99.
       01  WS-LINE-DIFF    PIC S9(11)V99.
       01  WS-BR-QTY       PIC 9(8).
       01  WS-BR-COST      PIC 9(11)V99.
       01  WS-BR-PRICE     PIC 9(11)V99.
       01  WS-TOT-QTY      PIC 9(8) VALUE 0.
       01  WS-TOT-COST     PIC 9(11)V99 VALUE 0.
       01  WS-TOT-PRICE    PIC 9(11)V99 VALUE 0.
       01  WS-NO-COST      PIC 9(3) VALUE 0.
       01  WS-PREV-BRANCH  PIC A(2).

       01  VAL-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(36) VALUE
               "INVENTORY VALUATION AT COST / PRICE ".
           05 FILL         PIC X(10) VALUE "MONTH END ".
           05 VH-DATE      PIC 9(8).
           05 FILL         PIC X(5) VALUE " RUN ".
           05 VH-RUN       PIC X(8).
       01  VAL-COL-HDR.
           05 FILL         PIC X(8) VALUE "BRANCH  ".
           05 FILL         PIC X(6) VALUE "TYPE  ".
           05 FILL         PIC X(8) VALUE "     QTY".
           05 FILL         PIC X(12) VALUE "    AVG COST".
           05 FILL         PIC X(15) VALUE "        AT COST".
           05 FILL         PIC X(8) VALUE "   PRICE".
           05 FILL         PIC X(15) VALUE "       AT PRICE".
           05 FILL         PIC X(7) VALUE "   NOTE".
       01  VAL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 VL-BRANCH    PIC A(2).
           05 FILL         PIC X(4) VALUE SPACES.
           05 VL-TYPE      PIC X(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 VL-QTY       PIC Z(7)9.
           05 VL-COST      PIC Z(6)9.9999.
           05 VL-AT-COST   PIC Z(11)9.99.
           05 VL-PRICE     PIC Z(4)9.99.
           05 VL-AT-PRICE  PIC Z(11)9.99.
           05 FILL         PIC X(2) VALUE SPACES.
           05 VL-NOTE      PIC X(6).
       01  VAL-BR-TOTAL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(12) VALUE "BRANCH TOTAL".
           05 VB-QTY       PIC Z(7)9.
           05 FILL         PIC X(11) VALUE SPACES.
           05 VB-AT-COST   PIC Z(11)9.99.
           05 FILL         PIC X(8) VALUE SPACES.
           05 VB-AT-PRICE  PIC Z(11)9.99.
       01  VAL-GRAND-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(12) VALUE "GRAND TOTAL ".
           05 VG-QTY       PIC Z(7)9.
           05 FILL         PIC X(11) VALUE SPACES.
           05 VG-AT-COST   PIC Z(11)9.99.
           05 FILL         PIC X(8) VALUE SPACES.
           05 VG-AT-PRICE  PIC Z(11)9.99.
       01  VAL-DIFF-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(30) VALUE
               "MARGIN (PRICE LESS COST):     ".
           05 VD-DIFF      PIC -(11)9.99.
       01  VAL-NOTE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(48) VALUE
               "NOCOST = NO STOCKCOST.DAT ENTRY, VALUED AT ZERO:".
           05 VN-COUNT     PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           DISPLAY "VALUATION MONTH (YYYYMM, BLANK = MONTH BEFORE "
               "THE RUN DATE): " WITH NO ADVANCING
           ACCEPT WS-VAL-MONTH
           IF WS-VAL-MONTH = SPACES THEN
               MOVE WS-RUN-DATE(1:4) TO WS-NM-YEAR
               MOVE WS-RUN-DATE(5:2) TO WS-NM-MONTH
               IF WS-NM-MONTH = 1 THEN
                   SUBTRACT 1 FROM WS-NM-YEAR
                   MOVE 12 TO WS-NM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-NM-MONTH
               END-IF
               MOVE WS-NM-YEAR TO WS-VAL-MONTH(1:4)
               MOVE WS-NM-MONTH TO WS-VAL-MONTH(5:2)
           END-IF
           IF WS-VAL-MONTH IS NOT NUMERIC
              OR WS-VAL-MONTH(5:2) < "01"
              OR WS-VAL-MONTH(5:2) > "12" THEN
               DISPLAY "MONTH MUST BE YYYYMM -- NOTHING PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-VAL-MONTH(1:4) TO WS-NM-YEAR
           MOVE WS-VAL-MONTH(5:2) TO WS-NM-MONTH
           COMPUTE WS-MONTH-START = WS-NM-YEAR * 10000
               + WS-NM-MONTH * 100 + 1
           IF WS-NM-MONTH = 12 THEN
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           COMPUTE WS-NEXT-MONTH = WS-NM-YEAR * 10000
               + WS-NM-MONTH * 100 + 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)

           PERFORM LOAD-PRICES
           PERFORM LOAD-STOCK
           IF WS-VAL-COUNT = 0 THEN
               DISPLAY "STOCK.DAT EMPTY OR NOT FOUND -- NOTHING "
                   "PRODUCED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STOCK-COSTS
           PERFORM SORT-VALUATION

           MOVE SPACES TO WS-VAL-FILENAME
           STRING "valuation_" WS-VAL-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-VAL-FILENAME
           OPEN OUTPUT VALUATION-FILE
           WRITE VALUATION-OUT FROM DIVIDER-1
           MOVE WS-MONTH-END TO VH-DATE
           MOVE WS-RUN-DATE TO VH-RUN
           WRITE VALUATION-OUT FROM VAL-HEADER-1
           WRITE VALUATION-OUT FROM DIVIDER-1
           WRITE VALUATION-OUT FROM VAL-COL-HDR
           WRITE VALUATION-OUT FROM DIVIDER-3
           MOVE SPACES TO WS-PREV-BRANCH
           MOVE 0 TO WS-BR-QTY
           MOVE 0 TO WS-BR-COST
           MOVE 0 TO WS-BR-PRICE
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-VAL-COUNT
               IF WS-VAL-BRANCH(WS-VAL-IDX) NOT = WS-PREV-BRANCH
                  AND WS-PREV-BRANCH NOT = SPACES THEN
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               MOVE WS-VAL-BRANCH(WS-VAL-IDX) TO WS-PREV-BRANCH
               PERFORM WRITE-VALUATION-LINE
           END-PERFORM
           PERFORM WRITE-BRANCH-TOTAL
           WRITE VALUATION-OUT FROM DIVIDER-1
           MOVE WS-TOT-QTY TO VG-QTY
           MOVE WS-TOT-COST TO VG-AT-COST
           MOVE WS-TOT-PRICE TO VG-AT-PRICE
           WRITE VALUATION-OUT FROM VAL-GRAND-LINE
           COMPUTE WS-LINE-DIFF = WS-TOT-PRICE - WS-TOT-COST
           MOVE WS-LINE-DIFF TO VD-DIFF
           WRITE VALUATION-OUT FROM VAL-DIFF-LINE
           IF WS-NO-COST > 0 THEN
               MOVE WS-NO-COST TO VN-COUNT
               WRITE VALUATION-OUT FROM VAL-NOTE-LINE
           END-IF
           WRITE VALUATION-OUT FROM DIVIDER-1
           CLOSE VALUATION-FILE

           DISPLAY "VALUATION WRITTEN TO " WS-VAL-FILENAME
           DISPLAY "AT COST: " WS-TOT-COST "  AT PRICE: "
               WS-TOT-PRICE

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
                               IF RC-KEYWORD = "RUNDATE"
                                  AND RC-VALUE(1:8) IS NUMERIC THEN
                                   MOVE RC-VALUE(1:8) TO WS-RUN-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-RUNCTL-EOF
                   CLOSE RUNCTL-FILE
               END-IF.

           LOAD-PRICES.
               MOVE 15.00 TO WS-PRICE(1)
               MOVE 25.00 TO WS-PRICE(2)
               MOVE 20.00 TO WS-PRICE(3)
               MOVE 50.00 TO WS-PRICE(4)
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE 0 TO WS-PRICE-DATE(WS-TYPE-IDX)
               END-PERFORM
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
                               PERFORM APPLY-PRICE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PRICE-FILE
               END-IF.

           APPLY-PRICE.
               MOVE 0 TO WS-TYPE-IDX
               EVALUATE PRC-TOYTYPE
                   WHEN 'A'
                       MOVE 1 TO WS-TYPE-IDX
                   WHEN 'B'
                       MOVE 2 TO WS-TYPE-IDX
                   WHEN 'C'
                       MOVE 3 TO WS-TYPE-IDX
                   WHEN 'D'
                       MOVE 4 TO WS-TYPE-IDX
               END-EVALUATE
               IF WS-TYPE-IDX > 0 AND PRC-EFF-DATE <= WS-MONTH-END
                  AND PRC-EFF-DATE >= WS-PRICE-DATE(WS-TYPE-IDX) THEN
                   MOVE PRC-PRICE TO WS-PRICE(WS-TYPE-IDX)
                   MOVE PRC-EFF-DATE TO WS-PRICE-DATE(WS-TYPE-IDX)
               END-IF.

           LOAD-STOCK.
               OPEN INPUT STOCK-FILE
               IF WS-STOCK-STATUS = "35" THEN
                   DISPLAY "STOCK.DAT NOT FOUND"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STOCK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-VAL-COUNT < 200 THEN
                                   ADD 1 TO WS-VAL-COUNT
                                   MOVE STK-BRANCH
                                       TO WS-VAL-BRANCH(WS-VAL-COUNT)
                                   MOVE STK-TOYTYPE
                                       TO WS-VAL-TYPE(WS-VAL-COUNT)
                                   MOVE STK-BALANCE
                                       TO WS-VAL-QTY(WS-VAL-COUNT)
                                   MOVE 0 TO WS-VAL-COST(WS-VAL-COUNT)
                                   MOVE 'N'
                                       TO WS-VAL-KNOWN(WS-VAL-COUNT)
                               ELSE
                                   DISPLAY "STOCK.DAT EXCEEDS 200 "
                                       "ENTRIES -- ENTRY DROPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE STOCK-FILE
               END-IF.

           LOAD-STOCK-COSTS.
               OPEN INPUT STOCK-COST-FILE
               IF WS-STKCOST-STATUS = "35" THEN
                   DISPLAY "STOCKCOST.DAT NOT FOUND -- NO COSTS "
                       "AVAILABLE"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STOCK-COST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-STOCK-COST
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE STOCK-COST-FILE
               END-IF.

           KEEP-STOCK-COST.
               MOVE 0 TO WS-VAL-FOUND
               PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > WS-VAL-COUNT
                      OR WS-VAL-FOUND > 0
                   IF WS-VAL-BRANCH(WS-VAL-IDX) = SC-BRANCH
                      AND WS-VAL-TYPE(WS-VAL-IDX) = SC-TOYTYPE THEN
                       MOVE WS-VAL-IDX TO WS-VAL-FOUND
                   END-IF
               END-PERFORM
               IF WS-VAL-FOUND > 0 AND SC-AVG-COST IS NUMERIC THEN
                   MOVE SC-AVG-COST TO WS-VAL-COST(WS-VAL-FOUND)
                   MOVE 'Y' TO WS-VAL-KNOWN(WS-VAL-FOUND)
               END-IF.

           SORT-VALUATION.
               PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX >= WS-VAL-COUNT
                   PERFORM VARYING WS-VAL-IDX-2 FROM WS-VAL-IDX BY 1
                       UNTIL WS-VAL-IDX-2 > WS-VAL-COUNT
                       IF WS-VAL-ENTRY(WS-VAL-IDX-2)(1:3)
                          < WS-VAL-ENTRY(WS-VAL-IDX)(1:3) THEN
                           MOVE WS-VAL-ENTRY(WS-VAL-IDX)
                               TO WS-VAL-SWAP
                           MOVE WS-VAL-ENTRY(WS-VAL-IDX-2)
                               TO WS-VAL-ENTRY(WS-VAL-IDX)
                           MOVE WS-VAL-SWAP
                               TO WS-VAL-ENTRY(WS-VAL-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-VALUATION-LINE.
               MOVE WS-VAL-BRANCH(WS-VAL-IDX) TO VL-BRANCH
               MOVE 0 TO WS-TYPE-IDX
               EVALUATE WS-VAL-TYPE(WS-VAL-IDX)
                   WHEN 'A'
                       MOVE "SOFT" TO VL-TYPE
                       MOVE 1 TO WS-TYPE-IDX
                   WHEN 'B'
                       MOVE "HARD" TO VL-TYPE
                       MOVE 2 TO WS-TYPE-IDX
                   WHEN 'C'
                       MOVE "PUZZ" TO VL-TYPE
                       MOVE 3 TO WS-TYPE-IDX
                   WHEN 'D'
                       MOVE "ELEC" TO VL-TYPE
                       MOVE 4 TO WS-TYPE-IDX
                   WHEN OTHER
                       MOVE "????" TO VL-TYPE
               END-EVALUATE
               MOVE WS-VAL-QTY(WS-VAL-IDX) TO VL-QTY
               MOVE WS-VAL-COST(WS-VAL-IDX) TO VL-COST
               COMPUTE WS-LINE-COST ROUNDED = WS-VAL-QTY(WS-VAL-IDX)
                   * WS-VAL-COST(WS-VAL-IDX)
               MOVE WS-LINE-COST TO VL-AT-COST
               IF WS-TYPE-IDX > 0 THEN
                   MOVE WS-PRICE(WS-TYPE-IDX) TO VL-PRICE
                   COMPUTE WS-LINE-PRICE = WS-VAL-QTY(WS-VAL-IDX)
                       * WS-PRICE(WS-TYPE-IDX)
               ELSE
                   MOVE 0 TO VL-PRICE
                   MOVE 0 TO WS-LINE-PRICE
               END-IF
               MOVE WS-LINE-PRICE TO VL-AT-PRICE
               IF WS-VAL-KNOWN(WS-VAL-IDX) = 'N'
                  AND WS-VAL-QTY(WS-VAL-IDX) > 0 THEN
                   MOVE "NOCOST" TO VL-NOTE
                   ADD 1 TO WS-NO-COST
               ELSE
                   MOVE SPACES TO VL-NOTE
               END-IF
               WRITE VALUATION-OUT FROM VAL-LINE
               ADD WS-VAL-QTY(WS-VAL-IDX) TO WS-BR-QTY
               ADD WS-LINE-COST TO WS-BR-COST
               ADD WS-LINE-PRICE TO WS-BR-PRICE.

           WRITE-BRANCH-TOTAL.
               MOVE WS-BR-QTY TO VB-QTY
               MOVE WS-BR-COST TO VB-AT-COST
               MOVE WS-BR-PRICE TO VB-AT-PRICE
               WRITE VALUATION-OUT FROM VAL-BR-TOTAL-LINE
               WRITE VALUATION-OUT FROM DIVIDER-3
               ADD WS-BR-QTY TO WS-TOT-QTY
               ADD WS-BR-COST TO WS-TOT-COST
               ADD WS-BR-PRICE TO WS-TOT-PRICE
               MOVE 0 TO WS-BR-QTY
               MOVE 0 TO WS-BR-COST
               MOVE 0 TO WS-BR-PRICE.
