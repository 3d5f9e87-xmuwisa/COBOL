       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-REBALANCE.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT BRANCH-FILE
           ASSIGN TO 'branch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       SELECT STOCK-FILE
           ASSIGN TO 'stock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STOCK-STATUS.

       SELECT INTRANSIT-FILE
           ASSIGN TO 'intransit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITR-STATUS.

       SELECT TRANSFER-FILE
           ASSIGN TO 'transfers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFER-STATUS.

       SELECT BACKORDER-FILE
           ASSIGN TO 'backorder.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BO-STATUS.

       SELECT CSV-REPORT
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT REBAL-PROPOSAL-FILE
           ASSIGN TO 'rebalprop.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REBAL-REPORT-FILE
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

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BRM-CODE     PIC A(2).
           05 BRM-NAME     PIC X(20).
           05 BRM-REGION   PIC X(10).
           05 BRM-MANAGER  PIC X(20).
           05 BRM-STATUS   PIC X(1).
           05 BRM-CLOSE-DATE PIC 9(8).

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 STK-BRANCH   PIC A(2).
           05 STK-TOYTYPE  PIC A(1).
           05 STK-BALANCE  PIC 9(6).

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

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05 XFR-FROM     PIC A(2).
           05 XFR-TO       PIC A(2).
           05 XFR-TOYTYPE  PIC A(1).
           05 XFR-QTY      PIC 9(4).

       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05 BO-DATE      PIC 9(8).
           05 BO-BRANCH    PIC A(2).
           05 BO-ID        PIC 9(4).
           05 BO-TOYTYPE   PIC A(1).
           05 BO-QTY       PIC 9(4).

       FD  CSV-REPORT.
       01  CSV-IN          PIC X(40).

       FD  REBAL-PROPOSAL-FILE.
       01  REBAL-PROPOSAL-RECORD.
           05 RBP-STATUS   PIC X(1).
           05 RBP-SEQ      PIC 9(3).
           05 RBP-DATE     PIC 9(8).
           05 RBP-FROM     PIC A(2).
           05 RBP-TO       PIC A(2).
           05 RBP-TOYTYPE  PIC A(1).
           05 RBP-QTY      PIC 9(4).
           05 RBP-FROM-ONHAND PIC 9(6).
           05 RBP-TO-POSITION PIC 9(6).
           05 RBP-TO-BACKORDER PIC 9(6).
           05 RBP-REVIEWED-BY PIC X(3).
           05 RBP-REVIEWED-ON PIC 9(8).

       FD  REBAL-REPORT-FILE.
       01  REBAL-OUT       PIC X(100).

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
           05 RS-PROGRAM   PIC X(20) VALUE "STOCK-REBALANCE".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  DIVIDER-1       PIC X(100) VALUE ALL "=".
       01  DIVIDER-3       PIC X(100) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-STOCK-STATUS PIC X(2).
       01  WS-ITR-STATUS   PIC X(2).
       01  WS-XFER-STATUS  PIC X(2).
       01  WS-BO-STATUS    PIC X(2).
       01  WS-CSV-STATUS   PIC X(2).
       01  WS-CSV-FILENAME PIC X(60).
       01  WS-RPT-FILENAME PIC X(40).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-DATE-NUM     PIC 9(8).
       01  WS-RUN-INT      PIC 9(8).
       01  WS-DAY-INT      PIC 9(8).
       01  WS-DAY-DATE     PIC 9(8).
       01  WS-DAY-COUNT    PIC 9(3).
       01  WS-FIRST-LINE   PIC A(1).

       01  WS-RATE-DAYS    PIC 9(3) VALUE 28.
       01  WS-MIN-DAYS     PIC 9(3) VALUE 14.
       01  WS-MAX-DAYS     PIC 9(3) VALUE 60.
       01  WS-CSV-DAYS     PIC 9(3) VALUE 0.

       01  WS-BRM-TABLE.
           05 WS-BRM-COUNT PIC 9(2) VALUE 0.
           05 WS-BRM-ENTRY OCCURS 50 TIMES.
               10 WS-BRM-CODE   PIC A(2).
               10 WS-BRM-STATUS PIC X(1).
       01  WS-BRM-IDX      PIC 9(2).

       01  WS-RB-TABLE.
           05 WS-RB-COUNT  PIC 9(3) VALUE 0.
           05 WS-RB-ENTRY OCCURS 200 TIMES.
               10 WS-RB-BRANCH   PIC A(2).
               10 WS-RB-TYPE     PIC A(1).
               10 WS-RB-ONHAND   PIC S9(7).
               10 WS-RB-INTRANS  PIC 9(7).
               10 WS-RB-BACKORD  PIC 9(7).
               10 WS-RB-ISSUED   PIC 9(7).
               10 WS-RB-RATE     PIC 9(5)V99.
               10 WS-RB-MIN      PIC 9(7).
               10 WS-RB-MAX      PIC 9(7).
               10 WS-RB-SHORT    PIC 9(7).
               10 WS-RB-SURPLUS  PIC 9(7).
               10 WS-RB-CLOSED   PIC A(1).
       01  WS-RB-IDX       PIC 9(3).
       01  WS-RB-IDX-2     PIC 9(3).
       01  WS-RB-FOUND     PIC 9(3).
       01  WS-RB-SWAP      PIC X(67).
       01  WS-RB-KEY-BRANCH PIC A(2).
       01  WS-RB-KEY-TYPE  PIC A(1).
       01  WS-POSITION     PIC S9(8).
       01  WS-WORK-QTY     PIC S9(8).

       01  WS-PRP-TABLE.
           05 WS-PRP-COUNT PIC 9(3) VALUE 0.
           05 WS-PRP-ENTRY OCCURS 200 TIMES.
               10 WS-PRP-FROM     PIC A(2).
               10 WS-PRP-TO       PIC A(2).
               10 WS-PRP-TYPE     PIC A(1).
               10 WS-PRP-QTY      PIC 9(4).
               10 WS-PRP-FROM-ONHAND PIC 9(6).
               10 WS-PRP-TO-POS   PIC 9(6).
               10 WS-PRP-TO-BO    PIC 9(6).
       01  WS-PRP-IDX      PIC 9(3).
       01  WS-PRP-TOTAL    PIC 9(7) VALUE 0.

       01  WS-TYPE-CODES   PIC X(4) VALUE "ABCD".
       01  WS-TYPE-IDX     PIC 9(1).
       01  WS-MATCH-TYPE   PIC A(1).
       01  WS-SHORT-IDX    PIC 9(3).
       01  WS-OVER-IDX     PIC 9(3).
       01  WS-MATCH-DONE   PIC A(1).
       01  WS-MOVE-QTY     PIC 9(7).
       01  WS-SHORT-COUNT  PIC 9(3) VALUE 0.
       01  WS-OVER-COUNT   PIC 9(3) VALUE 0.
       01  WS-UNMET-COUNT  PIC 9(3) VALUE 0.

       01  WS-F-BRANCH     PIC X(4).
       01  WS-F-ID         PIC X(6).
       01  WS-F-TYPE       PIC X(6).
       01  WS-F-TOYS       PIC X(6).

       01  RB-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(34) VALUE
               "INTER-BRANCH REBALANCING PROPOSALS".
           05 FILL         PIC X(12) VALUE "  RUN DATE ".
           05 RH-DATE      PIC X(8).
       01  RB-HEADER-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(18) VALUE "ISSUE RATE OVER ".
           05 RH-DAYS      PIC ZZ9.
           05 FILL         PIC X(7) VALUE " DAYS (".
           05 RH-CSV-DAYS  PIC ZZ9.
           05 FILL         PIC X(16) VALUE " WITH ISSUES)  ".
           05 FILL         PIC X(10) VALUE "MIN COVER ".
           05 RH-MIN       PIC ZZ9.
           05 FILL         PIC X(16) VALUE " DAYS  MAX COVER".
           05 RH-MAX       PIC ZZZ9.
           05 FILL         PIC X(5) VALUE " DAYS".
       01  RB-POS-TITLE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(30) VALUE
               "STOCK POSITION BY BRANCH/TYPE".
       01  RB-POS-HDR.
           05 FILL         PIC X(8) VALUE "BR TYPE".
           05 FILL         PIC X(40) VALUE
               " ON HAND IN TRANS BACKORD  ISSUED  /DAY".
           05 FILL         PIC X(40) VALUE
               "     MIN     MAX   SHORT SURPLUS STATUS".
       01  RB-POS-LINE.
           05 RP-BRANCH    PIC A(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RP-TYPE      PIC X(4).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RP-ONHAND    PIC -------9.
           05 RP-INTRANS   PIC ZZZZZZZ9.
           05 RP-BACKORD   PIC ZZZZZZZ9.
           05 RP-ISSUED    PIC ZZZZZZZ9.
           05 RP-RATE      PIC ZZZ9.99.
           05 FILL         PIC X(1) VALUE SPACE.
           05 RP-MIN       PIC ZZZZZZZ9.
           05 RP-MAX       PIC ZZZZZZZ9.
           05 RP-SHORT     PIC ZZZZZZZ9.
           05 RP-SURPLUS   PIC ZZZZZZZ9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 RP-STATUS    PIC X(8).
       01  RB-PRP-TITLE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "PROPOSED TRANSFERS (REVIEW TO APPROVE)".
       01  RB-PRP-HDR.
           05 FILL         PIC X(40) VALUE
               "SEQ FROM TO  TYPE     QTY  FROM ON HAND".
           05 FILL         PIC X(40) VALUE
               "  TO POSITION  TO BACKORDERS".
       01  RB-PRP-LINE.
           05 RL-SEQ       PIC 9(3).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RL-FROM      PIC A(2).
           05 FILL         PIC X(3) VALUE SPACES.
           05 RL-TO        PIC A(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RL-TYPE      PIC X(4).
           05 RL-QTY       PIC ZZZZZZZ9.
           05 RL-FROM-ONHAND PIC ZZZZZZZZZZZZ9.
           05 RL-TO-POS    PIC ZZZZZZZZZZZZ9.
           05 RL-TO-BO     PIC ZZZZZZZZZZZZZZ9.
       01  RB-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "NO TRANSFERS PROPOSED TODAY".
       01  RB-TOTAL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(11) VALUE "PROPOSALS: ".
           05 RT-COUNT     PIC ZZ9.
           05 FILL         PIC X(14) VALUE "  TOYS MOVED: ".
           05 RT-QTY       PIC ZZZZZZ9.
           05 FILL         PIC X(16) VALUE "  SHORT LINES: ".
           05 RT-SHORT     PIC ZZ9.
           05 FILL         PIC X(20) VALUE "  STILL UNCOVERED: ".
           05 RT-UNMET     PIC ZZ9.
       01  RB-NOTE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(45) VALUE
               "APPROVED LINES ARE QUEUED ON TRANSFERS.DAT BY".
           05 FILL         PIC X(45) VALUE
               " REBALANCE-REVIEW FOR THE NEXT DAILY BATCH".

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-RATE-DAYS = 0 THEN
               MOVE 28 TO WS-RATE-DAYS
           END-IF
           IF WS-MAX-DAYS < WS-MIN-DAYS THEN
               MOVE WS-MIN-DAYS TO WS-MAX-DAYS
           END-IF

           PERFORM LOAD-BRANCHES
           PERFORM LOAD-STOCK
           PERFORM LOAD-INTRANSIT
           PERFORM LOAD-QUEUED-TRANSFERS
           PERFORM LOAD-BACKORDERS
           PERFORM VARYING WS-DAY-COUNT FROM 0 BY 1
               UNTIL WS-DAY-COUNT >= WS-RATE-DAYS
               COMPUTE WS-DAY-INT = WS-RUN-INT - WS-DAY-COUNT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM LOAD-ONE-DAY
           END-PERFORM

           PERFORM SORT-POSITIONS
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
               PERFORM SET-POSITION-LIMITS
           END-PERFORM
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4
               MOVE WS-TYPE-CODES(WS-TYPE-IDX:1) TO WS-MATCH-TYPE
               MOVE 'N' TO WS-MATCH-DONE
               PERFORM MATCH-ONE-PAIR UNTIL WS-MATCH-DONE = 'Y'
           END-PERFORM
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
               IF WS-RB-SHORT(WS-RB-IDX) > 0 THEN
                   ADD 1 TO WS-UNMET-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-RPT-FILENAME
           STRING "rebalance_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           PERFORM WRITE-PROPOSALS
           PERFORM WRITE-REBALANCE-REPORT

           DISPLAY "REBALANCING: " WS-SHORT-COUNT " SHORT, "
               WS-OVER-COUNT " OVERSTOCKED, " WS-PRP-COUNT
               " TRANSFERS PROPOSED (" WS-PRP-TOTAL " TOYS)"
           IF WS-PRP-COUNT > 0 THEN
               DISPLAY "REVIEW " FUNCTION TRIM(WS-RPT-FILENAME)
                   " AND APPROVE WITH REBALANCE-REVIEW"
           END-IF

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
               ELSE IF RC-KEYWORD = "RBDAYS" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-RATE-DAYS
               ELSE IF RC-KEYWORD = "RBMIN" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-MIN-DAYS
               ELSE IF RC-KEYWORD = "RBMAX" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-MAX-DAYS
               END-IF.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   DISPLAY "BRANCH.DAT NOT FOUND -- ALL BRANCHES "
                       "TREATED AS OPEN"
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
                                   MOVE BRM-STATUS
                                       TO WS-BRM-STATUS(WS-BRM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           LOAD-STOCK.
               OPEN INPUT STOCK-FILE
               IF WS-STOCK-STATUS = "35" THEN
                   DISPLAY "STOCK.DAT NOT FOUND -- NO ON-HAND "
                       "BALANCES"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STOCK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE STK-BRANCH TO WS-RB-KEY-BRANCH
                               MOVE STK-TOYTYPE TO WS-RB-KEY-TYPE
                               PERFORM FIND-RB-ENTRY
                               IF WS-RB-FOUND > 0 THEN
                                   ADD STK-BALANCE
                                       TO WS-RB-ONHAND(WS-RB-FOUND)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE STOCK-FILE
               END-IF.

           LOAD-INTRANSIT.
               OPEN INPUT INTRANSIT-FILE
               IF WS-ITR-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ INTRANSIT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE IT-TO TO WS-RB-KEY-BRANCH
                               MOVE IT-TOYTYPE TO WS-RB-KEY-TYPE
                               PERFORM FIND-RB-ENTRY
                               IF WS-RB-FOUND > 0 THEN
                                   ADD IT-QTY
                                       TO WS-RB-INTRANS(WS-RB-FOUND)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE INTRANSIT-FILE
               END-IF.

           LOAD-QUEUED-TRANSFERS.
               OPEN INPUT TRANSFER-FILE
               IF WS-XFER-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ TRANSFER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM APPLY-QUEUED-TRANSFER
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE TRANSFER-FILE
               END-IF.

           APPLY-QUEUED-TRANSFER.
               MOVE XFR-FROM TO WS-RB-KEY-BRANCH
               MOVE XFR-TOYTYPE TO WS-RB-KEY-TYPE
               PERFORM FIND-RB-ENTRY
               IF WS-RB-FOUND > 0 THEN
                   SUBTRACT XFR-QTY FROM WS-RB-ONHAND(WS-RB-FOUND)
               END-IF
               MOVE XFR-TO TO WS-RB-KEY-BRANCH
               PERFORM FIND-RB-ENTRY
               IF WS-RB-FOUND > 0 THEN
                   ADD XFR-QTY TO WS-RB-INTRANS(WS-RB-FOUND)
               END-IF.

           LOAD-BACKORDERS.
               OPEN INPUT BACKORDER-FILE
               IF WS-BO-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BACKORDER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE BO-BRANCH TO WS-RB-KEY-BRANCH
                               MOVE BO-TOYTYPE TO WS-RB-KEY-TYPE
                               PERFORM FIND-RB-ENTRY
                               IF WS-RB-FOUND > 0 THEN
                                   ADD BO-QTY
                                       TO WS-RB-BACKORD(WS-RB-FOUND)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BACKORDER-FILE
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
                       MOVE 'A' TO WS-RB-KEY-TYPE
                   WHEN "HARD"
                       MOVE 'B' TO WS-RB-KEY-TYPE
                   WHEN "PUZZ"
                       MOVE 'C' TO WS-RB-KEY-TYPE
                   WHEN "ELEC"
                       MOVE 'D' TO WS-RB-KEY-TYPE
                   WHEN OTHER
                       MOVE SPACE TO WS-RB-KEY-TYPE
               END-EVALUATE
               IF WS-RB-KEY-TYPE = SPACE OR WS-F-TOYS = SPACES THEN
                   CONTINUE
               ELSE
                   MOVE WS-F-BRANCH(1:2) TO WS-RB-KEY-BRANCH
                   PERFORM FIND-RB-ENTRY
                   IF WS-RB-FOUND > 0 THEN
                       ADD FUNCTION NUMVAL(WS-F-TOYS)
                           TO WS-RB-ISSUED(WS-RB-FOUND)
                   END-IF
               END-IF.

           FIND-RB-ENTRY.
               MOVE 0 TO WS-RB-FOUND
               PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
                      OR WS-RB-FOUND > 0
                   IF WS-RB-BRANCH(WS-RB-IDX) = WS-RB-KEY-BRANCH
                      AND WS-RB-TYPE(WS-RB-IDX) = WS-RB-KEY-TYPE THEN
                       MOVE WS-RB-IDX TO WS-RB-FOUND
                   END-IF
               END-PERFORM
               IF WS-RB-FOUND = 0 THEN
                   IF WS-RB-COUNT < 200 THEN
                       ADD 1 TO WS-RB-COUNT
                       MOVE WS-RB-COUNT TO WS-RB-FOUND
                       INITIALIZE WS-RB-ENTRY(WS-RB-FOUND)
                       MOVE WS-RB-KEY-BRANCH
                           TO WS-RB-BRANCH(WS-RB-FOUND)
                       MOVE WS-RB-KEY-TYPE TO WS-RB-TYPE(WS-RB-FOUND)
                       MOVE 'N' TO WS-RB-CLOSED(WS-RB-FOUND)
                       PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                           UNTIL WS-BRM-IDX > WS-BRM-COUNT
                           IF WS-BRM-CODE(WS-BRM-IDX)
                              = WS-RB-KEY-BRANCH
                              AND WS-BRM-STATUS(WS-BRM-IDX) = 'I' THEN
                               MOVE 'Y' TO WS-RB-CLOSED(WS-RB-FOUND)
                           END-IF
                       END-PERFORM
                   ELSE
                       DISPLAY "POSITION TABLE FULL (200 BRANCH/TYPE "
                           "LINES) -- " WS-RB-KEY-BRANCH " "
                           WS-RB-KEY-TYPE " LEFT OUT"
                   END-IF
               END-IF.

           SORT-POSITIONS.
               PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX >= WS-RB-COUNT
                   PERFORM VARYING WS-RB-IDX-2 FROM WS-RB-IDX BY 1
                       UNTIL WS-RB-IDX-2 > WS-RB-COUNT
                       IF WS-RB-ENTRY(WS-RB-IDX-2)(1:3)
                          < WS-RB-ENTRY(WS-RB-IDX)(1:3) THEN
                           MOVE WS-RB-ENTRY(WS-RB-IDX) TO WS-RB-SWAP
                           MOVE WS-RB-ENTRY(WS-RB-IDX-2)
                               TO WS-RB-ENTRY(WS-RB-IDX)
                           MOVE WS-RB-SWAP
                               TO WS-RB-ENTRY(WS-RB-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           SET-POSITION-LIMITS.
               COMPUTE WS-RB-RATE(WS-RB-IDX) ROUNDED =
                   WS-RB-ISSUED(WS-RB-IDX) / WS-RATE-DAYS
               COMPUTE WS-RB-MIN(WS-RB-IDX) ROUNDED =
                   WS-RB-ISSUED(WS-RB-IDX) * WS-MIN-DAYS
                   / WS-RATE-DAYS + WS-RB-BACKORD(WS-RB-IDX)
               COMPUTE WS-RB-MAX(WS-RB-IDX) ROUNDED =
                   WS-RB-ISSUED(WS-RB-IDX) * WS-MAX-DAYS
                   / WS-RATE-DAYS + WS-RB-BACKORD(WS-RB-IDX)
               COMPUTE WS-POSITION = WS-RB-ONHAND(WS-RB-IDX)
                   + WS-RB-INTRANS(WS-RB-IDX)
               MOVE 0 TO WS-RB-SHORT(WS-RB-IDX)
               MOVE 0 TO WS-RB-SURPLUS(WS-RB-IDX)
               IF WS-RB-CLOSED(WS-RB-IDX) = 'Y' THEN
                   IF WS-RB-ONHAND(WS-RB-IDX) > 0 THEN
                       MOVE WS-RB-ONHAND(WS-RB-IDX)
                           TO WS-RB-SURPLUS(WS-RB-IDX)
                   END-IF
               ELSE
                   IF WS-POSITION < WS-RB-MIN(WS-RB-IDX) THEN
                       COMPUTE WS-RB-SHORT(WS-RB-IDX) =
                           WS-RB-MIN(WS-RB-IDX) - WS-POSITION
                       ADD 1 TO WS-SHORT-COUNT
                   END-IF
                   COMPUTE WS-WORK-QTY =
                       WS-POSITION - WS-RB-MAX(WS-RB-IDX)
                   IF WS-WORK-QTY > WS-RB-ONHAND(WS-RB-IDX) THEN
                       MOVE WS-RB-ONHAND(WS-RB-IDX) TO WS-WORK-QTY
                   END-IF
                   IF WS-WORK-QTY > 0 THEN
                       MOVE WS-WORK-QTY TO WS-RB-SURPLUS(WS-RB-IDX)
                   END-IF
               END-IF
               IF WS-RB-SURPLUS(WS-RB-IDX) > 0 THEN
                   ADD 1 TO WS-OVER-COUNT
               END-IF.

           MATCH-ONE-PAIR.
               MOVE 0 TO WS-SHORT-IDX
               MOVE 0 TO WS-OVER-IDX
               PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
                   IF WS-RB-TYPE(WS-RB-IDX) = WS-MATCH-TYPE THEN
                       PERFORM PICK-SHORT-AND-OVER
                   END-IF
               END-PERFORM
               IF WS-SHORT-IDX = 0 OR WS-OVER-IDX = 0
                  OR WS-PRP-COUNT >= 200 THEN
                   MOVE 'Y' TO WS-MATCH-DONE
               ELSE
                   MOVE WS-RB-SHORT(WS-SHORT-IDX) TO WS-MOVE-QTY
                   IF WS-RB-SURPLUS(WS-OVER-IDX) < WS-MOVE-QTY THEN
                       MOVE WS-RB-SURPLUS(WS-OVER-IDX) TO WS-MOVE-QTY
                   END-IF
                   IF WS-MOVE-QTY > 9999 THEN
                       MOVE 9999 TO WS-MOVE-QTY
                   END-IF
                   ADD 1 TO WS-PRP-COUNT
                   MOVE WS-RB-BRANCH(WS-OVER-IDX)
                       TO WS-PRP-FROM(WS-PRP-COUNT)
                   MOVE WS-RB-BRANCH(WS-SHORT-IDX)
                       TO WS-PRP-TO(WS-PRP-COUNT)
                   MOVE WS-MATCH-TYPE TO WS-PRP-TYPE(WS-PRP-COUNT)
                   MOVE WS-MOVE-QTY TO WS-PRP-QTY(WS-PRP-COUNT)
                   MOVE WS-RB-ONHAND(WS-OVER-IDX)
                       TO WS-PRP-FROM-ONHAND(WS-PRP-COUNT)
                   COMPUTE WS-POSITION = WS-RB-ONHAND(WS-SHORT-IDX)
                       + WS-RB-INTRANS(WS-SHORT-IDX)
                   IF WS-POSITION < 0 THEN
                       MOVE 0 TO WS-POSITION
                   END-IF
                   MOVE WS-POSITION TO WS-PRP-TO-POS(WS-PRP-COUNT)
                   MOVE WS-RB-BACKORD(WS-SHORT-IDX)
                       TO WS-PRP-TO-BO(WS-PRP-COUNT)
                   ADD WS-MOVE-QTY TO WS-PRP-TOTAL
                   SUBTRACT WS-MOVE-QTY FROM WS-RB-SHORT(WS-SHORT-IDX)
                   SUBTRACT WS-MOVE-QTY
                       FROM WS-RB-SURPLUS(WS-OVER-IDX)
               END-IF.

           PICK-SHORT-AND-OVER.
               IF WS-RB-SHORT(WS-RB-IDX) > 0 THEN
                   IF WS-SHORT-IDX = 0 THEN
                       MOVE WS-RB-IDX TO WS-SHORT-IDX
                   ELSE
                       IF WS-RB-SHORT(WS-RB-IDX)
                          > WS-RB-SHORT(WS-SHORT-IDX) THEN
                           MOVE WS-RB-IDX TO WS-SHORT-IDX
                       END-IF
                   END-IF
               END-IF
               IF WS-RB-SURPLUS(WS-RB-IDX) > 0 THEN
                   IF WS-OVER-IDX = 0 THEN
                       MOVE WS-RB-IDX TO WS-OVER-IDX
                   ELSE
                       IF WS-RB-SURPLUS(WS-RB-IDX)
                          > WS-RB-SURPLUS(WS-OVER-IDX) THEN
                           MOVE WS-RB-IDX TO WS-OVER-IDX
                       END-IF
                   END-IF
               END-IF.

           WRITE-PROPOSALS.
               OPEN OUTPUT REBAL-PROPOSAL-FILE
               PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-COUNT
                   MOVE 'P' TO RBP-STATUS
                   MOVE WS-PRP-IDX TO RBP-SEQ
                   MOVE WS-RUN-DATE TO RBP-DATE
                   MOVE WS-PRP-FROM(WS-PRP-IDX) TO RBP-FROM
                   MOVE WS-PRP-TO(WS-PRP-IDX) TO RBP-TO
                   MOVE WS-PRP-TYPE(WS-PRP-IDX) TO RBP-TOYTYPE
                   MOVE WS-PRP-QTY(WS-PRP-IDX) TO RBP-QTY
                   MOVE WS-PRP-FROM-ONHAND(WS-PRP-IDX)
                       TO RBP-FROM-ONHAND
                   MOVE WS-PRP-TO-POS(WS-PRP-IDX) TO RBP-TO-POSITION
                   MOVE WS-PRP-TO-BO(WS-PRP-IDX) TO RBP-TO-BACKORDER
                   MOVE SPACES TO RBP-REVIEWED-BY
                   MOVE 0 TO RBP-REVIEWED-ON
                   WRITE REBAL-PROPOSAL-RECORD
               END-PERFORM
               CLOSE REBAL-PROPOSAL-FILE.

           WRITE-REBALANCE-REPORT.
               OPEN OUTPUT REBAL-REPORT-FILE
               WRITE REBAL-OUT FROM DIVIDER-1
               MOVE WS-RUN-DATE TO RH-DATE
               WRITE REBAL-OUT FROM RB-HEADER-1
               MOVE WS-RATE-DAYS TO RH-DAYS
               MOVE WS-CSV-DAYS TO RH-CSV-DAYS
               MOVE WS-MIN-DAYS TO RH-MIN
               MOVE WS-MAX-DAYS TO RH-MAX
               WRITE REBAL-OUT FROM RB-HEADER-2
               WRITE REBAL-OUT FROM DIVIDER-1
               WRITE REBAL-OUT FROM RB-POS-TITLE
               WRITE REBAL-OUT FROM RB-POS-HDR
               WRITE REBAL-OUT FROM DIVIDER-3
               PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
                   PERFORM WRITE-POSITION-LINE
               END-PERFORM
               WRITE REBAL-OUT FROM DIVIDER-1
               WRITE REBAL-OUT FROM RB-PRP-TITLE
               WRITE REBAL-OUT FROM RB-PRP-HDR
               WRITE REBAL-OUT FROM DIVIDER-3
               PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-COUNT
                   MOVE WS-PRP-IDX TO RL-SEQ
                   MOVE WS-PRP-FROM(WS-PRP-IDX) TO RL-FROM
                   MOVE WS-PRP-TO(WS-PRP-IDX) TO RL-TO
                   MOVE WS-PRP-TYPE(WS-PRP-IDX) TO WS-RB-KEY-TYPE
                   PERFORM SET-TYPE-LABEL
                   MOVE RP-TYPE TO RL-TYPE
                   MOVE WS-PRP-QTY(WS-PRP-IDX) TO RL-QTY
                   MOVE WS-PRP-FROM-ONHAND(WS-PRP-IDX)
                       TO RL-FROM-ONHAND
                   MOVE WS-PRP-TO-POS(WS-PRP-IDX) TO RL-TO-POS
                   MOVE WS-PRP-TO-BO(WS-PRP-IDX) TO RL-TO-BO
                   WRITE REBAL-OUT FROM RB-PRP-LINE
               END-PERFORM
               IF WS-PRP-COUNT = 0 THEN
                   WRITE REBAL-OUT FROM RB-NONE-LINE
               END-IF
               WRITE REBAL-OUT FROM DIVIDER-1
               MOVE WS-PRP-COUNT TO RT-COUNT
               MOVE WS-PRP-TOTAL TO RT-QTY
               MOVE WS-SHORT-COUNT TO RT-SHORT
               MOVE WS-UNMET-COUNT TO RT-UNMET
               WRITE REBAL-OUT FROM RB-TOTAL-LINE
               WRITE REBAL-OUT FROM RB-NOTE-LINE
               CLOSE REBAL-REPORT-FILE.

           WRITE-POSITION-LINE.
               MOVE WS-RB-BRANCH(WS-RB-IDX) TO RP-BRANCH
               MOVE WS-RB-TYPE(WS-RB-IDX) TO WS-RB-KEY-TYPE
               PERFORM SET-TYPE-LABEL
               MOVE WS-RB-ONHAND(WS-RB-IDX) TO RP-ONHAND
               MOVE WS-RB-INTRANS(WS-RB-IDX) TO RP-INTRANS
               MOVE WS-RB-BACKORD(WS-RB-IDX) TO RP-BACKORD
               MOVE WS-RB-ISSUED(WS-RB-IDX) TO RP-ISSUED
               MOVE WS-RB-RATE(WS-RB-IDX) TO RP-RATE
               MOVE WS-RB-MIN(WS-RB-IDX) TO RP-MIN
               MOVE WS-RB-MAX(WS-RB-IDX) TO RP-MAX
               COMPUTE WS-POSITION = WS-RB-ONHAND(WS-RB-IDX)
                   + WS-RB-INTRANS(WS-RB-IDX)
               MOVE 0 TO RP-SHORT
               MOVE 0 TO RP-SURPLUS
               MOVE "OK" TO RP-STATUS
               IF WS-RB-CLOSED(WS-RB-IDX) = 'Y' THEN
                   MOVE "CLOSED" TO RP-STATUS
                   IF WS-RB-ONHAND(WS-RB-IDX) > 0 THEN
                       MOVE WS-RB-ONHAND(WS-RB-IDX) TO RP-SURPLUS
                   END-IF
               ELSE
                   IF WS-POSITION < WS-RB-MIN(WS-RB-IDX) THEN
                       COMPUTE RP-SHORT =
                           WS-RB-MIN(WS-RB-IDX) - WS-POSITION
                       MOVE "SHORT" TO RP-STATUS
                   END-IF
                   IF WS-POSITION > WS-RB-MAX(WS-RB-IDX)
                      AND WS-RB-ONHAND(WS-RB-IDX) > 0 THEN
                       COMPUTE WS-WORK-QTY =
                           WS-POSITION - WS-RB-MAX(WS-RB-IDX)
                       IF WS-WORK-QTY > WS-RB-ONHAND(WS-RB-IDX) THEN
                           MOVE WS-RB-ONHAND(WS-RB-IDX) TO WS-WORK-QTY
                       END-IF
                       MOVE WS-WORK-QTY TO RP-SURPLUS
                       MOVE "OVER" TO RP-STATUS
                   END-IF
               END-IF
               WRITE REBAL-OUT FROM RB-POS-LINE.

           SET-TYPE-LABEL.
               EVALUATE WS-RB-KEY-TYPE
                   WHEN 'A'
                       MOVE "SOFT" TO RP-TYPE
                   WHEN 'B'
                       MOVE "HARD" TO RP-TYPE
                   WHEN 'C'
                       MOVE "PUZZ" TO RP-TYPE
                   WHEN 'D'
                       MOVE "ELEC" TO RP-TYPE
                   WHEN OTHER
                       MOVE WS-RB-KEY-TYPE TO RP-TYPE
               END-EVALUATE.

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
