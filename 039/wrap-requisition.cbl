       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRAP-REQUISITION.
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

       SELECT TOYDIM-FILE
           ASSIGN TO 'toydim.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOYDIM-STATUS.

       SELECT CSV-REPORT
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT SUPPLIES-FILE
           ASSIGN TO 'supplies.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

       SELECT WRAP-REPORT-FILE
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

       FD  TOYDIM-FILE.
       01  TOYDIM-RECORD.
           05 TD-TOYTYPE   PIC A(1).
           05 TD-LENGTH    PIC 9(3)V99.
           05 TD-WIDTH     PIC 9(3)V99.
           05 TD-HEIGHT    PIC 9(3)V99.

       FD  CSV-REPORT.
       01  CSV-IN          PIC X(40).

       FD  SUPPLIES-FILE.
       01  SUPPLIES-RECORD.
           05 SUP-BRANCH     PIC A(2).
           05 SUP-SINCE      PIC 9(8).
           05 SUP-LAST-DATE  PIC 9(8).
           05 SUP-DAY-TOYS   PIC 9(6).
           05 SUP-DAY-AREA   PIC 9(7)V99.
           05 SUP-DAY-SHEETS PIC 9(6).
           05 SUP-DAY-BAGS   PIC 9(6).
           05 SUP-TOT-TOYS   PIC 9(9).
           05 SUP-TOT-AREA   PIC 9(9)V99.
           05 SUP-TOT-SHEETS PIC 9(9).
           05 SUP-TOT-BAGS   PIC 9(9).

       FD  WRAP-REPORT-FILE.
       01  WRAP-OUT        PIC X(100).

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
           05 RS-PROGRAM   PIC X(20) VALUE "WRAP-REQUISITION".
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
       01  WS-TOYDIM-STATUS PIC X(2).
       01  WS-CSV-STATUS   PIC X(2).
       01  WS-SUP-STATUS   PIC X(2).
       01  WS-CSV-FILENAME PIC X(60).
       01  WS-RPT-FILENAME PIC X(40).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-RUN-NUM      PIC 9(8).
       01  WS-FIRST-LINE   PIC A(1).
       01  WS-CSV-FOUND    PIC A(1) VALUE 'N'.

       01  WS-WASTE-PCT    PIC 9(3) VALUE 15.
       01  WS-SHEET-AREA   PIC 9(6) VALUE 3500.
       01  WS-ROLL-SHEETS  PIC 9(3) VALUE 10.
       01  WS-BAG-TOYS     PIC 9(3) VALUE 4.

       01  WS-DIM-TABLE.
           05 WS-DIM-COUNT PIC 9(2) VALUE 0.
           05 WS-DIM-ENTRY OCCURS 10 TIMES.
               10 WS-DIM-TYPE   PIC A(1).
               10 WS-DIM-LENGTH PIC 9(3)V99.
               10 WS-DIM-WIDTH  PIC 9(3)V99.
               10 WS-DIM-HEIGHT PIC 9(3)V99.
       01  WS-DIM-IDX      PIC 9(2).
       01  WS-DIM-FOUND    PIC 9(2).

       01  WS-TYPE-CODES   PIC X(4) VALUE "ABCD".
       01  WS-TYPE-LABELS  PIC X(16) VALUE "SOFTHARDPUZZELEC".
       01  WS-TYPE-IDX     PIC 9(1).
       01  WS-WRAP-EACH-TABLE.
           05 WS-WRAP-EACH OCCURS 4 TIMES PIC 9(8)V99.
           05 WS-WRAP-KNOWN OCCURS 4 TIMES PIC A(1).

       01  WS-WB-TABLE.
           05 WS-WB-COUNT  PIC 9(2) VALUE 0.
           05 WS-WB-ENTRY OCCURS 50 TIMES.
               10 WS-WB-CODE    PIC A(2).
               10 WS-WB-NAME    PIC X(20).
               10 WS-WB-TOYS    PIC 9(6).
               10 WS-WB-TYPE-TOYS OCCURS 4 TIMES PIC 9(6).
               10 WS-WB-BAGS    PIC 9(6).
               10 WS-WB-AREA    PIC 9(11)V99.
               10 WS-WB-SHEETS  PIC 9(6).
       01  WS-WB-IDX       PIC 9(2).
       01  WS-WB-FOUND     PIC 9(2).
       01  WS-WB-KEY       PIC A(2).

       01  WS-SUP-TABLE.
           05 WS-SUP-COUNT PIC 9(2) VALUE 0.
           05 WS-SUP-ENTRY OCCURS 50 TIMES.
               10 WS-SUP-REC     PIC X(90).
       01  WS-SUP-IDX      PIC 9(2).
       01  WS-SUP-FOUND    PIC 9(2).

       01  WS-F-BRANCH     PIC X(4).
       01  WS-F-ID         PIC X(6).
       01  WS-F-TYPE       PIC X(6).
       01  WS-F-TOYS       PIC X(6).
       01  WS-LINE-TOYS    PIC 9(6).
       01  WS-LINE-BAGS    PIC 9(6).
       01  WS-SURFACE      PIC 9(8)V99.
       01  WS-TYPE-AREA    PIC 9(11)V99.
       01  WS-AREA-SQM     PIC 9(9)V99.
       01  WS-ROLLS        PIC 9(6).
       01  WS-LOOSE        PIC 9(6).
       01  WS-NODIM-COUNT  PIC 9(4) VALUE 0.
       01  WS-SKIP-COUNT   PIC 9(4) VALUE 0.
       01  WS-RERUN-COUNT  PIC 9(2) VALUE 0.
       01  WS-GRAND-TOYS   PIC 9(7) VALUE 0.
       01  WS-GRAND-SHEETS PIC 9(7) VALUE 0.
       01  WS-GRAND-BAGS   PIC 9(7) VALUE 0.
       01  WS-GRAND-AREA   PIC 9(9)V99 VALUE 0.

       01  WR-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(38) VALUE
               "GIFT-WRAP AND PACKING REQUISITION".
           05 FILL         PIC X(12) VALUE "  RUN DATE ".
           05 WH-DATE      PIC X(8).
       01  WR-HEADER-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(17) VALUE "WASTE ALLOWANCE ".
           05 WH-WASTE     PIC ZZ9.
           05 FILL         PIC X(15) VALUE "%  SHEET SIZE ".
           05 WH-SHEET     PIC ZZZ,ZZ9.
           05 FILL         PIC X(20) VALUE " SQ CM  ROLL HOLDS ".
           05 WH-ROLL      PIC ZZ9.
           05 FILL         PIC X(20) VALUE " SHEETS  BAG HOLDS ".
           05 WH-BAG       PIC ZZ9.
           05 FILL         PIC X(5) VALUE " TOYS".
       01  WR-BRANCH-LINE.
           05 FILL         PIC X(7) VALUE "BRANCH ".
           05 WB-CODE      PIC A(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 WB-NAME      PIC X(20).
       01  WR-TYPE-HDR.
           05 FILL         PIC X(40) VALUE
               "  TYPE      TOYS   WRAP PER TOY (SQ CM)".
           05 FILL         PIC X(20) VALUE
               "   TOTAL AREA (SQ M)".
       01  WR-TYPE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 WT-TYPE      PIC X(4).
           05 WT-TOYS      PIC ZZZ,ZZ9.
           05 FILL         PIC X(8) VALUE SPACES.
           05 WT-EACH      PIC ZZ,ZZZ,ZZ9.99.
           05 FILL         PIC X(8) VALUE SPACES.
           05 WT-AREA      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILL         PIC X(2) VALUE SPACES.
           05 WT-NOTE      PIC X(20).
       01  WR-REQ-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(20) VALUE "REQUISITION: SHEETS ".
           05 WQ-SHEETS    PIC ZZZ,ZZ9.
           05 FILL         PIC X(4) VALUE " = ".
           05 WQ-ROLLS     PIC ZZZ,ZZ9.
           05 FILL         PIC X(9) VALUE " ROLLS + ".
           05 WQ-LOOSE     PIC ZZ9.
           05 FILL         PIC X(16) VALUE " LOOSE SHEETS   ".
           05 FILL         PIC X(5) VALUE "BAGS ".
           05 WQ-BAGS      PIC ZZZ,ZZ9.
       01  WR-TODATE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(15) VALUE "CONSUMED SINCE ".
           05 WD-SINCE     PIC 9(8).
           05 FILL         PIC X(6) VALUE " TOYS".
           05 WD-TOYS      PIC Z(8)9.
           05 FILL         PIC X(6) VALUE " SQ M".
           05 WD-AREA      PIC Z(8)9.99.
           05 FILL         PIC X(8) VALUE " SHEETS".
           05 WD-SHEETS    PIC Z(8)9.
           05 FILL         PIC X(6) VALUE " BAGS".
           05 WD-BAGS      PIC Z(8)9.
       01  WR-SUP-TITLE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "SUPPLIES CONSUMED TO DATE BY BRANCH".
       01  WR-SUP-HDR.
           05 FILL         PIC X(31) VALUE
               "BR SINCE    LAST DAY       TOYS".
           05 FILL         PIC X(37) VALUE
               "          SQ M     SHEETS        BAGS".
       01  WR-SUP-LINE.
           05 SL-BRANCH PIC A(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 SL-SINCE  PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 SL-LAST   PIC 9(8).
           05 SL-TOYS   PIC ZZZ,ZZZ,ZZ9.
           05 SL-AREA   PIC ZZZ,ZZZ,ZZ9.99.
           05 SL-SHEETS PIC ZZZ,ZZZ,ZZ9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 SL-BAGS   PIC ZZZ,ZZZ,ZZ9.
       01  WR-TOTAL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(20) VALUE "TODAY ALL BRANCHES: ".
           05 FILL         PIC X(5) VALUE "TOYS ".
           05 WG-TOYS      PIC ZZZ,ZZ9.
           05 FILL         PIC X(7) VALUE "  SQ M ".
           05 WG-AREA      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILL         PIC X(9) VALUE "  SHEETS ".
           05 WG-SHEETS    PIC ZZZ,ZZ9.
           05 FILL         PIC X(7) VALUE "  BAGS ".
           05 WG-BAGS      PIC ZZZ,ZZ9.
       01  WR-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 WN-TEXT      PIC X(60).

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           MOVE WS-RUN-DATE TO WS-RUN-NUM
           IF WS-SHEET-AREA = 0 THEN
               MOVE 3500 TO WS-SHEET-AREA
           END-IF
           IF WS-ROLL-SHEETS = 0 THEN
               MOVE 10 TO WS-ROLL-SHEETS
           END-IF
           IF WS-BAG-TOYS = 0 THEN
               MOVE 4 TO WS-BAG-TOYS
           END-IF

           PERFORM LOAD-BRANCHES
           PERFORM LOAD-TOY-DIMENSIONS
           IF WS-DIM-COUNT = 0 THEN
               DISPLAY "TOYDIM.DAT EMPTY OR NOT FOUND -- NO WRAP "
                   "AREA, BAGS ONLY"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM SET-WRAP-PER-TOY
           PERFORM LOAD-SUPPLIES
           PERFORM LOAD-DAY-ISSUES

           IF WS-CSV-FOUND = 'N' THEN
               DISPLAY "OUTPUT_" WS-RUN-DATE ".CSV NOT FOUND -- NO "
                   "ISSUES TO WRAP TODAY"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-WB-IDX FROM 1 BY 1
                   UNTIL WS-WB-IDX > WS-WB-COUNT
                   IF WS-WB-TOYS(WS-WB-IDX) > 0 THEN
                       PERFORM POST-BRANCH-SUPPLIES
                   END-IF
               END-PERFORM
               PERFORM SAVE-SUPPLIES
           END-IF
           IF WS-NODIM-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO WS-RPT-FILENAME
           STRING "wrapreq_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           PERFORM WRITE-WRAP-REPORT

           DISPLAY "WRAP REQUISITION: " WS-GRAND-TOYS " TOYS, "
               WS-GRAND-SHEETS " SHEETS, " WS-GRAND-BAGS " BAGS -- "
               "SEE " FUNCTION TRIM(WS-RPT-FILENAME)
           IF WS-RERUN-COUNT > 0 THEN
               DISPLAY "RERUN FOR " WS-RUN-DATE " -- " WS-RERUN-COUNT
                   " BRANCHES REPLACED ON SUPPLIES.DAT"
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
               ELSE IF RC-KEYWORD = "WRAPWAST" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-WASTE-PCT
               ELSE IF RC-KEYWORD = "WRAPSHT" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-SHEET-AREA
               ELSE IF RC-KEYWORD = "WRAPROLL" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-ROLL-SHEETS
               ELSE IF RC-KEYWORD = "BAGCAP" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE) TO WS-BAG-TOYS
               END-IF.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   DISPLAY "BRANCH.DAT NOT FOUND -- BRANCH NAMES "
                       "NOT AVAILABLE"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE BRM-CODE TO WS-WB-KEY
                               PERFORM FIND-WB-ENTRY
                               IF WS-WB-FOUND > 0 THEN
                                   MOVE BRM-NAME
                                       TO WS-WB-NAME(WS-WB-FOUND)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           LOAD-TOY-DIMENSIONS.
               OPEN INPUT TOYDIM-FILE
               IF WS-TOYDIM-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ TOYDIM-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-DIM-COUNT < 10 THEN
                                   ADD 1 TO WS-DIM-COUNT
                                   MOVE TD-TOYTYPE
                                       TO WS-DIM-TYPE(WS-DIM-COUNT)
                                   MOVE TD-LENGTH
                                       TO WS-DIM-LENGTH(WS-DIM-COUNT)
                                   MOVE TD-WIDTH
                                       TO WS-DIM-WIDTH(WS-DIM-COUNT)
                                   MOVE TD-HEIGHT
                                       TO WS-DIM-HEIGHT(WS-DIM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE TOYDIM-FILE
               END-IF.

           SET-WRAP-PER-TOY.
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE 0 TO WS-WRAP-EACH(WS-TYPE-IDX)
                   MOVE 'N' TO WS-WRAP-KNOWN(WS-TYPE-IDX)
                   MOVE 0 TO WS-DIM-FOUND
                   PERFORM VARYING WS-DIM-IDX FROM 1 BY 1
                       UNTIL WS-DIM-IDX > WS-DIM-COUNT
                          OR WS-DIM-FOUND > 0
                       IF WS-DIM-TYPE(WS-DIM-IDX)
                          = WS-TYPE-CODES(WS-TYPE-IDX:1) THEN
                           MOVE WS-DIM-IDX TO WS-DIM-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-DIM-FOUND > 0 THEN
                       COMPUTE WS-SURFACE = 2 * (
                           WS-DIM-LENGTH(WS-DIM-FOUND)
                               * WS-DIM-WIDTH(WS-DIM-FOUND) +
                           WS-DIM-WIDTH(WS-DIM-FOUND)
                               * WS-DIM-HEIGHT(WS-DIM-FOUND) +
                           WS-DIM-HEIGHT(WS-DIM-FOUND)
                               * WS-DIM-LENGTH(WS-DIM-FOUND)
                       )
                       COMPUTE WS-WRAP-EACH(WS-TYPE-IDX) ROUNDED =
                           WS-SURFACE + WS-SURFACE * WS-WASTE-PCT / 100
                       MOVE 'Y' TO WS-WRAP-KNOWN(WS-TYPE-IDX)
                   END-IF
               END-PERFORM.

           LOAD-SUPPLIES.
               OPEN INPUT SUPPLIES-FILE
               IF WS-SUP-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SUPPLIES-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-SUP-COUNT < 50 THEN
                                   ADD 1 TO WS-SUP-COUNT
                                   MOVE SUPPLIES-RECORD
                                       TO WS-SUP-REC(WS-SUP-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE SUPPLIES-FILE
               END-IF.

           LOAD-DAY-ISSUES.
               MOVE SPACES TO WS-CSV-FILENAME
               STRING "output_" WS-RUN-DATE ".csv"
                   DELIMITED BY SIZE INTO WS-CSV-FILENAME
               OPEN INPUT CSV-REPORT
               IF WS-CSV-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-CSV-FOUND
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
               MOVE 0 TO WS-TYPE-IDX
               EVALUATE WS-F-TYPE
                   WHEN "SOFT"
                       MOVE 1 TO WS-TYPE-IDX
                   WHEN "HARD"
                       MOVE 2 TO WS-TYPE-IDX
                   WHEN "PUZZ"
                       MOVE 3 TO WS-TYPE-IDX
                   WHEN "ELEC"
                       MOVE 4 TO WS-TYPE-IDX
               END-EVALUATE
               MOVE 0 TO WS-LINE-TOYS
               IF WS-F-TOYS NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(WS-F-TOYS) TO WS-LINE-TOYS
               END-IF
               IF WS-TYPE-IDX = 0 OR WS-LINE-TOYS = 0 THEN
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   MOVE WS-F-BRANCH(1:2) TO WS-WB-KEY
                   PERFORM FIND-WB-ENTRY
                   IF WS-WB-FOUND > 0 THEN
                       ADD WS-LINE-TOYS TO WS-WB-TOYS(WS-WB-FOUND)
                       ADD WS-LINE-TOYS
                           TO WS-WB-TYPE-TOYS(WS-WB-FOUND, WS-TYPE-IDX)
                       DIVIDE WS-LINE-TOYS BY WS-BAG-TOYS
                           GIVING WS-LINE-BAGS REMAINDER WS-LOOSE
                       IF WS-LOOSE > 0 THEN
                           ADD 1 TO WS-LINE-BAGS
                       END-IF
                       ADD WS-LINE-BAGS TO WS-WB-BAGS(WS-WB-FOUND)
                       IF WS-WRAP-KNOWN(WS-TYPE-IDX) = 'N' THEN
                           ADD 1 TO WS-NODIM-COUNT
                       END-IF
                   END-IF
               END-IF.

           FIND-WB-ENTRY.
               MOVE 0 TO WS-WB-FOUND
               PERFORM VARYING WS-WB-IDX FROM 1 BY 1
                   UNTIL WS-WB-IDX > WS-WB-COUNT
                      OR WS-WB-FOUND > 0
                   IF WS-WB-CODE(WS-WB-IDX) = WS-WB-KEY THEN
                       MOVE WS-WB-IDX TO WS-WB-FOUND
                   END-IF
               END-PERFORM
               IF WS-WB-FOUND = 0 THEN
                   IF WS-WB-COUNT < 50 THEN
                       ADD 1 TO WS-WB-COUNT
                       MOVE WS-WB-COUNT TO WS-WB-FOUND
                       INITIALIZE WS-WB-ENTRY(WS-WB-FOUND)
                       MOVE WS-WB-KEY TO WS-WB-CODE(WS-WB-FOUND)
                       MOVE "(NOT ON BRANCH.DAT)"
                           TO WS-WB-NAME(WS-WB-FOUND)
                   ELSE
                       DISPLAY "BRANCH TABLE FULL (50) -- BRANCH "
                           WS-WB-KEY " LEFT OUT"
                   END-IF
               END-IF.

           POST-BRANCH-SUPPLIES.
               MOVE 0 TO WS-WB-AREA(WS-WB-IDX)
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   COMPUTE WS-WB-AREA(WS-WB-IDX) =
                       WS-WB-AREA(WS-WB-IDX)
                       + WS-WB-TYPE-TOYS(WS-WB-IDX, WS-TYPE-IDX)
                       * WS-WRAP-EACH(WS-TYPE-IDX)
               END-PERFORM
               DIVIDE WS-WB-AREA(WS-WB-IDX) BY WS-SHEET-AREA
                   GIVING WS-WB-SHEETS(WS-WB-IDX)
               IF WS-WB-SHEETS(WS-WB-IDX) * WS-SHEET-AREA
                  < WS-WB-AREA(WS-WB-IDX) THEN
                   ADD 1 TO WS-WB-SHEETS(WS-WB-IDX)
               END-IF
               COMPUTE WS-AREA-SQM ROUNDED =
                   WS-WB-AREA(WS-WB-IDX) / 10000
               ADD WS-WB-TOYS(WS-WB-IDX) TO WS-GRAND-TOYS
               ADD WS-WB-SHEETS(WS-WB-IDX) TO WS-GRAND-SHEETS
               ADD WS-WB-BAGS(WS-WB-IDX) TO WS-GRAND-BAGS
               ADD WS-AREA-SQM TO WS-GRAND-AREA
               MOVE 0 TO WS-SUP-FOUND
               PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                      OR WS-SUP-FOUND > 0
                   IF WS-SUP-REC(WS-SUP-IDX)(1:2)
                      = WS-WB-CODE(WS-WB-IDX) THEN
                       MOVE WS-SUP-IDX TO WS-SUP-FOUND
                   END-IF
               END-PERFORM
               IF WS-SUP-FOUND = 0 THEN
                   IF WS-SUP-COUNT < 50 THEN
                       ADD 1 TO WS-SUP-COUNT
                       MOVE WS-SUP-COUNT TO WS-SUP-FOUND
                       INITIALIZE SUPPLIES-RECORD
                       MOVE WS-WB-CODE(WS-WB-IDX) TO SUP-BRANCH
                       MOVE WS-RUN-NUM TO SUP-SINCE
                   ELSE
                       DISPLAY "SUPPLIES TABLE FULL (50) -- BRANCH "
                           WS-WB-CODE(WS-WB-IDX)
                           " NOT CARRIED FORWARD"
                   END-IF
               ELSE
                   MOVE WS-SUP-REC(WS-SUP-FOUND) TO SUPPLIES-RECORD
                   IF SUP-LAST-DATE = WS-RUN-NUM THEN
                       SUBTRACT SUP-DAY-TOYS FROM SUP-TOT-TOYS
                       SUBTRACT SUP-DAY-AREA FROM SUP-TOT-AREA
                       SUBTRACT SUP-DAY-SHEETS FROM SUP-TOT-SHEETS
                       SUBTRACT SUP-DAY-BAGS FROM SUP-TOT-BAGS
                       ADD 1 TO WS-RERUN-COUNT
                   END-IF
               END-IF
               IF WS-SUP-FOUND > 0 THEN
                   MOVE WS-RUN-NUM TO SUP-LAST-DATE
                   MOVE WS-WB-TOYS(WS-WB-IDX) TO SUP-DAY-TOYS
                   MOVE WS-AREA-SQM TO SUP-DAY-AREA
                   MOVE WS-WB-SHEETS(WS-WB-IDX) TO SUP-DAY-SHEETS
                   MOVE WS-WB-BAGS(WS-WB-IDX) TO SUP-DAY-BAGS
                   ADD SUP-DAY-TOYS TO SUP-TOT-TOYS
                   ADD SUP-DAY-AREA TO SUP-TOT-AREA
                   ADD SUP-DAY-SHEETS TO SUP-TOT-SHEETS
                   ADD SUP-DAY-BAGS TO SUP-TOT-BAGS
                   MOVE SUPPLIES-RECORD TO WS-SUP-REC(WS-SUP-FOUND)
               END-IF.

           SAVE-SUPPLIES.
               OPEN OUTPUT SUPPLIES-FILE
               PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                   MOVE WS-SUP-REC(WS-SUP-IDX) TO SUPPLIES-RECORD
                   WRITE SUPPLIES-RECORD
               END-PERFORM
               CLOSE SUPPLIES-FILE.

           WRITE-WRAP-REPORT.
               OPEN OUTPUT WRAP-REPORT-FILE
               MOVE WS-RUN-DATE TO WH-DATE
               MOVE WS-WASTE-PCT TO WH-WASTE
               MOVE WS-SHEET-AREA TO WH-SHEET
               MOVE WS-ROLL-SHEETS TO WH-ROLL
               MOVE WS-BAG-TOYS TO WH-BAG
               WRITE WRAP-OUT FROM DIVIDER-1
               WRITE WRAP-OUT FROM WR-HEADER-1
               WRITE WRAP-OUT FROM WR-HEADER-2
               WRITE WRAP-OUT FROM DIVIDER-1
               IF WS-CSV-FOUND = 'N' THEN
                   MOVE SPACES TO WN-TEXT
                   STRING "NO DAILY CSV (output_" WS-RUN-DATE
                       ".csv) -- NOTHING TO REQUISITION"
                       DELIMITED BY SIZE INTO WN-TEXT
                   WRITE WRAP-OUT FROM WR-NONE-LINE
               ELSE IF WS-GRAND-TOYS = 0 THEN
                   MOVE "NO TOYS ISSUED TODAY -- NOTHING TO REQUISITION"
                       TO WN-TEXT
                   WRITE WRAP-OUT FROM WR-NONE-LINE
               ELSE
                   PERFORM VARYING WS-WB-IDX FROM 1 BY 1
                       UNTIL WS-WB-IDX > WS-WB-COUNT
                       IF WS-WB-TOYS(WS-WB-IDX) > 0 THEN
                           PERFORM WRITE-BRANCH-REQUISITION
                       END-IF
                   END-PERFORM
                   MOVE WS-GRAND-TOYS TO WG-TOYS
                   MOVE WS-GRAND-AREA TO WG-AREA
                   MOVE WS-GRAND-SHEETS TO WG-SHEETS
                   MOVE WS-GRAND-BAGS TO WG-BAGS
                   WRITE WRAP-OUT FROM WR-TOTAL-LINE
                   WRITE WRAP-OUT FROM DIVIDER-1
               END-IF
               END-IF
               IF WS-SUP-COUNT > 0 THEN
                   WRITE WRAP-OUT FROM WR-SUP-TITLE
                   WRITE WRAP-OUT FROM WR-SUP-HDR
                   WRITE WRAP-OUT FROM DIVIDER-3
                   PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                       UNTIL WS-SUP-IDX > WS-SUP-COUNT
                       MOVE WS-SUP-REC(WS-SUP-IDX) TO SUPPLIES-RECORD
                       MOVE SUP-BRANCH TO SL-BRANCH
                       MOVE SUP-SINCE TO SL-SINCE
                       MOVE SUP-LAST-DATE TO SL-LAST
                       MOVE SUP-TOT-TOYS TO SL-TOYS
                       MOVE SUP-TOT-AREA TO SL-AREA
                       MOVE SUP-TOT-SHEETS TO SL-SHEETS
                       MOVE SUP-TOT-BAGS TO SL-BAGS
                       WRITE WRAP-OUT FROM WR-SUP-LINE
                   END-PERFORM
                   WRITE WRAP-OUT FROM DIVIDER-1
               END-IF
               CLOSE WRAP-REPORT-FILE.

           WRITE-BRANCH-REQUISITION.
               MOVE WS-WB-CODE(WS-WB-IDX) TO WB-CODE
               MOVE WS-WB-NAME(WS-WB-IDX) TO WB-NAME
               WRITE WRAP-OUT FROM WR-BRANCH-LINE
               WRITE WRAP-OUT FROM WR-TYPE-HDR
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   IF WS-WB-TYPE-TOYS(WS-WB-IDX, WS-TYPE-IDX) > 0 THEN
                       MOVE WS-TYPE-LABELS(WS-TYPE-IDX * 4 - 3:4)
                           TO WT-TYPE
                       MOVE WS-WB-TYPE-TOYS(WS-WB-IDX, WS-TYPE-IDX)
                           TO WT-TOYS
                       MOVE WS-WRAP-EACH(WS-TYPE-IDX) TO WT-EACH
                       COMPUTE WS-TYPE-AREA ROUNDED =
                           WS-WB-TYPE-TOYS(WS-WB-IDX, WS-TYPE-IDX)
                           * WS-WRAP-EACH(WS-TYPE-IDX) / 10000
                       MOVE WS-TYPE-AREA TO WT-AREA
                       IF WS-WRAP-KNOWN(WS-TYPE-IDX) = 'N' THEN
                           MOVE "NO DIMENSIONS" TO WT-NOTE
                       ELSE
                           MOVE SPACES TO WT-NOTE
                       END-IF
                       WRITE WRAP-OUT FROM WR-TYPE-LINE
                   END-IF
               END-PERFORM
               DIVIDE WS-WB-SHEETS(WS-WB-IDX) BY WS-ROLL-SHEETS
                   GIVING WS-ROLLS REMAINDER WS-LOOSE
               MOVE WS-WB-SHEETS(WS-WB-IDX) TO WQ-SHEETS
               MOVE WS-ROLLS TO WQ-ROLLS
               MOVE WS-LOOSE TO WQ-LOOSE
               MOVE WS-WB-BAGS(WS-WB-IDX) TO WQ-BAGS
               WRITE WRAP-OUT FROM WR-REQ-LINE
               MOVE 0 TO WS-SUP-FOUND
               PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                      OR WS-SUP-FOUND > 0
                   IF WS-SUP-REC(WS-SUP-IDX)(1:2)
                      = WS-WB-CODE(WS-WB-IDX) THEN
                       MOVE WS-SUP-IDX TO WS-SUP-FOUND
                   END-IF
               END-PERFORM
               IF WS-SUP-FOUND > 0 THEN
                   MOVE WS-SUP-REC(WS-SUP-FOUND) TO SUPPLIES-RECORD
                   MOVE SUP-SINCE TO WD-SINCE
                   MOVE SUP-TOT-TOYS TO WD-TOYS
                   MOVE SUP-TOT-AREA TO WD-AREA
                   MOVE SUP-TOT-SHEETS TO WD-SHEETS
                   MOVE SUP-TOT-BAGS TO WD-BAGS
                   WRITE WRAP-OUT FROM WR-TODATE-LINE
               END-IF
               WRITE WRAP-OUT FROM DIVIDER-3.

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
