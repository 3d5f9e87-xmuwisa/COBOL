       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-PROGRESS.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT CAMPAIGN-FILE
           ASSIGN TO 'campaign.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMP-STATUS.

       SELECT CAMP-ISSUE-FILE
           ASSIGN TO 'campissue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CI-FILE-STATUS.

       SELECT CAMP-ISSUE-TMP-FILE
           ASSIGN TO 'campissue.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BRANCH-FILE
           ASSIGN TO 'branch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       SELECT DONOR-FILE
           ASSIGN TO 'donors.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DONOR-STATUS.

       SELECT DONOR-HIST-FILE
           ASSIGN TO 'donorhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       SELECT PRICE-FILE
           ASSIGN TO 'price.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

       SELECT CSV-REPORT
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT CAMPAIGN-REPORT-FILE
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

       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CMP-CODE     PIC X(6).
           05 CMP-NAME     PIC X(30).
           05 CMP-START    PIC 9(8).
           05 CMP-END      PIC 9(8).
           05 CMP-DONOR    PIC X(4).
           05 CMP-TGT-KIDS PIC 9(6).
           05 CMP-TGT-TOYS PIC 9(6) OCCURS 4 TIMES.

       FD  CAMP-ISSUE-FILE.
       01  CAMP-ISSUE-RECORD.
           05 CI-DATE      PIC 9(8).
           05 CI-CAMPAIGN  PIC X(6).
           05 CI-BRANCH    PIC A(2).
           05 CI-ID        PIC 9(4).
           05 CI-TOYTYPE   PIC A(1).
           05 CI-TOYS      PIC 9(2).
           05 CI-STATUS    PIC X(1).

       FD  CAMP-ISSUE-TMP-FILE.
       01  CAMP-ISSUE-TMP-REC PIC X(24).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BRM-CODE     PIC A(2).
           05 BRM-NAME     PIC X(20).
           05 BRM-REGION   PIC X(10).
           05 BRM-MANAGER  PIC X(20).
           05 BRM-STATUS   PIC X(1).
           05 BRM-CLOSE-DATE PIC 9(8).

       FD  DONOR-FILE.
       01  DONOR-RECORD.
           05 DNR-CODE     PIC X(4).
           05 DNR-NAME     PIC X(20).
           05 DNR-CONTACT  PIC X(20).

       FD  DONOR-HIST-FILE.
       01  DONOR-HIST-RECORD.
           05 DH-DATE      PIC 9(8).
           05 DH-DONOR     PIC X(4).
           05 DH-BRANCH    PIC A(2).
           05 DH-TOYTYPE   PIC A(1).
           05 DH-QTY       PIC 9(4).
           05 DH-LOT       PIC 9(7).

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PRC-TOYTYPE  PIC A(1).
           05 PRC-EFF-DATE PIC 9(8).
           05 PRC-PRICE    PIC 9(3)V99.

       FD  CSV-REPORT.
       01  CSV-IN          PIC X(40).

       FD  CAMPAIGN-REPORT-FILE.
       01  CAMPAIGN-REPORT-OUT PIC X(120).

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
           05 RS-PROGRAM   PIC X(20) VALUE "CAMPAIGN-PROGRESS".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  DIVIDER-1       PIC X(120) VALUE ALL "=".
       01  DIVIDER-3       PIC X(120) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-CMP-STATUS   PIC X(2).
       01  WS-CI-FILE-STATUS PIC X(2).
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-DONOR-STATUS PIC X(2).
       01  WS-HIST-STATUS  PIC X(2).
       01  WS-PRICE-STATUS PIC X(2).
       01  WS-CSV-STATUS   PIC X(2).
       01  WS-CSV-FILENAME PIC X(60).
       01  WS-RPT-FILENAME PIC X(40).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-RUN-NUM      PIC 9(8).
       01  WS-FIRST-LINE   PIC A(1).
       01  WS-RENAME-RC    PIC S9(9) COMP-5.
       01  WS-CI-TMPNAME   PIC X(20) VALUE "campissue.tmp".
       01  WS-CI-FILENAME  PIC X(20) VALUE "campissue.dat".
       01  WS-TYPE-CODES   PIC X(4) VALUE "ABCD".
       01  WS-TYPE-IDX     PIC 9(1).

       01  WS-CAMPAIGN-TABLE.
           05 WS-CMP-COUNT PIC 9(3) VALUE 0.
           05 WS-CMP-ENTRY OCCURS 100 TIMES.
               10 WS-CMP-CODE     PIC X(6).
               10 WS-CMP-NAME     PIC X(30).
               10 WS-CMP-START    PIC 9(8).
               10 WS-CMP-END      PIC 9(8).
               10 WS-CMP-DONOR    PIC X(4).
               10 WS-CMP-TGT-KIDS PIC 9(6).
               10 WS-CMP-TGT-TOYS PIC 9(6) OCCURS 4 TIMES.
       01  WS-CMP-IDX      PIC 9(3).

       01  WS-BRANCH-TABLE.
           05 WS-BRM-COUNT PIC 9(2) VALUE 0.
           05 WS-BRM-ENTRY OCCURS 50 TIMES.
               10 WS-BRM-CODE PIC A(2).
               10 WS-BRM-NAME PIC X(20).
       01  WS-BRM-IDX      PIC 9(2).
       01  WS-BRM-NAME-FOUND PIC X(20).

       01  WS-DONOR-TABLE.
           05 WS-DNR-COUNT PIC 9(3) VALUE 0.
           05 WS-DNR-ENTRY OCCURS 200 TIMES.
               10 WS-DNR-CODE PIC X(4).
               10 WS-DNR-NAME PIC X(20).
       01  WS-DNR-IDX      PIC 9(3).
       01  WS-DNR-NAME-FOUND PIC X(20).

       01  WS-PRICE-HISTORY.
           05 WS-PRH-COUNT PIC 9(3) VALUE 0.
           05 WS-PRH-ENTRY OCCURS 300 TIMES.
               10 WS-PRH-TYPE   PIC A(1).
               10 WS-PRH-DATE   PIC 9(8).
               10 WS-PRH-PRICE  PIC 9(3)V99.
       01  WS-PRH-IDX      PIC 9(3).
       01  WS-PRH-BEST     PIC 9(8).
       01  WS-HIST-TYPE    PIC A(1).
       01  WS-HIST-DATE    PIC 9(8).
       01  WS-HIST-PRICE   PIC 9(3)V99.

       01  WS-ISSUE-TABLE.
           05 WS-CI-COUNT  PIC 9(5) VALUE 0.
           05 WS-CI-ENTRY OCCURS 20000 TIMES.
               10 WS-CI-DATE     PIC 9(8).
               10 WS-CI-CAMPAIGN PIC X(6).
               10 WS-CI-BRANCH   PIC A(2).
               10 WS-CI-ID       PIC 9(4).
               10 WS-CI-TOYTYPE  PIC A(1).
               10 WS-CI-TOYS     PIC 9(2).
               10 WS-CI-STATUS   PIC X(1).
       01  WS-CI-IDX       PIC 9(5).
       01  WS-CI-FULL      PIC A(1) VALUE 'N'.
       01  WS-CI-CHANGED   PIC 9(5) VALUE 0.
       01  WS-CI-CONFIRMED PIC 9(5) VALUE 0.
       01  WS-CI-DROPPED   PIC 9(5) VALUE 0.
       01  WS-CI-ORPHANS   PIC 9(5) VALUE 0.

       01  WS-PEND-DATES.
           05 WS-PD-COUNT  PIC 9(3) VALUE 0.
           05 WS-PD-DATE   PIC 9(8) OCCURS 400 TIMES.
       01  WS-PD-IDX       PIC 9(3).
       01  WS-PD-FOUND     PIC A(1).

       01  WS-CSV-TABLE.
           05 WS-CSV-COUNT PIC 9(4) VALUE 0.
           05 WS-CSV-ENTRY OCCURS 9999 TIMES.
               10 WS-CSV-BRANCH  PIC A(2).
               10 WS-CSV-ID      PIC 9(4).
               10 WS-CSV-TYPE    PIC A(1).
               10 WS-CSV-TOYS    PIC 9(2).
               10 WS-CSV-USED    PIC A(1).
       01  WS-CSV-IDX      PIC 9(4).
       01  WS-CSV-FOUND    PIC 9(4).
       01  WS-CSV-DAY      PIC 9(8).

       01  WS-F-BRANCH     PIC X(4).
       01  WS-F-ID         PIC X(6).
       01  WS-F-TYPE       PIC X(6).
       01  WS-F-TOYS       PIC X(6).

       01  WS-CB-TABLE.
           05 WS-CB-COUNT  PIC 9(2) VALUE 0.
           05 WS-CB-ENTRY OCCURS 50 TIMES.
               10 WS-CB-BRANCH PIC A(2).
               10 WS-CB-KIDS   PIC 9(6).
               10 WS-CB-TOYS   PIC 9(7) OCCURS 4 TIMES.
               10 WS-CB-VALUE  PIC 9(9)V99.
               10 WS-CB-RCVD   PIC 9(7) OCCURS 4 TIMES.
       01  WS-CB-IDX       PIC 9(2).
       01  WS-CB-IDX-2     PIC 9(2).
       01  WS-CB-FOUND     PIC 9(2).
       01  WS-CB-SWAP      PIC X(75).
       01  WS-CB-BRANCH-LOOK PIC A(2).

       01  WS-KID-SET.
           05 WS-KS-COUNT  PIC 9(4) VALUE 0.
           05 WS-KS-ENTRY OCCURS 9999 TIMES.
               10 WS-KS-BRANCH PIC A(2).
               10 WS-KS-ID     PIC 9(4).
       01  WS-KS-IDX       PIC 9(4).
       01  WS-KS-FOUND     PIC A(1).

       01  WS-CAMP-TOTALS.
           05 WS-CT-KIDS   PIC 9(7).
           05 WS-CT-TOYS   PIC 9(8) OCCURS 4 TIMES.
           05 WS-CT-VALUE  PIC 9(10)V99.
           05 WS-CT-RCVD   PIC 9(8) OCCURS 4 TIMES.
           05 WS-CT-PENDING PIC 9(5).
           05 WS-CT-DROPPED PIC 9(5).
       01  WS-LN-TOTAL     PIC 9(9).
       01  WS-LN-RCVD      PIC 9(9).
       01  WS-LN-PCT       PIC 9(7).
       01  WS-LN-TARGET    PIC 9(9).
       01  WS-LN-VALUE     PIC 9(9)V99.
       01  WS-TYPE-CHAR    PIC A(1).

       01  CP-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(31) VALUE
               "CAMPAIGN PROGRESS REPORT AS OF".
           05 CPH-DATE     PIC X(8).
       01  CP-HEADER-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(50) VALUE
               "ISSUES VALUED AT THE PRICE.DAT PRICE ON EACH DAY".
       01  CP-CAMPAIGN-LINE.
           05 FILL         PIC X(9) VALUE "CAMPAIGN ".
           05 CPC-CODE     PIC X(6).
           05 FILL         PIC X(2) VALUE SPACES.
           05 CPC-NAME     PIC X(30).
           05 FILL         PIC X(9) VALUE "  WINDOW ".
           05 CPC-START    PIC 9(8).
           05 FILL         PIC X(3) VALUE " - ".
           05 CPC-END      PIC 9(8).
           05 FILL         PIC X(2) VALUE SPACES.
           05 CPC-STATE    PIC X(11).
       01  CP-SPONSOR-LINE.
           05 FILL         PIC X(9) VALUE "SPONSOR  ".
           05 CPS-DONOR    PIC X(4).
           05 FILL         PIC X(4) VALUE SPACES.
           05 CPS-NAME     PIC X(20).
       01  CP-COL-HDR.
           05 FILL         PIC X(24) VALUE "BR  BRANCH NAME".
           05 FILL         PIC X(8) VALUE "    KIDS".
           05 FILL         PIC X(8) VALUE "    SOFT".
           05 FILL         PIC X(8) VALUE "    HARD".
           05 FILL         PIC X(8) VALUE "    PUZZ".
           05 FILL         PIC X(8) VALUE "    ELEC".
           05 FILL         PIC X(10) VALUE "      TOYS".
           05 FILL         PIC X(14) VALUE "         VALUE".
           05 FILL         PIC X(13) VALUE "  SPONSOR RCV".
       01  CP-LINE.
           05 CPL-LABEL    PIC X(24).
           05 CPL-KIDS     PIC Z(7)9.
           05 CPL-TYPE     PIC Z(7)9 OCCURS 4 TIMES.
           05 CPL-TOTAL    PIC Z(9)9.
           05 CPL-VALUE    PIC Z(10)9.99.
           05 CPL-RCVD     PIC Z(12)9.
       01  CP-QTY-LINE.
           05 CPQ-LABEL    PIC X(24).
           05 CPQ-KIDS     PIC Z(7)9 BLANK WHEN ZERO.
           05 CPQ-TYPE     PIC Z(7)9 OCCURS 4 TIMES.
           05 CPQ-TOTAL    PIC Z(9)9.
       01  CP-PCT-LINE.
           05 CPP-LABEL    PIC X(24).
           05 CPP-KIDS     PIC Z(6)9.
           05 CPP-KIDS-PCT PIC X(1).
           05 CPP-ENTRY OCCURS 4 TIMES.
               10 CPP-TYPE     PIC Z(6)9.
               10 CPP-TYPE-PCT PIC X(1).
           05 CPP-TOTAL    PIC Z(8)9.
           05 CPP-TOTAL-PCT PIC X(1).
       01  CP-COUNT-LINE.
           05 FILL         PIC X(24) VALUE
               "ISSUE LINES PENDING:".
           05 CPN-PENDING  PIC Z(4)9.
           05 FILL         PIC X(26) VALUE
               "   DROPPED AT POSTING:".
           05 CPN-DROPPED  PIC Z(4)9.
       01  CP-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "NO CAMPAIGNS ON CAMPAIGN.DAT".
       01  CP-NO-ISSUE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "NO CONFIRMED CAMPAIGN ISSUES YET".
       01  CP-ORPHAN-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "REGISTER LINES FOR CODES NOT ON FILE:".
           05 CPO-COUNT    PIC Z(4)9.
       01  CP-NOTE-LINE-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "PENDING  = NO POSTED ISSUE FILE FOUND YET FOR THE DAY".
       01  CP-NOTE-LINE-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "DROPPED  = EDITED BUT NOT ISSUED (ALLOCATION LIMITS)".
       01  CP-NOTE-LINE-3.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "SPONSOR RCV = SPONSOR RECEIPTS IN THE CAMPAIGN WINDOW".

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           MOVE WS-RUN-DATE TO WS-RUN-NUM

           PERFORM LOAD-CAMPAIGNS
           PERFORM LOAD-BRANCHES
           PERFORM LOAD-DONORS
           PERFORM LOAD-PRICES
           PERFORM LOAD-CAMPAIGN-ISSUES
           PERFORM CONFIRM-PENDING-ISSUES
           IF WS-CI-CHANGED > 0 THEN
               PERFORM REWRITE-CAMPAIGN-ISSUES
           END-IF

           MOVE SPACES TO WS-RPT-FILENAME
           STRING "campaign_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           PERFORM WRITE-CAMPAIGN-REPORT

           DISPLAY "CAMPAIGN PROGRESS WRITTEN TO "
               FUNCTION TRIM(WS-RPT-FILENAME)
           DISPLAY "CAMPAIGN LINES CONFIRMED: " WS-CI-CONFIRMED
               "  DROPPED AT POSTING: " WS-CI-DROPPED
           IF WS-CI-ORPHANS > 0 THEN
               DISPLAY "CAMPAIGN REGISTER LINES FOR CODES NOT ON "
                   "CAMPAIGN.DAT: " WS-CI-ORPHANS
               MOVE 4 TO RETURN-CODE
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
                               IF RC-KEYWORD = "RUNDATE"
                                  AND RC-VALUE(1:8) IS NUMERIC THEN
                                   MOVE RC-VALUE(1:8) TO WS-RUN-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-RUNCTL-EOF
                   CLOSE RUNCTL-FILE
               END-IF.

           LOAD-CAMPAIGNS.
               OPEN INPUT CAMPAIGN-FILE
               IF WS-CMP-STATUS = "35" THEN
                   DISPLAY "CAMPAIGN.DAT NOT FOUND -- NO CAMPAIGNS "
                       "TO REPORT"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CAMPAIGN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-CAMPAIGN
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CAMPAIGN-FILE
               END-IF.

           KEEP-CAMPAIGN.
               IF WS-CMP-COUNT < 100 THEN
                   ADD 1 TO WS-CMP-COUNT
                   MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-COUNT)
                   MOVE CMP-NAME TO WS-CMP-NAME(WS-CMP-COUNT)
                   MOVE CMP-START TO WS-CMP-START(WS-CMP-COUNT)
                   MOVE CMP-END TO WS-CMP-END(WS-CMP-COUNT)
                   MOVE CMP-DONOR TO WS-CMP-DONOR(WS-CMP-COUNT)
                   IF CMP-TGT-KIDS IS NUMERIC THEN
                       MOVE CMP-TGT-KIDS
                           TO WS-CMP-TGT-KIDS(WS-CMP-COUNT)
                   ELSE
                       MOVE 0 TO WS-CMP-TGT-KIDS(WS-CMP-COUNT)
                   END-IF
                   PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 4
                       IF CMP-TGT-TOYS(WS-TYPE-IDX) IS NUMERIC THEN
                           MOVE CMP-TGT-TOYS(WS-TYPE-IDX) TO
                             WS-CMP-TGT-TOYS(WS-CMP-COUNT, WS-TYPE-IDX)
                       ELSE
                           MOVE 0 TO
                             WS-CMP-TGT-TOYS(WS-CMP-COUNT, WS-TYPE-IDX)
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "CAMPAIGN.DAT EXCEEDS 100-CAMPAIGN TABLE "
                       "LIMIT -- ENTRY SKIPPED"
               END-IF.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   DISPLAY "BRANCH.DAT NOT FOUND -- BRANCH NAMES "
                       "NOT SHOWN"
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

           FIND-BRANCH-NAME.
               MOVE "(UNKNOWN BRANCH)" TO WS-BRM-NAME-FOUND
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                   IF WS-BRM-CODE(WS-BRM-IDX)
                      = WS-CB-BRANCH(WS-CB-IDX) THEN
                       MOVE WS-BRM-NAME(WS-BRM-IDX)
                           TO WS-BRM-NAME-FOUND
                   END-IF
               END-PERFORM.

           LOAD-DONORS.
               OPEN INPUT DONOR-FILE
               IF WS-DONOR-STATUS = "35" THEN
                   DISPLAY "DONORS.DAT NOT FOUND -- SPONSOR NAMES "
                       "NOT SHOWN"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DONOR-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-DNR-COUNT < 200 THEN
                                   ADD 1 TO WS-DNR-COUNT
                                   MOVE DNR-CODE
                                       TO WS-DNR-CODE(WS-DNR-COUNT)
                                   MOVE DNR-NAME
                                       TO WS-DNR-NAME(WS-DNR-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE DONOR-FILE
               END-IF.

           FIND-DONOR-NAME.
               MOVE "(NOT ON DONORS.DAT)" TO WS-DNR-NAME-FOUND
               IF WS-CMP-DONOR(WS-CMP-IDX) = SPACES THEN
                   MOVE "(NO SPONSOR)" TO WS-DNR-NAME-FOUND
               END-IF
               PERFORM VARYING WS-DNR-IDX FROM 1 BY 1
                   UNTIL WS-DNR-IDX > WS-DNR-COUNT
                   IF WS-DNR-CODE(WS-DNR-IDX)
                      = WS-CMP-DONOR(WS-CMP-IDX) THEN
                       MOVE WS-DNR-NAME(WS-DNR-IDX)
                           TO WS-DNR-NAME-FOUND
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

           LOAD-CAMPAIGN-ISSUES.
               OPEN INPUT CAMP-ISSUE-FILE
               IF WS-CI-FILE-STATUS = "35" THEN
                   DISPLAY "CAMPISSUE.DAT NOT FOUND -- NO CAMPAIGN "
                       "ISSUES REGISTERED YET"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CAMP-ISSUE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-CAMPAIGN-ISSUE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CAMP-ISSUE-FILE
               END-IF.

           KEEP-CAMPAIGN-ISSUE.
               IF WS-CI-COUNT < 20000 THEN
                   ADD 1 TO WS-CI-COUNT
                   MOVE CAMP-ISSUE-RECORD TO WS-CI-ENTRY(WS-CI-COUNT)
                   IF CI-STATUS = 'P' AND CI-DATE <= WS-RUN-NUM THEN
                       PERFORM ADD-PENDING-DATE
                   END-IF
               ELSE
                   IF WS-CI-FULL = 'N' THEN
                       DISPLAY "CAMPISSUE.DAT EXCEEDS 20000-LINE "
                           "TABLE LIMIT -- REPORT IS PARTIAL AND "
                           "THE REGISTER IS NOT UPDATED"
                   END-IF
                   MOVE 'Y' TO WS-CI-FULL
               END-IF.

           ADD-PENDING-DATE.
               MOVE 'N' TO WS-PD-FOUND
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
                   IF WS-PD-DATE(WS-PD-IDX) = CI-DATE THEN
                       MOVE 'Y' TO WS-PD-FOUND
                   END-IF
               END-PERFORM
               IF WS-PD-FOUND = 'N' AND WS-PD-COUNT < 400 THEN
                   ADD 1 TO WS-PD-COUNT
                   MOVE CI-DATE TO WS-PD-DATE(WS-PD-COUNT)
               END-IF.

           CONFIRM-PENDING-ISSUES.
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
                   MOVE WS-PD-DATE(WS-PD-IDX) TO WS-CSV-DAY
                   PERFORM LOAD-DAY-ISSUES
                   IF WS-CSV-STATUS NOT = "35" THEN
                       PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                           UNTIL WS-CI-IDX > WS-CI-COUNT
                           IF WS-CI-DATE(WS-CI-IDX) = WS-CSV-DAY
                              AND WS-CI-STATUS(WS-CI-IDX) = 'P' THEN
                               PERFORM CONFIRM-ONE-ISSUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           LOAD-DAY-ISSUES.
               MOVE 0 TO WS-CSV-COUNT
               MOVE SPACES TO WS-CSV-FILENAME
               STRING "../archive/" WS-CSV-DAY "/output_"
                   WS-CSV-DAY ".csv"
                   DELIMITED BY SIZE INTO WS-CSV-FILENAME
               OPEN INPUT CSV-REPORT
               IF WS-CSV-STATUS = "35" THEN
                   MOVE SPACES TO WS-CSV-FILENAME
                   STRING "output_" WS-CSV-DAY ".csv"
                       DELIMITED BY SIZE INTO WS-CSV-FILENAME
                   OPEN INPUT CSV-REPORT
               END-IF
               IF WS-CSV-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-FIRST-LINE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CSV-REPORT
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-FIRST-LINE = 'Y' THEN
                                   MOVE 'N' TO WS-FIRST-LINE
                               ELSE
                                   PERFORM KEEP-DAY-ISSUE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CSV-REPORT
               END-IF.

           KEEP-DAY-ISSUE.
               MOVE SPACES TO WS-F-BRANCH
               MOVE SPACES TO WS-F-ID
               MOVE SPACES TO WS-F-TYPE
               MOVE SPACES TO WS-F-TOYS
               UNSTRING CSV-IN DELIMITED BY ","
                   INTO WS-F-BRANCH WS-F-ID WS-F-TYPE WS-F-TOYS
               EVALUATE WS-F-TYPE
                   WHEN "SOFT"
                       MOVE 'A' TO WS-TYPE-CHAR
                   WHEN "HARD"
                       MOVE 'B' TO WS-TYPE-CHAR
                   WHEN "PUZZ"
                       MOVE 'C' TO WS-TYPE-CHAR
                   WHEN "ELEC"
                       MOVE 'D' TO WS-TYPE-CHAR
                   WHEN OTHER
                       MOVE SPACE TO WS-TYPE-CHAR
               END-EVALUATE
               IF WS-TYPE-CHAR = SPACE OR WS-F-TOYS = SPACES THEN
                   CONTINUE
               ELSE IF WS-CSV-COUNT < 9999 THEN
                   ADD 1 TO WS-CSV-COUNT
                   MOVE WS-F-BRANCH(1:2) TO WS-CSV-BRANCH(WS-CSV-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F-ID)
                       TO WS-CSV-ID(WS-CSV-COUNT)
                   MOVE WS-TYPE-CHAR TO WS-CSV-TYPE(WS-CSV-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F-TOYS)
                       TO WS-CSV-TOYS(WS-CSV-COUNT)
                   MOVE 'N' TO WS-CSV-USED(WS-CSV-COUNT)
               END-IF.

           CONFIRM-ONE-ISSUE.
               MOVE 0 TO WS-CSV-FOUND
               PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
                   UNTIL WS-CSV-IDX > WS-CSV-COUNT
                      OR WS-CSV-FOUND > 0
                   IF WS-CSV-USED(WS-CSV-IDX) = 'N'
                      AND WS-CSV-BRANCH(WS-CSV-IDX)
                          = WS-CI-BRANCH(WS-CI-IDX)
                      AND WS-CSV-ID(WS-CSV-IDX) = WS-CI-ID(WS-CI-IDX)
                      AND WS-CSV-TYPE(WS-CSV-IDX)
                          = WS-CI-TOYTYPE(WS-CI-IDX)
                      AND WS-CSV-TOYS(WS-CSV-IDX)
                          = WS-CI-TOYS(WS-CI-IDX) THEN
                       MOVE WS-CSV-IDX TO WS-CSV-FOUND
                   END-IF
               END-PERFORM
               IF WS-CSV-FOUND > 0 THEN
                   MOVE 'Y' TO WS-CSV-USED(WS-CSV-FOUND)
                   MOVE 'I' TO WS-CI-STATUS(WS-CI-IDX)
                   ADD 1 TO WS-CI-CONFIRMED
               ELSE
                   MOVE 'D' TO WS-CI-STATUS(WS-CI-IDX)
                   ADD 1 TO WS-CI-DROPPED
               END-IF
               ADD 1 TO WS-CI-CHANGED.

           REWRITE-CAMPAIGN-ISSUES.
               IF WS-CI-FULL = 'Y' THEN
                   DISPLAY "CAMPISSUE.DAT NOT REWRITTEN -- "
                       "CONFIRMATIONS WILL BE REDONE NEXT RUN"
               ELSE
                   OPEN OUTPUT CAMP-ISSUE-TMP-FILE
                   PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                       UNTIL WS-CI-IDX > WS-CI-COUNT
                       WRITE CAMP-ISSUE-TMP-REC
                           FROM WS-CI-ENTRY(WS-CI-IDX)
                   END-PERFORM
                   CLOSE CAMP-ISSUE-TMP-FILE
                   CALL "CBL_RENAME_FILE" USING WS-CI-TMPNAME
                       WS-CI-FILENAME
                       RETURNING WS-RENAME-RC
                   END-CALL
               END-IF.

           WRITE-CAMPAIGN-REPORT.
               OPEN OUTPUT CAMPAIGN-REPORT-FILE
               WRITE CAMPAIGN-REPORT-OUT FROM DIVIDER-1
               MOVE WS-RUN-DATE TO CPH-DATE
               WRITE CAMPAIGN-REPORT-OUT FROM CP-HEADER-1
               WRITE CAMPAIGN-REPORT-OUT FROM CP-HEADER-2
               WRITE CAMPAIGN-REPORT-OUT FROM DIVIDER-1
               IF WS-CMP-COUNT = 0 THEN
                   WRITE CAMPAIGN-REPORT-OUT FROM CP-NONE-LINE
               END-IF
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   PERFORM BUILD-CAMPAIGN-TOTALS
                   PERFORM WRITE-ONE-CAMPAIGN
               END-PERFORM
               PERFORM COUNT-ORPHAN-ISSUES
               IF WS-CI-ORPHANS > 0 THEN
                   MOVE WS-CI-ORPHANS TO CPO-COUNT
                   WRITE CAMPAIGN-REPORT-OUT FROM CP-ORPHAN-LINE
               END-IF
               WRITE CAMPAIGN-REPORT-OUT FROM DIVIDER-1
               WRITE CAMPAIGN-REPORT-OUT FROM CP-NOTE-LINE-1
               WRITE CAMPAIGN-REPORT-OUT FROM CP-NOTE-LINE-2
               WRITE CAMPAIGN-REPORT-OUT FROM CP-NOTE-LINE-3
               CLOSE CAMPAIGN-REPORT-FILE.

           BUILD-CAMPAIGN-TOTALS.
               MOVE 0 TO WS-CB-COUNT
               MOVE 0 TO WS-KS-COUNT
               INITIALIZE WS-CAMP-TOTALS
               PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-COUNT
                   IF WS-CI-CAMPAIGN(WS-CI-IDX)
                      = WS-CMP-CODE(WS-CMP-IDX) THEN
                       PERFORM ADD-CAMPAIGN-ISSUE
                   END-IF
               END-PERFORM
               IF WS-CMP-DONOR(WS-CMP-IDX) NOT = SPACES THEN
                   PERFORM ADD-SPONSOR-RECEIPTS
               END-IF
               PERFORM SORT-CAMPAIGN-BRANCHES.

           ADD-CAMPAIGN-ISSUE.
               EVALUATE WS-CI-STATUS(WS-CI-IDX)
                   WHEN 'P'
                       ADD 1 TO WS-CT-PENDING
                   WHEN 'D'
                       ADD 1 TO WS-CT-DROPPED
                   WHEN 'I'
                       PERFORM ADD-CONFIRMED-ISSUE
               END-EVALUATE.

           ADD-CONFIRMED-ISSUE.
               MOVE WS-CI-BRANCH(WS-CI-IDX) TO WS-CB-BRANCH-LOOK
               PERFORM FIND-CB-ENTRY
               IF WS-CB-FOUND > 0 THEN
                   MOVE 0 TO WS-TYPE-IDX
                   INSPECT WS-TYPE-CODES TALLYING WS-TYPE-IDX
                       FOR CHARACTERS
                       BEFORE INITIAL WS-CI-TOYTYPE(WS-CI-IDX)
                   ADD 1 TO WS-TYPE-IDX
                   IF WS-TYPE-IDX <= 4 THEN
                       ADD WS-CI-TOYS(WS-CI-IDX)
                           TO WS-CB-TOYS(WS-CB-FOUND, WS-TYPE-IDX)
                       ADD WS-CI-TOYS(WS-CI-IDX)
                           TO WS-CT-TOYS(WS-TYPE-IDX)
                   END-IF
                   MOVE WS-CI-TOYTYPE(WS-CI-IDX) TO WS-HIST-TYPE
                   MOVE WS-CI-DATE(WS-CI-IDX) TO WS-HIST-DATE
                   PERFORM GET-HIST-PRICE
                   COMPUTE WS-LN-VALUE =
                       WS-CI-TOYS(WS-CI-IDX) * WS-HIST-PRICE
                   ADD WS-LN-VALUE TO WS-CB-VALUE(WS-CB-FOUND)
                   ADD WS-LN-VALUE TO WS-CT-VALUE
                   PERFORM ADD-KID-REACHED
               END-IF.

           ADD-KID-REACHED.
               MOVE 'N' TO WS-KS-FOUND
               PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KS-COUNT
                      OR WS-KS-FOUND = 'Y'
                   IF WS-KS-BRANCH(WS-KS-IDX) = WS-CI-BRANCH(WS-CI-IDX)
                      AND WS-KS-ID(WS-KS-IDX) = WS-CI-ID(WS-CI-IDX)
                      THEN
                       MOVE 'Y' TO WS-KS-FOUND
                   END-IF
               END-PERFORM
               IF WS-KS-FOUND = 'N' THEN
                   IF WS-KS-COUNT < 9999 THEN
                       ADD 1 TO WS-KS-COUNT
                       MOVE WS-CI-BRANCH(WS-CI-IDX)
                           TO WS-KS-BRANCH(WS-KS-COUNT)
                       MOVE WS-CI-ID(WS-CI-IDX)
                           TO WS-KS-ID(WS-KS-COUNT)
                   END-IF
                   ADD 1 TO WS-CB-KIDS(WS-CB-FOUND)
                   ADD 1 TO WS-CT-KIDS
               END-IF.

           FIND-CB-ENTRY.
               MOVE 0 TO WS-CB-FOUND
               PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
                      OR WS-CB-FOUND > 0
                   IF WS-CB-BRANCH(WS-CB-IDX) = WS-CB-BRANCH-LOOK THEN
                       MOVE WS-CB-IDX TO WS-CB-FOUND
                   END-IF
               END-PERFORM
               IF WS-CB-FOUND = 0 THEN
                   IF WS-CB-COUNT < 50 THEN
                       ADD 1 TO WS-CB-COUNT
                       MOVE WS-CB-COUNT TO WS-CB-FOUND
                       INITIALIZE WS-CB-ENTRY(WS-CB-FOUND)
                       MOVE WS-CB-BRANCH-LOOK
                           TO WS-CB-BRANCH(WS-CB-FOUND)
                   ELSE
                       DISPLAY "CAMPAIGN BRANCH TABLE FULL (50) -- "
                           "BRANCH " WS-CB-BRANCH-LOOK " LEFT OUT"
                   END-IF
               END-IF.

           ADD-SPONSOR-RECEIPTS.
               OPEN INPUT DONOR-HIST-FILE
               IF WS-HIST-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DONOR-HIST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF DH-DONOR = WS-CMP-DONOR(WS-CMP-IDX)
                                  AND DH-DATE
                                      >= WS-CMP-START(WS-CMP-IDX)
                                  AND DH-DATE
                                      <= WS-CMP-END(WS-CMP-IDX)
                                  AND DH-DATE <= WS-RUN-NUM THEN
                                   PERFORM ADD-ONE-RECEIPT
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE DONOR-HIST-FILE
               END-IF.

           ADD-ONE-RECEIPT.
               MOVE DH-BRANCH TO WS-CB-BRANCH-LOOK
               PERFORM FIND-CB-ENTRY
               MOVE 0 TO WS-TYPE-IDX
               INSPECT WS-TYPE-CODES TALLYING WS-TYPE-IDX
                   FOR CHARACTERS BEFORE INITIAL DH-TOYTYPE
               ADD 1 TO WS-TYPE-IDX
               IF WS-CB-FOUND > 0 AND WS-TYPE-IDX <= 4 THEN
                   ADD DH-QTY TO WS-CB-RCVD(WS-CB-FOUND, WS-TYPE-IDX)
                   ADD DH-QTY TO WS-CT-RCVD(WS-TYPE-IDX)
               END-IF.

           SORT-CAMPAIGN-BRANCHES.
               PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX >= WS-CB-COUNT
                   PERFORM VARYING WS-CB-IDX-2 FROM WS-CB-IDX BY 1
                       UNTIL WS-CB-IDX-2 > WS-CB-COUNT
                       IF WS-CB-BRANCH(WS-CB-IDX-2)
                          < WS-CB-BRANCH(WS-CB-IDX) THEN
                           MOVE WS-CB-ENTRY(WS-CB-IDX) TO WS-CB-SWAP
                           MOVE WS-CB-ENTRY(WS-CB-IDX-2)
                               TO WS-CB-ENTRY(WS-CB-IDX)
                           MOVE WS-CB-SWAP TO WS-CB-ENTRY(WS-CB-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-ONE-CAMPAIGN.
               IF WS-CMP-IDX > 1 THEN
                   WRITE CAMPAIGN-REPORT-OUT FROM DIVIDER-1
               END-IF
               MOVE WS-CMP-CODE(WS-CMP-IDX) TO CPC-CODE
               MOVE WS-CMP-NAME(WS-CMP-IDX) TO CPC-NAME
               MOVE WS-CMP-START(WS-CMP-IDX) TO CPC-START
               MOVE WS-CMP-END(WS-CMP-IDX) TO CPC-END
               IF WS-RUN-NUM < WS-CMP-START(WS-CMP-IDX) THEN
                   MOVE "NOT STARTED" TO CPC-STATE
               ELSE IF WS-RUN-NUM > WS-CMP-END(WS-CMP-IDX) THEN
                   MOVE "CLOSED" TO CPC-STATE
               ELSE
                   MOVE "OPEN" TO CPC-STATE
               END-IF
               END-IF
               WRITE CAMPAIGN-REPORT-OUT FROM CP-CAMPAIGN-LINE
               PERFORM FIND-DONOR-NAME
               MOVE WS-CMP-DONOR(WS-CMP-IDX) TO CPS-DONOR
               MOVE WS-DNR-NAME-FOUND TO CPS-NAME
               WRITE CAMPAIGN-REPORT-OUT FROM CP-SPONSOR-LINE
               WRITE CAMPAIGN-REPORT-OUT FROM DIVIDER-3
               WRITE CAMPAIGN-REPORT-OUT FROM CP-COL-HDR
               IF WS-CB-COUNT = 0 THEN
                   WRITE CAMPAIGN-REPORT-OUT FROM CP-NO-ISSUE-LINE
               END-IF
               PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
                   PERFORM WRITE-CAMPAIGN-BRANCH
               END-PERFORM
               WRITE CAMPAIGN-REPORT-OUT FROM DIVIDER-3
               PERFORM WRITE-CAMPAIGN-TOTALS
               MOVE WS-CT-PENDING TO CPN-PENDING
               MOVE WS-CT-DROPPED TO CPN-DROPPED
               WRITE CAMPAIGN-REPORT-OUT FROM CP-COUNT-LINE.

           WRITE-CAMPAIGN-BRANCH.
               PERFORM FIND-BRANCH-NAME
               MOVE SPACES TO CPL-LABEL
               STRING WS-CB-BRANCH(WS-CB-IDX) "  " WS-BRM-NAME-FOUND
                   DELIMITED BY SIZE INTO CPL-LABEL
               MOVE WS-CB-KIDS(WS-CB-IDX) TO CPL-KIDS
               MOVE 0 TO WS-LN-TOTAL
               MOVE 0 TO WS-LN-RCVD
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE WS-CB-TOYS(WS-CB-IDX, WS-TYPE-IDX)
                       TO CPL-TYPE(WS-TYPE-IDX)
                   ADD WS-CB-TOYS(WS-CB-IDX, WS-TYPE-IDX)
                       TO WS-LN-TOTAL
                   ADD WS-CB-RCVD(WS-CB-IDX, WS-TYPE-IDX)
                       TO WS-LN-RCVD
               END-PERFORM
               MOVE WS-LN-TOTAL TO CPL-TOTAL
               MOVE WS-CB-VALUE(WS-CB-IDX) TO CPL-VALUE
               MOVE WS-LN-RCVD TO CPL-RCVD
               WRITE CAMPAIGN-REPORT-OUT FROM CP-LINE.

           WRITE-CAMPAIGN-TOTALS.
               MOVE "CAMPAIGN TOTAL" TO CPL-LABEL
               MOVE WS-CT-KIDS TO CPL-KIDS
               MOVE 0 TO WS-LN-TOTAL
               MOVE 0 TO WS-LN-RCVD
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE WS-CT-TOYS(WS-TYPE-IDX) TO CPL-TYPE(WS-TYPE-IDX)
                   ADD WS-CT-TOYS(WS-TYPE-IDX) TO WS-LN-TOTAL
                   ADD WS-CT-RCVD(WS-TYPE-IDX) TO WS-LN-RCVD
               END-PERFORM
               MOVE WS-LN-TOTAL TO CPL-TOTAL
               MOVE WS-CT-VALUE TO CPL-VALUE
               MOVE WS-LN-RCVD TO CPL-RCVD
               WRITE CAMPAIGN-REPORT-OUT FROM CP-LINE

               MOVE "TARGET" TO CPQ-LABEL
               MOVE WS-CMP-TGT-KIDS(WS-CMP-IDX) TO CPQ-KIDS
               MOVE 0 TO WS-LN-TARGET
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE WS-CMP-TGT-TOYS(WS-CMP-IDX, WS-TYPE-IDX)
                       TO CPQ-TYPE(WS-TYPE-IDX)
                   ADD WS-CMP-TGT-TOYS(WS-CMP-IDX, WS-TYPE-IDX)
                       TO WS-LN-TARGET
               END-PERFORM
               MOVE WS-LN-TARGET TO CPQ-TOTAL
               WRITE CAMPAIGN-REPORT-OUT FROM CP-QTY-LINE

               MOVE "PERCENT OF TARGET" TO CPP-LABEL
               MOVE WS-CT-KIDS TO WS-LN-TOTAL
               MOVE WS-CMP-TGT-KIDS(WS-CMP-IDX) TO WS-LN-TARGET
               PERFORM COMPUTE-PERCENT
               MOVE WS-LN-PCT TO CPP-KIDS
               MOVE "%" TO CPP-KIDS-PCT
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE WS-CT-TOYS(WS-TYPE-IDX) TO WS-LN-TOTAL
                   MOVE WS-CMP-TGT-TOYS(WS-CMP-IDX, WS-TYPE-IDX)
                       TO WS-LN-TARGET
                   PERFORM COMPUTE-PERCENT
                   MOVE WS-LN-PCT TO CPP-TYPE(WS-TYPE-IDX)
                   MOVE "%" TO CPP-TYPE-PCT(WS-TYPE-IDX)
               END-PERFORM
               MOVE 0 TO WS-LN-TOTAL
               MOVE 0 TO WS-LN-TARGET
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   ADD WS-CT-TOYS(WS-TYPE-IDX) TO WS-LN-TOTAL
                   ADD WS-CMP-TGT-TOYS(WS-CMP-IDX, WS-TYPE-IDX)
                       TO WS-LN-TARGET
               END-PERFORM
               PERFORM COMPUTE-PERCENT
               MOVE WS-LN-PCT TO CPP-TOTAL
               MOVE "%" TO CPP-TOTAL-PCT
               WRITE CAMPAIGN-REPORT-OUT FROM CP-PCT-LINE

               MOVE "SPONSOR STOCK COMMITTED" TO CPQ-LABEL
               MOVE 0 TO CPQ-KIDS
               MOVE 0 TO WS-LN-RCVD
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE WS-CT-RCVD(WS-TYPE-IDX) TO CPQ-TYPE(WS-TYPE-IDX)
                   ADD WS-CT-RCVD(WS-TYPE-IDX) TO WS-LN-RCVD
               END-PERFORM
               MOVE WS-LN-RCVD TO CPQ-TOTAL
               WRITE CAMPAIGN-REPORT-OUT FROM CP-QTY-LINE.

           COMPUTE-PERCENT.
               IF WS-LN-TARGET = 0 THEN
                   MOVE 0 TO WS-LN-PCT
               ELSE
                   COMPUTE WS-LN-PCT ROUNDED =
                       WS-LN-TOTAL * 100 / WS-LN-TARGET
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-LN-PCT
                   END-COMPUTE
               END-IF.

           COUNT-ORPHAN-ISSUES.
               MOVE 0 TO WS-CI-ORPHANS
               PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-COUNT
                   MOVE 'N' TO WS-PD-FOUND
                   PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                       UNTIL WS-CMP-IDX > WS-CMP-COUNT
                       IF WS-CMP-CODE(WS-CMP-IDX)
                          = WS-CI-CAMPAIGN(WS-CI-IDX) THEN
                           MOVE 'Y' TO WS-PD-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-PD-FOUND = 'N' THEN
                       ADD 1 TO WS-CI-ORPHANS
                   END-IF
               END-PERFORM.

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
