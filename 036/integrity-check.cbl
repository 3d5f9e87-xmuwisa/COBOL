       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
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

       SELECT KID-MASTER-FILE
           ASSIGN TO 'kidmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KM-STATUS.

       SELECT HOUSEHOLD-FILE
           ASSIGN TO 'household.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HH-STATUS.

       SELECT KID-TOYS-MASTER
           ASSIGN TO 'kidtoys.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KT-KEY
           FILE STATUS IS WS-MASTER-STATUS.

       SELECT BACKORDER-FILE
           ASSIGN TO 'backorder.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BO-STATUS.

       SELECT STOCK-FILE
           ASSIGN TO 'stock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STOCK-STATUS.

       SELECT INTRANSIT-FILE
           ASSIGN TO 'intransit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IT-STATUS.

       SELECT TRANSFER-FILE
           ASSIGN TO 'transfers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFR-STATUS.

       SELECT PRICE-FILE
           ASSIGN TO 'price.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

       SELECT REORDER-POINTS-FILE
           ASSIGN TO 'reorder_points.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROP-STATUS.

       SELECT ROP-BRANCH-FILE
           ASSIGN TO 'ropbranch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROB-STATUS.

       SELECT SUPPLIER-FILE
           ASSIGN TO 'supplier.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

       SELECT PO-FILE
           ASSIGN TO 'po.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.

       SELECT DONOR-FILE
           ASSIGN TO 'donors.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DONOR-STATUS.

       SELECT CAMPAIGN-FILE
           ASSIGN TO 'campaign.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMP-STATUS.

       SELECT INTEGRITY-REPORT-FILE
           ASSIGN TO 'integrity_report.dat'
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

       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05 HH-ID        PIC 9(5).
           05 HH-GUARDIAN  PIC X(20).
           05 HH-ADDRESS   PIC X(30).
           05 HH-BARANGAY  PIC X(20).

       FD  KID-TOYS-MASTER.
       01  MASTER-RECORD.
           05 KT-KEY.
               10 KT-BRANCH PIC A(2).
               10 KT-ID     PIC 9(4).
               10 KT-TOYTYPE PIC A(1).
           05 KT-TOYS      PIC 9(2).

       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05 BO-DATE      PIC 9(8).
           05 BO-BRANCH    PIC A(2).
           05 BO-ID        PIC 9(4).
           05 BO-TOYTYPE   PIC A(1).
           05 BO-QTY       PIC 9(4).

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

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PRC-TOYTYPE  PIC A(1).
           05 PRC-EFF-DATE PIC 9(8).
           05 PRC-PRICE    PIC 9(3)V99.

       FD  REORDER-POINTS-FILE.
       01  REORDER-POINTS-RECORD.
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

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05 SUP-CODE     PIC X(4).
           05 SUP-NAME     PIC X(20).
           05 SUP-CONTACT  PIC X(20).

       FD  PO-FILE.
       01  PO-RECORD.
           05 PO-NUMBER    PIC 9(6).
           05 PO-DATE      PIC 9(8).
           05 PO-SUPPLIER  PIC X(4).
           05 PO-TOYTYPE   PIC A(1).
           05 PO-QTY       PIC 9(6).
           05 PO-RECEIVED  PIC 9(6).
           05 PO-STATUS    PIC X(1).
           05 PO-UNIT-COST PIC 9(5)V99.
           05 PO-UNIT      PIC X(4).
           05 PO-PACK      PIC 9(4).

       FD  DONOR-FILE.
       01  DONOR-RECORD.
           05 DNR-CODE     PIC X(4).
           05 DNR-NAME     PIC X(20).
           05 DNR-CONTACT  PIC X(20).

       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CMP-CODE     PIC X(6).
           05 CMP-NAME     PIC X(30).
           05 CMP-START    PIC 9(8).
           05 CMP-END      PIC 9(8).
           05 CMP-DONOR    PIC X(4).
           05 CMP-TGT-KIDS PIC 9(6).
           05 CMP-TGT-TOYS PIC 9(6) OCCURS 4 TIMES.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-OUT   PIC X(100).

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
           05 RS-PROGRAM   PIC X(20) VALUE "INTEGRITY-CHECK".
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
       01  WS-KM-STATUS    PIC X(2).
       01  WS-HH-STATUS    PIC X(2).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-BO-STATUS    PIC X(2).
       01  WS-STOCK-STATUS PIC X(2).
       01  WS-IT-STATUS    PIC X(2).
       01  WS-XFR-STATUS   PIC X(2).
       01  WS-PRICE-STATUS PIC X(2).
       01  WS-ROP-STATUS   PIC X(2).
       01  WS-ROB-STATUS   PIC X(2).
       01  WS-SUP-STATUS   PIC X(2).
       01  WS-PO-STATUS    PIC X(2).
       01  WS-DONOR-STATUS PIC X(2).
       01  WS-CMP-STATUS   PIC X(2).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).

       01  WS-HAVE-BRANCHES PIC A(1) VALUE 'N'.
       01  WS-HAVE-KIDS    PIC A(1) VALUE 'N'.
       01  WS-HAVE-HOUSEHOLDS PIC A(1) VALUE 'N'.
       01  WS-HAVE-SUPPLIERS PIC A(1) VALUE 'N'.
       01  WS-HAVE-DONORS  PIC A(1) VALUE 'N'.

       01  WS-BRANCH-TABLE.
           05 WS-BRM-COUNT PIC 9(2) VALUE 0.
           05 WS-BRM-ENTRY OCCURS 50 TIMES.
               10 WS-BRM-CODE   PIC A(2).
               10 WS-BRM-STAT   PIC X(1).
       01  WS-BRM-IDX      PIC 9(2).

       01  WS-KM-TABLE.
           05 WS-KM-COUNT  PIC 9(4) VALUE 0.
           05 WS-KM-ENTRY OCCURS 5000 TIMES.
               10 WS-KM-ID      PIC 9(4).
               10 WS-KM-BRANCH  PIC A(2).
       01  WS-KM-IDX       PIC 9(4).

       01  WS-HH-TABLE.
           05 WS-HH-COUNT  PIC 9(4) VALUE 0.
           05 WS-HH-ID     PIC 9(5) OCCURS 2000 TIMES.
       01  WS-HH-IDX       PIC 9(4).

       01  WS-SUP-TABLE.
           05 WS-SUP-COUNT PIC 9(3) VALUE 0.
           05 WS-SUP-CODE  PIC X(4) OCCURS 200 TIMES.
       01  WS-SUP-IDX      PIC 9(3).

       01  WS-DNR-TABLE.
           05 WS-DNR-COUNT PIC 9(3) VALUE 0.
           05 WS-DNR-CODE  PIC X(4) OCCURS 200 TIMES.
       01  WS-DNR-IDX      PIC 9(3).

       01  WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 4 TIMES.
               10 WS-TYPE-PRICED PIC A(1).
               10 WS-TYPE-ROP    PIC A(1).
       01  WS-TYPE-IDX     PIC 9(1).
       01  WS-TYPE-CODES   PIC X(4) VALUE "ABCD".

       01  WS-LOOK-BRANCH  PIC A(2).
       01  WS-LOOK-ID      PIC 9(4).
       01  WS-LOOK-CODE    PIC X(4).
       01  WS-FOUND        PIC A(1).
       01  WS-FOUND-STAT   PIC X(1).
       01  WS-LAST-KT-BRANCH PIC A(2) VALUE SPACES.
       01  WS-LAST-KT-ID   PIC 9(4) VALUE 0.

       01  WS-CATEGORY-TABLE.
           05 WS-CAT-COUNT PIC 9(2) VALUE 14.
           05 WS-CAT-ENTRY OCCURS 14 TIMES.
               10 WS-CAT-CODE   PIC X(2).
               10 WS-CAT-SEV    PIC X(1).
               10 WS-CAT-TITLE  PIC X(45).
               10 WS-CAT-HITS   PIC 9(5).
       01  WS-CAT-IDX      PIC 9(2).

       01  WS-EXCEPTIONS.
           05 WS-EX-COUNT  PIC 9(4) VALUE 0.
           05 WS-EX-ENTRY OCCURS 5000 TIMES.
               10 WS-EX-CAT     PIC 9(2).
               10 WS-EX-KEY     PIC X(24).
               10 WS-EX-TEXT    PIC X(40).
       01  WS-EX-IDX       PIC 9(4).
       01  WS-EX-FULL      PIC A(1) VALUE 'N'.

       01  WS-NX-CAT       PIC 9(2).
       01  WS-NX-KEY       PIC X(24).
       01  WS-NX-TEXT      PIC X(40).

       01  WS-NOTES.
           05 WS-NOTE-COUNT PIC 9(2) VALUE 0.
           05 WS-NOTE-LINE PIC X(70) OCCURS 20 TIMES.
       01  WS-NOTE-IDX     PIC 9(2).
       01  WS-NX-NOTE      PIC X(70).

       01  WS-SEVERE-COUNT PIC 9(5) VALUE 0.
       01  WS-WARN-COUNT   PIC 9(5) VALUE 0.

       01  RPT-TITLE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "CROSS-FILE REFERENTIAL INTEGRITY CHECK".
       01  RPT-DATE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(10) VALUE "RUN DATE: ".
           05 RP-DATE      PIC X(8).
       01  RPT-NOTE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(6) VALUE "NOTE: ".
           05 RN-TEXT      PIC X(70).
       01  RPT-CAT-HEADER.
           05 FILL         PIC X(2) VALUE SPACES.
           05 RH-CODE      PIC X(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RH-SEV       PIC X(8).
           05 RH-TITLE     PIC X(45).
       01  RPT-DETAIL-LINE.
           05 FILL         PIC X(6) VALUE SPACES.
           05 RD-KEY       PIC X(24).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RD-TEXT      PIC X(40).
       01  RPT-CAT-TOTAL.
           05 FILL         PIC X(6) VALUE SPACES.
           05 FILL         PIC X(26) VALUE "EXCEPTIONS IN CATEGORY: ".
           05 RT-COUNT     PIC Z(4)9.
       01  RPT-CLEAN-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "NO REFERENTIAL INTEGRITY EXCEPTIONS".
       01  RPT-SUMMARY-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(30) VALUE "SUMMARY BY CATEGORY".
       01  RPT-SUMMARY-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 RS-CODE      PIC X(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RS-SEV       PIC X(8).
           05 RS-TITLE     PIC X(45).
           05 RS-HITS      PIC Z(4)9.
       01  RPT-RESULT-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(8) VALUE "SEVERE: ".
           05 RR-SEVERE    PIC Z(4)9.
           05 FILL         PIC X(12) VALUE "   WARNING: ".
           05 RR-WARN      PIC Z(4)9.
           05 FILL         PIC X(11) VALUE "   RESULT: ".
           05 RR-RESULT    PIC X(30).
       01  RPT-FULL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(50) VALUE
               "EXCEPTION LIST FULL -- LATER LINES NOT LISTED".

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           PERFORM INIT-CATEGORIES

           PERFORM LOAD-BRANCHES
           PERFORM LOAD-HOUSEHOLDS
           PERFORM LOAD-KID-MASTER
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-DONORS

           PERFORM CHECK-KID-TOYS
           PERFORM CHECK-BACKORDERS
           PERFORM CHECK-STOCK
           PERFORM CHECK-INTRANSIT
           PERFORM CHECK-TRANSFERS
           PERFORM CHECK-PRICE-TYPES
           PERFORM CHECK-PURCHASE-ORDERS
           PERFORM CHECK-CAMPAIGNS

           PERFORM WRITE-INTEGRITY-REPORT

           DISPLAY "INTEGRITY CHECK: SEVERE " WS-SEVERE-COUNT
               "  WARNING " WS-WARN-COUNT
               " -- SEE INTEGRITY_REPORT.DAT"
           IF WS-SEVERE-COUNT > 0 THEN
               DISPLAY "SEVERE ORPHANS FOUND -- THE DAILY RUN MUST "
                   "NOT PROCEED TO STEP020"
               MOVE 8 TO RETURN-CODE
               MOVE "FAIL" TO RS-EVENT
           ELSE
               IF WS-WARN-COUNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "PASS" TO RS-EVENT
           END-IF
           PERFORM WRITE-RUN-STATUS

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

           INIT-CATEGORIES.
               MOVE "KT" TO WS-CAT-CODE(1)
               MOVE "S" TO WS-CAT-SEV(1)
               MOVE "KIDTOYS KEY WITH NO KID MASTER ENTRY"
                   TO WS-CAT-TITLE(1)
               MOVE "KB" TO WS-CAT-CODE(2)
               MOVE "S" TO WS-CAT-SEV(2)
               MOVE "KID MASTER BRANCH NOT ON BRANCH FILE"
                   TO WS-CAT-TITLE(2)
               MOVE "KH" TO WS-CAT-CODE(3)
               MOVE "W" TO WS-CAT-SEV(3)
               MOVE "KID HOUSEHOLD NOT ON HOUSEHOLD FILE"
                   TO WS-CAT-TITLE(3)
               MOVE "BO" TO WS-CAT-CODE(4)
               MOVE "S" TO WS-CAT-SEV(4)
               MOVE "BACKORDER FOR KID NOT ON KID MASTER"
                   TO WS-CAT-TITLE(4)
               MOVE "SB" TO WS-CAT-CODE(5)
               MOVE "S" TO WS-CAT-SEV(5)
               MOVE "STOCK ROW FOR BRANCH NOT ON BRANCH FILE"
                   TO WS-CAT-TITLE(5)
               MOVE "SC" TO WS-CAT-CODE(6)
               MOVE "W" TO WS-CAT-SEV(6)
               MOVE "STOCK HELD AT A CLOSED BRANCH"
                   TO WS-CAT-TITLE(6)
               MOVE "IB" TO WS-CAT-CODE(7)
               MOVE "S" TO WS-CAT-SEV(7)
               MOVE "IN-TRANSIT ROW FOR BRANCH NOT ON BRANCH FILE"
                   TO WS-CAT-TITLE(7)
               MOVE "IC" TO WS-CAT-CODE(8)
               MOVE "W" TO WS-CAT-SEV(8)
               MOVE "IN-TRANSIT ROW TO A DEACTIVATED BRANCH"
                   TO WS-CAT-TITLE(8)
               MOVE "XB" TO WS-CAT-CODE(9)
               MOVE "S" TO WS-CAT-SEV(9)
               MOVE "TRANSFER FOR BRANCH NOT ON BRANCH FILE"
                   TO WS-CAT-TITLE(9)
               MOVE "PR" TO WS-CAT-CODE(10)
               MOVE "W" TO WS-CAT-SEV(10)
               MOVE "PRICED TOY TYPE WITH NO REORDER POINT"
                   TO WS-CAT-TITLE(10)
               MOVE "RB" TO WS-CAT-CODE(11)
               MOVE "W" TO WS-CAT-SEV(11)
               MOVE "BRANCH REORDER POINT FOR UNKNOWN BRANCH"
                   TO WS-CAT-TITLE(11)
               MOVE "PS" TO WS-CAT-CODE(12)
               MOVE "S" TO WS-CAT-SEV(12)
               MOVE "OPEN PO LINE FOR SUPPLIER NOT ON FILE"
                   TO WS-CAT-TITLE(12)
               MOVE "PC" TO WS-CAT-CODE(13)
               MOVE "W" TO WS-CAT-SEV(13)
               MOVE "CLOSED PO LINE FOR SUPPLIER NOT ON FILE"
                   TO WS-CAT-TITLE(13)
               MOVE "CD" TO WS-CAT-CODE(14)
               MOVE "W" TO WS-CAT-SEV(14)
               MOVE "CAMPAIGN SPONSOR NOT ON DONOR FILE"
                   TO WS-CAT-TITLE(14)
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   MOVE 0 TO WS-CAT-HITS(WS-CAT-IDX)
               END-PERFORM
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   MOVE 'N' TO WS-TYPE-PRICED(WS-TYPE-IDX)
                   MOVE 'N' TO WS-TYPE-ROP(WS-TYPE-IDX)
               END-PERFORM.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   MOVE "BRANCH.DAT NOT FOUND -- BRANCH REFERENCES "
                       TO WS-NX-NOTE
                   MOVE "NOT CHECKED" TO WS-NX-NOTE(43:11)
                   PERFORM ADD-NOTE
               ELSE
                   MOVE 'Y' TO WS-HAVE-BRANCHES
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
                                       TO WS-BRM-STAT(WS-BRM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           LOAD-HOUSEHOLDS.
               OPEN INPUT HOUSEHOLD-FILE
               IF WS-HH-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-HAVE-HOUSEHOLDS
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ HOUSEHOLD-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-HH-COUNT < 2000 THEN
                                   ADD 1 TO WS-HH-COUNT
                                   MOVE HH-ID TO WS-HH-ID(WS-HH-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE HOUSEHOLD-FILE
               END-IF.

           LOAD-KID-MASTER.
               OPEN INPUT KID-MASTER-FILE
               IF WS-KM-STATUS = "35" THEN
                   MOVE "KIDMAST.DAT NOT FOUND -- KID REFERENCES "
                       TO WS-NX-NOTE
                   MOVE "NOT CHECKED" TO WS-NX-NOTE(41:11)
                   PERFORM ADD-NOTE
               ELSE
                   MOVE 'Y' TO WS-HAVE-KIDS
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ KID-MASTER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-KID
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE KID-MASTER-FILE
               END-IF.

           CHECK-ONE-KID.
               IF WS-KM-COUNT < 5000 THEN
                   ADD 1 TO WS-KM-COUNT
                   MOVE KM-ID TO WS-KM-ID(WS-KM-COUNT)
                   MOVE KM-BRANCH TO WS-KM-BRANCH(WS-KM-COUNT)
               END-IF
               MOVE SPACES TO WS-NX-KEY
               STRING "KID " KM-BRANCH " " KM-ID
                   DELIMITED BY SIZE INTO WS-NX-KEY
               MOVE KM-BRANCH TO WS-LOOK-BRANCH
               PERFORM FIND-BRANCH
               IF WS-FOUND = 'N' THEN
                   MOVE 2 TO WS-NX-CAT
                   MOVE "BRANCH NOT ON BRANCH.DAT" TO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
               IF WS-HAVE-HOUSEHOLDS = 'Y' AND KM-HOUSEHOLD IS NUMERIC
                  AND KM-HOUSEHOLD > 0 THEN
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                       UNTIL WS-HH-IDX > WS-HH-COUNT
                          OR WS-FOUND = 'Y'
                       IF WS-HH-ID(WS-HH-IDX) = KM-HOUSEHOLD THEN
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N' THEN
                       MOVE 3 TO WS-NX-CAT
                       MOVE SPACES TO WS-NX-TEXT
                       STRING "HOUSEHOLD " KM-HOUSEHOLD
                           " NOT ON HOUSEHOLD.DAT"
                           DELIMITED BY SIZE INTO WS-NX-TEXT
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF.

           LOAD-SUPPLIERS.
               OPEN INPUT SUPPLIER-FILE
               IF WS-SUP-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-HAVE-SUPPLIERS
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SUPPLIER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-SUP-COUNT < 200 THEN
                                   ADD 1 TO WS-SUP-COUNT
                                   MOVE SUP-CODE
                                       TO WS-SUP-CODE(WS-SUP-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE SUPPLIER-FILE
               END-IF.

           LOAD-DONORS.
               OPEN INPUT DONOR-FILE
               IF WS-DONOR-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-HAVE-DONORS
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DONOR-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-DNR-COUNT < 200 THEN
                                   ADD 1 TO WS-DNR-COUNT
                                   MOVE DNR-CODE
                                       TO WS-DNR-CODE(WS-DNR-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE DONOR-FILE
               END-IF.

           FIND-BRANCH.
               MOVE SPACE TO WS-FOUND-STAT
               IF WS-HAVE-BRANCHES = 'N' THEN
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                       UNTIL WS-BRM-IDX > WS-BRM-COUNT
                          OR WS-FOUND = 'Y'
                       IF WS-BRM-CODE(WS-BRM-IDX) = WS-LOOK-BRANCH
                           THEN
                           MOVE 'Y' TO WS-FOUND
                           MOVE WS-BRM-STAT(WS-BRM-IDX)
                               TO WS-FOUND-STAT
                       END-IF
                   END-PERFORM
               END-IF.

           FIND-KID.
               IF WS-HAVE-KIDS = 'N' THEN
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-KM-IDX FROM 1 BY 1
                       UNTIL WS-KM-IDX > WS-KM-COUNT
                          OR WS-FOUND = 'Y'
                       IF WS-KM-ID(WS-KM-IDX) = WS-LOOK-ID
                          AND WS-KM-BRANCH(WS-KM-IDX) = WS-LOOK-BRANCH
                          THEN
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
               END-IF.

           CHECK-KID-TOYS.
               OPEN INPUT KID-TOYS-MASTER
               IF WS-MASTER-STATUS NOT = "00" THEN
                   MOVE SPACES TO WS-NX-NOTE
                   STRING "KIDTOYS.DAT COULD NOT BE OPENED, STATUS "
                       WS-MASTER-STATUS " -- NOT CHECKED"
                       DELIMITED BY SIZE INTO WS-NX-NOTE
                   PERFORM ADD-NOTE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ KID-TOYS-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-KID-TOY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE KID-TOYS-MASTER
               END-IF.

           CHECK-ONE-KID-TOY.
               IF KT-BRANCH = WS-LAST-KT-BRANCH
                  AND KT-ID = WS-LAST-KT-ID THEN
                   CONTINUE
               ELSE
                   MOVE KT-BRANCH TO WS-LAST-KT-BRANCH
                   MOVE KT-ID TO WS-LAST-KT-ID
                   MOVE KT-BRANCH TO WS-LOOK-BRANCH
                   MOVE KT-ID TO WS-LOOK-ID
                   PERFORM FIND-KID
                   IF WS-FOUND = 'N' THEN
                       MOVE 1 TO WS-NX-CAT
                       MOVE SPACES TO WS-NX-KEY
                       STRING "KIDTOYS " KT-BRANCH " " KT-ID
                           DELIMITED BY SIZE INTO WS-NX-KEY
                       MOVE "KID NOT ON KIDMAST.DAT" TO WS-NX-TEXT
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF.

           CHECK-BACKORDERS.
               OPEN INPUT BACKORDER-FILE
               IF WS-BO-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BACKORDER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE BO-BRANCH TO WS-LOOK-BRANCH
                               MOVE BO-ID TO WS-LOOK-ID
                               PERFORM FIND-KID
                               IF WS-FOUND = 'N' THEN
                                   MOVE 4 TO WS-NX-CAT
                                   MOVE SPACES TO WS-NX-KEY
                                   STRING "BACKORDER " BO-BRANCH " "
                                       BO-ID " " BO-TOYTYPE
                                       DELIMITED BY SIZE
                                       INTO WS-NX-KEY
                                   MOVE "KID NOT ON KIDMAST.DAT"
                                       TO WS-NX-TEXT
                                   PERFORM ADD-EXCEPTION
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BACKORDER-FILE
               END-IF.

           CHECK-STOCK.
               OPEN INPUT STOCK-FILE
               IF WS-STOCK-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STOCK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-STOCK
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE STOCK-FILE
               END-IF.

           CHECK-ONE-STOCK.
               MOVE STK-BRANCH TO WS-LOOK-BRANCH
               PERFORM FIND-BRANCH
               MOVE SPACES TO WS-NX-KEY
               STRING "STOCK " STK-BRANCH " " STK-TOYTYPE
                   DELIMITED BY SIZE INTO WS-NX-KEY
               MOVE SPACES TO WS-NX-TEXT
               IF WS-FOUND = 'N' THEN
                   MOVE 5 TO WS-NX-CAT
                   STRING "BALANCE " STK-BALANCE
                       ", BRANCH NOT ON BRANCH.DAT"
                       DELIMITED BY SIZE INTO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               ELSE IF WS-FOUND-STAT = 'I' AND STK-BALANCE > 0 THEN
                   MOVE 6 TO WS-NX-CAT
                   STRING "BALANCE " STK-BALANCE
                       ", BRANCH IS CLOSED"
                       DELIMITED BY SIZE INTO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
               END-IF.

           CHECK-INTRANSIT.
               OPEN INPUT INTRANSIT-FILE
               IF WS-IT-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ INTRANSIT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-INTRANSIT
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE INTRANSIT-FILE
               END-IF.

           CHECK-ONE-INTRANSIT.
               MOVE SPACES TO WS-NX-KEY
               STRING "INTRANSIT " IT-FROM ">" IT-TO " " IT-TOYTYPE
                   DELIMITED BY SIZE INTO WS-NX-KEY
               MOVE IT-FROM TO WS-LOOK-BRANCH
               PERFORM FIND-BRANCH
               IF WS-FOUND = 'N' THEN
                   MOVE 7 TO WS-NX-CAT
                   MOVE SPACES TO WS-NX-TEXT
                   STRING "SHIPPED " IT-DATE ", FROM-BRANCH UNKNOWN"
                       DELIMITED BY SIZE INTO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
               MOVE IT-TO TO WS-LOOK-BRANCH
               PERFORM FIND-BRANCH
               MOVE SPACES TO WS-NX-TEXT
               IF WS-FOUND = 'N' THEN
                   MOVE 7 TO WS-NX-CAT
                   STRING "SHIPPED " IT-DATE ", TO-BRANCH UNKNOWN"
                       DELIMITED BY SIZE INTO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               ELSE IF WS-FOUND-STAT = 'I' THEN
                   MOVE 8 TO WS-NX-CAT
                   STRING "SHIPPED " IT-DATE ", TO-BRANCH CLOSED"
                       DELIMITED BY SIZE INTO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
               END-IF.

           CHECK-TRANSFERS.
               OPEN INPUT TRANSFER-FILE
               IF WS-XFR-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ TRANSFER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-TRANSFER
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE TRANSFER-FILE
               END-IF.

           CHECK-ONE-TRANSFER.
               MOVE SPACES TO WS-NX-KEY
               STRING "TRANSFER " XFR-FROM ">" XFR-TO " " XFR-TOYTYPE
                   DELIMITED BY SIZE INTO WS-NX-KEY
               MOVE 9 TO WS-NX-CAT
               MOVE XFR-FROM TO WS-LOOK-BRANCH
               PERFORM FIND-BRANCH
               IF WS-FOUND = 'N' THEN
                   MOVE "FROM-BRANCH NOT ON BRANCH.DAT" TO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
               MOVE XFR-TO TO WS-LOOK-BRANCH
               PERFORM FIND-BRANCH
               IF WS-FOUND = 'N' THEN
                   MOVE "TO-BRANCH NOT ON BRANCH.DAT" TO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF.

           CHECK-PRICE-TYPES.
               OPEN INPUT PRICE-FILE
               IF WS-PRICE-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PRICE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                                   UNTIL WS-TYPE-IDX > 4
                                   IF WS-TYPE-CODES(WS-TYPE-IDX:1)
                                      = PRC-TOYTYPE THEN
                                       MOVE 'Y' TO
                                         WS-TYPE-PRICED(WS-TYPE-IDX)
                                   END-IF
                               END-PERFORM
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PRICE-FILE
               END-IF
               OPEN INPUT REORDER-POINTS-FILE
               IF WS-ROP-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ REORDER-POINTS-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                                   UNTIL WS-TYPE-IDX > 4
                                   IF WS-TYPE-CODES(WS-TYPE-IDX:1)
                                      = ROP-TOYTYPE THEN
                                       MOVE 'Y' TO
                                         WS-TYPE-ROP(WS-TYPE-IDX)
                                   END-IF
                               END-PERFORM
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE REORDER-POINTS-FILE
               END-IF
               OPEN INPUT ROP-BRANCH-FILE
               IF WS-ROB-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ROP-BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-ROP-BRANCH
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ROP-BRANCH-FILE
               END-IF
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   IF WS-TYPE-PRICED(WS-TYPE-IDX) = 'Y'
                      AND WS-TYPE-ROP(WS-TYPE-IDX) = 'N' THEN
                       MOVE 10 TO WS-NX-CAT
                       MOVE SPACES TO WS-NX-KEY
                       STRING "PRICE TYPE "
                           WS-TYPE-CODES(WS-TYPE-IDX:1)
                           DELIMITED BY SIZE INTO WS-NX-KEY
                       MOVE "NO ROW ON REORDER_POINTS OR ROPBRANCH"
                           TO WS-NX-TEXT
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-PERFORM.

           CHECK-ONE-ROP-BRANCH.
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
                   IF WS-TYPE-CODES(WS-TYPE-IDX:1) = ROB-TOYTYPE THEN
                       MOVE 'Y' TO WS-TYPE-ROP(WS-TYPE-IDX)
                   END-IF
               END-PERFORM
               MOVE ROB-BRANCH TO WS-LOOK-BRANCH
               PERFORM FIND-BRANCH
               IF WS-FOUND = 'N' THEN
                   MOVE 11 TO WS-NX-CAT
                   MOVE SPACES TO WS-NX-KEY
                   STRING "ROPBRANCH " ROB-BRANCH " " ROB-TOYTYPE
                       DELIMITED BY SIZE INTO WS-NX-KEY
                   MOVE "BRANCH NOT ON BRANCH.DAT" TO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF.

           CHECK-PURCHASE-ORDERS.
               OPEN INPUT PO-FILE
               IF WS-PO-STATUS = "35" THEN
                   CONTINUE
               ELSE IF WS-HAVE-SUPPLIERS = 'N' THEN
                   MOVE "SUPPLIER.DAT NOT FOUND -- PO SUPPLIERS NOT "
                       TO WS-NX-NOTE
                   MOVE "CHECKED" TO WS-NX-NOTE(44:7)
                   PERFORM ADD-NOTE
                   CLOSE PO-FILE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-PO
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PO-FILE
               END-IF
               END-IF.

           CHECK-ONE-PO.
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                      OR WS-FOUND = 'Y'
                   IF WS-SUP-CODE(WS-SUP-IDX) = PO-SUPPLIER THEN
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N' THEN
                   IF PO-STATUS = 'O' THEN
                       MOVE 12 TO WS-NX-CAT
                   ELSE
                       MOVE 13 TO WS-NX-CAT
                   END-IF
                   MOVE SPACES TO WS-NX-KEY
                   STRING "PO " PO-NUMBER " TYPE " PO-TOYTYPE
                       DELIMITED BY SIZE INTO WS-NX-KEY
                   MOVE SPACES TO WS-NX-TEXT
                   STRING "SUPPLIER " PO-SUPPLIER
                       " NOT ON SUPPLIER.DAT"
                       DELIMITED BY SIZE INTO WS-NX-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF.

           CHECK-CAMPAIGNS.
               OPEN INPUT CAMPAIGN-FILE
               IF WS-CMP-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CAMPAIGN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-CAMPAIGN
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CAMPAIGN-FILE
               END-IF.

           CHECK-ONE-CAMPAIGN.
               IF CMP-DONOR = SPACES THEN
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-DNR-IDX FROM 1 BY 1
                       UNTIL WS-DNR-IDX > WS-DNR-COUNT
                          OR WS-FOUND = 'Y'
                       IF WS-DNR-CODE(WS-DNR-IDX) = CMP-DONOR THEN
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N' THEN
                       MOVE 14 TO WS-NX-CAT
                       MOVE SPACES TO WS-NX-KEY
                       STRING "CAMPAIGN " CMP-CODE
                           DELIMITED BY SIZE INTO WS-NX-KEY
                       MOVE SPACES TO WS-NX-TEXT
                       STRING "SPONSOR " CMP-DONOR
                           " NOT ON DONORS.DAT"
                           DELIMITED BY SIZE INTO WS-NX-TEXT
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF.

           ADD-EXCEPTION.
               ADD 1 TO WS-CAT-HITS(WS-NX-CAT)
               IF WS-CAT-SEV(WS-NX-CAT) = "S" THEN
                   ADD 1 TO WS-SEVERE-COUNT
               ELSE
                   ADD 1 TO WS-WARN-COUNT
               END-IF
               IF WS-EX-COUNT < 5000 THEN
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-NX-CAT TO WS-EX-CAT(WS-EX-COUNT)
                   MOVE WS-NX-KEY TO WS-EX-KEY(WS-EX-COUNT)
                   MOVE WS-NX-TEXT TO WS-EX-TEXT(WS-EX-COUNT)
               ELSE
                   MOVE 'Y' TO WS-EX-FULL
               END-IF.

           ADD-NOTE.
               DISPLAY FUNCTION TRIM(WS-NX-NOTE)
               IF WS-NOTE-COUNT < 20 THEN
                   ADD 1 TO WS-NOTE-COUNT
                   MOVE WS-NX-NOTE TO WS-NOTE-LINE(WS-NOTE-COUNT)
               END-IF
               MOVE SPACES TO WS-NX-NOTE.

           WRITE-INTEGRITY-REPORT.
               OPEN OUTPUT INTEGRITY-REPORT-FILE
               WRITE INTEGRITY-OUT FROM DIVIDER-1
               WRITE INTEGRITY-OUT FROM RPT-TITLE-LINE
               MOVE WS-RUN-DATE TO RP-DATE
               WRITE INTEGRITY-OUT FROM RPT-DATE-LINE
               PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
                   MOVE WS-NOTE-LINE(WS-NOTE-IDX) TO RN-TEXT
                   WRITE INTEGRITY-OUT FROM RPT-NOTE-LINE
               END-PERFORM
               WRITE INTEGRITY-OUT FROM DIVIDER-1
               IF WS-SEVERE-COUNT = 0 AND WS-WARN-COUNT = 0 THEN
                   WRITE INTEGRITY-OUT FROM RPT-CLEAN-LINE
               ELSE
                   PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                       IF WS-CAT-HITS(WS-CAT-IDX) > 0 THEN
                           PERFORM WRITE-CATEGORY-SECTION
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-EX-FULL = 'Y' THEN
                   WRITE INTEGRITY-OUT FROM RPT-FULL-LINE
               END-IF
               WRITE INTEGRITY-OUT FROM DIVIDER-1
               WRITE INTEGRITY-OUT FROM RPT-SUMMARY-HDR
               WRITE INTEGRITY-OUT FROM DIVIDER-3
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   MOVE WS-CAT-CODE(WS-CAT-IDX) TO RS-CODE
                   PERFORM SET-SEVERITY-WORD
                   MOVE RH-SEV TO RS-SEV
                   MOVE WS-CAT-TITLE(WS-CAT-IDX) TO RS-TITLE
                   MOVE WS-CAT-HITS(WS-CAT-IDX) TO RS-HITS
                   WRITE INTEGRITY-OUT FROM RPT-SUMMARY-LINE
               END-PERFORM
               WRITE INTEGRITY-OUT FROM DIVIDER-3
               MOVE WS-SEVERE-COUNT TO RR-SEVERE
               MOVE WS-WARN-COUNT TO RR-WARN
               IF WS-SEVERE-COUNT > 0 THEN
                   MOVE "FAIL -- DAILY RUN HELD" TO RR-RESULT
               ELSE
                   MOVE "PASS" TO RR-RESULT
               END-IF
               WRITE INTEGRITY-OUT FROM RPT-RESULT-LINE
               WRITE INTEGRITY-OUT FROM DIVIDER-1
               CLOSE INTEGRITY-REPORT-FILE.

           SET-SEVERITY-WORD.
               IF WS-CAT-SEV(WS-CAT-IDX) = "S" THEN
                   MOVE "SEVERE" TO RH-SEV
               ELSE
                   MOVE "WARNING" TO RH-SEV
               END-IF.

           WRITE-CATEGORY-SECTION.
               MOVE WS-CAT-CODE(WS-CAT-IDX) TO RH-CODE
               PERFORM SET-SEVERITY-WORD
               MOVE WS-CAT-TITLE(WS-CAT-IDX) TO RH-TITLE
               WRITE INTEGRITY-OUT FROM RPT-CAT-HEADER
               WRITE INTEGRITY-OUT FROM DIVIDER-3
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
                   IF WS-EX-CAT(WS-EX-IDX) = WS-CAT-IDX THEN
                       MOVE WS-EX-KEY(WS-EX-IDX) TO RD-KEY
                       MOVE WS-EX-TEXT(WS-EX-IDX) TO RD-TEXT
                       WRITE INTEGRITY-OUT FROM RPT-DETAIL-LINE
                   END-IF
               END-PERFORM
               MOVE WS-CAT-HITS(WS-CAT-IDX) TO RT-COUNT
               WRITE INTEGRITY-OUT FROM RPT-CAT-TOTAL
               MOVE SPACES TO INTEGRITY-OUT
               WRITE INTEGRITY-OUT.

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
