           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DONOR-HIST-STATUS.

       SELECT STOCK-COST-FILE
           ASSIGN TO 'stockcost.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STKCOST-STATUS.

       SELECT FAIR-VALUE-FILE
           ASSIGN TO 'fairval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAIRVAL-STATUS.

       SELECT LOT-REGISTER-FILE
           ASSIGN TO 'lotreg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTREG-STATUS.

       SELECT LOT-BALANCE-FILE
           ASSIGN TO 'lotbal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTBAL-STATUS.

       SELECT LOT-TRAIL-FILE
           ASSIGN TO 'lottrail.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTTRL-STATUS.

       SELECT TRANSFER-FILE
           ASSIGN TO 'transfers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KM-STATUS.

       SELECT ISSUE-HISTORY-FILE
           ASSIGN TO 'issuehist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ISH-KEY
           FILE STATUS IS WS-IH-STATUS.


       SELECT CALENDAR-FILE
           ASSIGN TO 'calendar.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROP-STATUS.

       SELECT ROP-BRANCH-FILE
           ASSIGN TO 'ropbranch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROPB-STATUS.

       SELECT REORDER-REPORT-FILE
           ASSIGN TO 'reorder_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-STATUS.

       SELECT HH-RULES-FILE
           ASSIGN TO 'hhrules.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HHR-STATUS.

       SELECT BUDGET-FILE
           ASSIGN TO 'budget.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

       SELECT BUDGET-CSV-FILE
           ASSIGN DYNAMIC WS-BUD-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDCSV-STATUS.

       SELECT ALLOC-DROP-FILE
           ASSIGN TO 'allocdrop.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNSTAT-STATUS.

       SELECT PERIOD-FILE
           ASSIGN TO 'period.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

       SELECT PPA-LOG-FILE
           ASSIGN TO 'ppalog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PPA-STATUS.

       SELECT GL-MAP-FILE
           ASSIGN TO 'glmap.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-STATUS.

       SELECT GL-MAP-EXC-FILE
           ASSIGN TO 'glmapexc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KID-TOYS-RECORD.
       01  GL-POST-OUT     PIC X(40).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-OUT    PIC X(25).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RCP-TOYTYPE  PIC A(1).
           05 RCP-QTY      PIC 9(4).
           05 RCP-DONOR    PIC X(4).
           05 RCP-UNIT-COST PIC 9(5)V99.
           05 RCP-UOM      PIC X(1).
           05 RCP-PACK-COUNT PIC 9(4).

       FD  DONOR-HIST-FILE.
       01  DONOR-HIST-RECORD.
           05 DH-BRANCH    PIC A(2).
           05 DH-TOYTYPE   PIC A(1).
           05 DH-QTY       PIC 9(4).
           05 DH-LOT       PIC 9(7).

       FD  STOCK-COST-FILE.
       01  STOCK-COST-RECORD.
           05 SC-BRANCH    PIC A(2).
           05 SC-TOYTYPE   PIC A(1).
           05 SC-AVG-COST  PIC 9(5)V9(4).
           05 SC-DATE      PIC 9(8).

       FD  FAIR-VALUE-FILE.
       01  FAIR-VALUE-RECORD.
           05 FV-TOYTYPE   PIC A(1).
           05 FV-EFF-DATE  PIC 9(8).
           05 FV-COST      PIC 9(3)V99.

       FD  LOT-REGISTER-FILE.
       01  LOT-REGISTER-RECORD.
           05 LR-LOT       PIC 9(7).
           05 LR-DATE      PIC 9(8).
           05 LR-BRANCH    PIC A(2).
           05 LR-TOYTYPE   PIC A(1).
           05 LR-DONOR     PIC X(4).
           05 LR-QTY       PIC 9(4).

       FD  LOT-BALANCE-FILE.
       01  LOT-BALANCE-RECORD.
           05 LB-LOT       PIC 9(7).
           05 LB-DATE      PIC 9(8).
           05 LB-BRANCH    PIC A(2).
           05 LB-TOYTYPE   PIC A(1).
           05 LB-DONOR     PIC X(4).
           05 LB-QTY       PIC 9(6).

       FD  LOT-TRAIL-FILE.
       01  LOT-TRAIL-RECORD.
           05 LT-DATE      PIC 9(8).
           05 LT-LOT       PIC 9(7).
           05 LT-BRANCH    PIC A(2).
           05 LT-ID        PIC 9(4).
           05 LT-TOYTYPE   PIC A(1).
           05 LT-QTY       PIC 9(4).
           05 LT-SOURCE    PIC X(1).

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05 IT-TO        PIC A(2).
           05 IT-TOYTYPE   PIC A(1).
           05 IT-QTY       PIC 9(4).
           05 IT-LOT       PIC 9(7).
           05 IT-LOT-DATE  PIC 9(8).
           05 IT-DONOR     PIC X(4).

       FD  INTRANSIT-REPORT-FILE.
       01  INTRANSIT-OUT   PIC X(80).
           05 ADJ-BRANCH   PIC A(2).
           05 ADJ-TOYTYPE  PIC A(1).
           05 ADJ-QTY      PIC S9(6) SIGN LEADING SEPARATE.
           05 ADJ-COUNTED-BY PIC X(3).
           05 ADJ-APPROVED-BY PIC X(3).
           05 ADJ-DATE     PIC 9(8).

       FD  STOCK-LEDGER-FILE.
       01  LEDGER-OUT      PIC X(100).
           05 KM-YTD       PIC 9(6).
           05 KM-MTD       PIC 9(6).
           05 KM-LAST-DATE PIC 9(8).
           05 KM-BIRTH-DATE PIC 9(8).
           05 KM-ELIG-STATUS PIC X(1).
           05 KM-HOUSEHOLD PIC 9(5).

       FD  ISSUE-HISTORY-FILE.
       01  ISSUE-HISTORY-RECORD.
           05 ISH-KEY.
               10 ISH-BRANCH    PIC A(2).
               10 ISH-ID        PIC 9(4).
               10 ISH-DATE      PIC 9(8).
               10 ISH-SEQ       PIC 9(3).
           05 ISH-KIND      PIC X(1).
           05 ISH-TOYTYPE   PIC A(1).
           05 ISH-QTY       PIC 9(4).
           05 ISH-VALUE     PIC 9(7)V99.
           05 ISH-REASON    PIC X(1).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
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

       FD  REORDER-REPORT-FILE.
       01  REORDER-OUT     PIC X(80).

           05 AL-TOYTYPE   PIC X(1).
           05 AL-LIMIT     PIC 9(4).

       FD  HH-RULES-FILE.
       01  HH-RULE-RECORD.
           05 HR-TOYTYPE   PIC X(1).
           05 HR-LIMIT     PIC 9(4).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 BUD-YEAR     PIC 9(4).
           05 BUD-BRANCH   PIC A(2).
           05 BUD-TOYTYPE  PIC A(1).
           05 BUD-ANNUAL   PIC 9(9)V99.
           05 BUD-PHASE    PIC 9(3)V99 OCCURS 12 TIMES.

       FD  BUDGET-CSV-FILE.
       01  BUDGET-CSV-IN   PIC X(40).

       FD  ALLOC-DROP-FILE.
       01  ALLOC-DROP-RECORD.
           05 ALD-DATE     PIC 9(8).
           05 PRC-PRICE    PIC 9(3)V99.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-OUT       PIC X(159).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-OUT  PIC X(200).
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-OUT  PIC X(46).

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PD-MONTH     PIC 9(6).
           05 PD-STATUS    PIC X(1).
           05 PD-BY        PIC X(3).
           05 PD-DATE      PIC 9(8).
           05 PD-TIME      PIC 9(6).

       FD  PPA-LOG-FILE.
       01  PPA-LOG-OUT     PIC X(88).

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

       FD  GL-MAP-EXC-FILE.
       01  GL-MAP-EXC-OUT  PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-RUNSTAT-STATUS PIC X(2).
       01  WS-RS-STAMP     PIC X(21).
               10 WS-STK-ADJ      PIC S9(6).
               10 WS-STK-BOF      PIC 9(6).
               10 WS-STK-BAL      PIC S9(6).
               10 WS-STK-PPA      PIC A(1).

       01  WS-STK-FIND-BRANCH PIC A(2).
       01  WS-STK-FIND-TYPE   PIC A(1).
       01  WS-ALR-SCORE     PIC 9(1).
       01  WS-ALLOC-BASE    PIC 9(6).
       01  WS-ALLOC-OVER    PIC A(1).
       01  WS-ALLOC-HH      PIC 9(5) VALUE 0.
       01  WS-KMT-ADDED     PIC A(1).

       01  WS-HHR-STATUS    PIC X(2).
       01  WS-HH-RULES.
           05 WS-HHR-COUNT PIC 9(2) VALUE 0.
           05 WS-HHR-ENTRY OCCURS 20 TIMES.
               10 WS-HHR-TYPE   PIC X(1).
               10 WS-HHR-LIMIT  PIC 9(4).
       01  WS-HHR-IDX       PIC 9(2).
       01  WS-HH-LIMIT      PIC 9(4).
       01  WS-HH-SCORE      PIC 9(1).
       01  WS-HH-OVER       PIC A(1).

       01  WS-HHT-TABLE.
           05 WS-HHT-COUNT PIC 9(4) VALUE 0.
           05 WS-HHT-ENTRY OCCURS 3000 TIMES.
               10 WS-HHT-HH     PIC 9(5).
               10 WS-HHT-TYPE   PIC A(1).
               10 WS-HHT-QTY    PIC 9(6).
       01  WS-HHT-IDX       PIC 9(4).
       01  WS-HHT-FOUND     PIC 9(4).

       01  WS-BUDGET-STATUS PIC X(2).
       01  WS-BUDCSV-STATUS PIC X(2).
       01  WS-BUD-CSV-FILENAME PIC X(60).
       01  WS-PRICE-HISTORY.
           05 WS-PRH-COUNT PIC 9(3) VALUE 0.
           05 WS-PRH-ENTRY OCCURS 300 TIMES.
               10 WS-PRH-TYPE   PIC A(1).
               10 WS-PRH-DATE   PIC 9(8).
               10 WS-PRH-PRICE  PIC 9(3)V99.
       01  WS-PRH-IDX       PIC 9(3).
       01  WS-PRH-BEST      PIC 9(8).
       01  WS-HIST-TYPE     PIC A(1).
       01  WS-HIST-DATE     PIC 9(8).
       01  WS-HIST-PRICE    PIC 9(3)V99.

       01  WS-BUDGET-TABLE.
           05 WS-BUD-COUNT PIC 9(3) VALUE 0.
           05 WS-BUD-ENTRY OCCURS 200 TIMES.
               10 WS-BUD-BRANCH PIC A(2).
               10 WS-BUD-TYPE   PIC A(1).
               10 WS-BUD-MONTH  PIC 9(9)V99.
               10 WS-BUD-PRIOR  PIC 9(9)V99.
               10 WS-BUD-TODAY  PIC 9(9)V99.
               10 WS-BUD-STATE  PIC X(1).
       01  WS-BUD-IDX       PIC 9(3).
       01  WS-BUD-FOUND     PIC 9(3).
       01  WS-BUD-PH-IDX    PIC 9(2).
       01  WS-BUD-PH-SUM    PIC 9(5)V99.
       01  WS-BUD-MONTH-NO  PIC 9(2).
       01  WS-BUD-DAY-INT   PIC 9(8).
       01  WS-BUD-TO-INT    PIC 9(8).
       01  WS-BUD-DAY-DATE  PIC 9(8).
       01  WS-BUD-FIRST-LINE PIC A(1).
       01  WS-BUD-F-BRANCH  PIC X(4).
       01  WS-BUD-F-ID      PIC X(6).
       01  WS-BUD-F-TYPE    PIC X(6).
       01  WS-BUD-F-TOYS    PIC X(6).
       01  WS-BUD-QTY       PIC 9(6).
       01  WS-BUD-MTD       PIC 9(9)V99.
       01  WS-BUD-OVER      PIC 9(9)V99.
       01  WS-BUD-WARNINGS  PIC 9(3) VALUE 0.

       01  WS-ALS-TABLE.
           05 WS-ALS-COUNT  PIC 9(3) VALUE 0.
               10 WS-AEX-TYPE   PIC A(1).
               10 WS-AEX-QTY    PIC 9(2).
               10 WS-AEX-LIMIT  PIC 9(4).
               10 WS-AEX-HH     PIC 9(5).
       01  WS-AEX-IDX       PIC 9(3).

       01  HEADER-ALLOC.
           05 AX-QTY       PIC 9(2).
           05 AX-LBL-5     PIC X(15) VALUE " MONTH LIMIT: ".
           05 AX-LIMIT     PIC Z(3)9.
           05 AX-LBL-6     PIC X(13) VALUE SPACES.
           05 AX-HH        PIC X(5).

       01  HEADER-BUDGET.
           05 FILL         PIC X(2) VALUE SPACES.
           05 H-BUD-TITLE  PIC X(40) VALUE
               "WARNINGS: OVER MONTHLY PHASED BUDGET".

       01  BUDGET-WARN-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 BW-LBL       PIC X(4) VALUE "BR: ".
           05 BW-BRANCH    PIC A(2).
           05 BW-LBL-2     PIC X(7) VALUE " TYPE: ".
           05 BW-TYPE      PIC A(1).
           05 BW-LBL-3     PIC X(8) VALUE " BUDGET:".
           05 BW-BUDGET    PIC Z(7)9.99.
           05 BW-LBL-4     PIC X(5) VALUE " MTD:".
           05 BW-MTD       PIC Z(7)9.99.
           05 BW-LBL-5     PIC X(6) VALUE " OVER:".
           05 BW-OVER      PIC Z(6)9.99.
           05 FILL         PIC X(1) VALUE SPACE.
           05 BW-FLAG      PIC X(9).

       01  AUDIT-BUDGET-LINE.
           05 AB-LBL       PIC X(15) VALUE "BUDGET OVER:   ".
           05 AB-DATE      PIC 9(8).
           05 AB-LBL-2     PIC X(9) VALUE "  BRANCH ".
           05 AB-BRANCH    PIC A(2).
           05 AB-LBL-3     PIC X(7) VALUE "  TYPE ".
           05 AB-TYPE      PIC A(1).
           05 AB-LBL-4     PIC X(16) VALUE "  MONTH BUDGET: ".
           05 AB-BUDGET    PIC Z(8)9.99.
           05 AB-LBL-5     PIC X(7) VALUE "  MTD: ".
           05 AB-MTD       PIC Z(8)9.99.

       01  ALLOC-MORE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
       01  WS-ROR-TARGET    PIC 9(4).
       01  WS-ROR-ISSUES    PIC 9(6).
       01  WS-ROR-SUGGEST   PIC S9(6).
       01  WS-ROR-COUNT     PIC 9(3) VALUE 0.
       01  WS-ROR-TYPE-NAME PIC X(12).
       01  WS-ROR-CO-POINT  PIC 9(4).
       01  WS-ROR-CO-TARGET PIC 9(4).
       01  WS-ROR-FIND-BRANCH PIC A(2).
       01  WS-ROR-HAS-BRANCH PIC A(1).
       01  WS-ROR-SKIP      PIC A(1).

       01  WS-ROPB-TABLE.
           05 WS-ROPB-COUNT PIC 9(3) VALUE 0.
           05 WS-ROPB-ENTRY OCCURS 200 TIMES.
               10 WS-ROPB-BRANCH PIC A(2).
               10 WS-ROPB-TYPE   PIC A(1).
               10 WS-ROPB-POINT  PIC 9(4).
               10 WS-ROPB-TARGET PIC 9(4).
       01  WS-ROPB-IDX      PIC 9(3).
       01  WS-ROPB-IDX-2    PIC 9(3).

       01  REORDER-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 RO2-TARGET   PIC X(9) VALUE "   TARGET".
           05 RO2-ISS      PIC X(9) VALUE "   ISSUES".
           05 RO2-SUGGEST  PIC X(10) VALUE "     ORDER".
           05 FILL         PIC X(2) VALUE SPACES.
           05 RO2-BRANCH   PIC X(6) VALUE "BRANCH".
       01  REORDER-LINE.
           05 RO-TYPE      PIC X(12).
           05 RO-CLOSE     PIC -(8)9.
           05 RO-TARGET    PIC -(8)9.
           05 RO-ISS       PIC -(8)9.
           05 RO-SUGGEST   PIC -(9)9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 RO-BRANCH    PIC X(6).
       01  REORDER-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 RO-NONE-LBL  PIC X(28) VALUE
           05 LH2-ADJ      PIC X(7) VALUE "  ADJST".
           05 LH2-BOF      PIC X(7) VALUE "  BOFIL".
           05 LH2-ITR      PIC X(7) VALUE "  INTRN".
           05 LH2-PPA      PIC X(4) VALUE " PPA".

       01  LEDGER-LINE.
           05 LG-BRANCH    PIC A(2).
           05 LG-ADJ       PIC -(6)9.
           05 LG-BOF       PIC -(6)9.
           05 LG-ITR       PIC -(6)9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 LG-PPA       PIC X(3).
       01  LEDGER-PPA-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 LP-LBL       PIC X(36) VALUE
               "PRIOR-PERIOD ADJUSTMENT -- RUN DATE ".
           05 LP-RUN-DATE  PIC X(8).
           05 LP-LBL-2     PIC X(34) VALUE
               " IS IN A CLOSED PERIOD, POSTED TO ".
           05 LP-POST-DATE PIC X(8).

       01  HEADER-STOCK.
           05 FILL         PIC X(2) VALUE SPACES.
           05 GP-ACCOUNT   PIC X(4).
           05 GP-QTY       PIC 9(6).
           05 GP-VALUE     PIC 9(9)V99.
           05 GP-PPA       PIC X(1) VALUE SPACE.

       01  GL-RETURN-LINE.
           05 GR-TYPE      PIC X(1) VALUE "R".
           05 GR-ACCOUNT   PIC X(4).
           05 GR-QTY       PIC 9(6).
           05 GR-VALUE     PIC 9(9)V99.
           05 GR-PPA       PIC X(1) VALUE SPACE.

       01  GL-ADJUST-LINE.
           05 GA-TYPE      PIC X(1) VALUE "A".
           05 GA-ACCOUNT   PIC X(4).
           05 GA-QTY       PIC S9(6) SIGN LEADING SEPARATE.
           05 GA-VALUE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 GA-PPA       PIC X(1) VALUE SPACE.

       01  GL-ISSUE-COST-LINE.
           05 GK-TYPE      PIC X(1) VALUE "K".
           05 GK-COST-CTR  PIC A(2).
           05 GK-ACCOUNT   PIC X(4).
           05 GK-QTY       PIC 9(6).
           05 GK-VALUE     PIC 9(9)V99.
           05 GK-PPA       PIC X(1) VALUE SPACE.

       01  GL-CONTROL-LINE.
           05 GC-TYPE      PIC X(1) VALUE "C".
           05 GC-DATE      PIC 9(8).
           05 GC-QTY       PIC 9(6).
           05 GC-VALUE     PIC 9(11)V99.
           05 GC-PPA       PIC X(1) VALUE SPACE.

       01  SUSPENSE-LINE.
           05 SUS-DATE     PIC 9(8).
           05 SUS-REASON   PIC X(2).
           05 SUS-DATA     PIC X(15).
       01  WS-SUS-DUP      PIC A(1).
       01  WS-SUS-EOF      PIC A(1).
       01  WS-RUN-DATE      PIC X(8).
       01  WS-POST-DATE     PIC X(8).
       01  WS-PERIOD-STATUS PIC X(2).
       01  WS-PPA-STATUS    PIC X(2).
       01  WS-PPA-RUN       PIC A(1) VALUE 'N'.
       01  WS-PPA-ITEM      PIC A(1) VALUE 'N'.
       01  WS-PPA-FLAG      PIC X(1).

       01  WS-PERIOD-TABLE.
           05 WS-PER-COUNT PIC 9(3) VALUE 0.
           05 WS-PER-ENTRY OCCURS 240 TIMES.
               10 WS-PER-MONTH  PIC 9(6).
               10 WS-PER-STATUS PIC X(1).
       01  WS-PER-IDX       PIC 9(3).
       01  WS-PER-FOUND-IDX PIC 9(3).
       01  WS-PER-CHECK-MONTH PIC 9(6).
       01  WS-PER-CHECK-X   REDEFINES WS-PER-CHECK-MONTH.
           05 WS-PER-CHECK-YYYY PIC 9(4).
           05 WS-PER-CHECK-MM   PIC 9(2).
       01  WS-PER-CLOSED    PIC A(1).
       01  WS-PER-TRIES     PIC 9(3).

       01  PPA-LOG-RECORD.
           05 PL-LOG-DATE  PIC 9(8).
           05 PL-PROGRAM   PIC X(20) VALUE "SARI-SARI-STORE".
           05 PL-SOURCE    PIC X(10).
           05 PL-ORIG-DATE PIC 9(8).
           05 PL-POST-DATE PIC 9(8).
           05 PL-BRANCH    PIC A(2).
           05 PL-TOYTYPE   PIC X(1).
           05 PL-QTY       PIC S9(6) SIGN LEADING SEPARATE.
           05 PL-VALUE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PL-REF       PIC X(12).
       01  WS-PPA-TABLE.
           05 WS-PPA-COUNT PIC 9(3) VALUE 0.
           05 WS-PPA-LINE  PIC X(88) OCCURS 500 TIMES.
       01  WS-PPA-IDX       PIC 9(3).
       01  WS-PPA-DROPPED   PIC 9(5) VALUE 0.

       01  WS-GLMAP-STATUS  PIC X(2).
       01  WS-GLX-STATUS    PIC X(2).
       01  WS-GLX-OPEN      PIC A(1) VALUE 'N'.
       01  WS-GLX-COUNT     PIC 9(4) VALUE 0.
       01  WS-GL-LINE-NO    PIC 9(4) VALUE 0.
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
       01  WS-GM-IDX        PIC 9(3).
       01  WS-GM-BEST-IDX   PIC 9(3).
       01  WS-GM-RANK       PIC 9(1).
       01  WS-GM-BEST-RANK  PIC 9(1).
       01  WS-MAP-TXN       PIC X(1).
       01  WS-MAP-TOYTYPE   PIC X(1).
       01  WS-MAP-BRANCH    PIC X(2).
       01  WS-MAP-REGION    PIC X(10).
       01  WS-MAP-DATE      PIC 9(8).
       01  WS-MAP-QTY       PIC S9(6).
       01  WS-MAP-VALUE     PIC S9(9)V99.
       01  WS-MAP-ACCOUNT   PIC X(4).
       01  WS-MAP-COST-CTR  PIC X(2).
       01  WS-MAP-FOUND     PIC A(1).
       01  GL-MAP-EXC-RECORD.
           05 GX-RUN-DATE  PIC 9(8).
           05 GX-PROGRAM   PIC X(20) VALUE "SARI-SARI-STORE".
           05 GX-LINE      PIC 9(4).
           05 GX-TXN-TYPE  PIC X(1).
           05 GX-TOYTYPE   PIC X(1).
           05 GX-BRANCH    PIC X(2).
           05 GX-REGION    PIC X(10).
           05 GX-POST-DATE PIC 9(8).
           05 GX-QTY       PIC S9(6) SIGN LEADING SEPARATE.
           05 GX-VALUE     PIC S9(9)V99 SIGN LEADING SEPARATE.
       01  WS-RPT-MODE      PIC A(1) VALUE 'F'.
       01  WS-XFER-STATUS   PIC X(2).
       01  WS-DONOR-HIST-STATUS PIC X(2).
       01  WS-DHX-TABLE.
           05 WS-DHX-COUNT  PIC 9(4) VALUE 0.
           05 WS-DHX-ENTRY OCCURS 500 TIMES.
               10 WS-DHX-DATA PIC X(26).
               10 WS-DHX-USED PIC A(1).
       01  WS-DHX-IDX       PIC 9(4).
       01  WS-DHX-DUP       PIC A(1).
       01  WS-STKCOST-STATUS PIC X(2).
       01  WS-FAIRVAL-STATUS PIC X(2).
       01  WS-AVC-TABLE.
           05 WS-AVC-ENTRY OCCURS 200 TIMES.
               10 WS-AVC-COST   PIC 9(5)V9(4).
               10 WS-AVC-KNOWN  PIC A(1).
               10 WS-AVC-QTY    PIC 9(7).
               10 WS-AVC-VALUE  PIC 9(11)V9(4).
       01  WS-FAIR-VALUES.
           05 WS-FV-ENTRY OCCURS 4 TIMES.
               10 WS-FV-COST    PIC 9(3)V99.
               10 WS-FV-DATE    PIC 9(8).
       01  WS-FV-IDX        PIC 9(1).
       01  WS-RCP-COST      PIC 9(5)V99.
       01  WS-AVC-FOUND     PIC 9(3).
       01  WS-GLK-TOT-QTY   PIC 9(6) VALUE 0.
       01  WS-GLK-TOT-VALUE PIC 9(11)V99 VALUE 0.
       01  WS-LOTREG-STATUS PIC X(2).
       01  WS-LOTBAL-STATUS PIC X(2).
       01  WS-LOTTRL-STATUS PIC X(2).
       01  WS-LOT-EOF       PIC A(1) VALUE 'N'.
       01  WS-LOT-NEXT      PIC 9(7) VALUE 0.
       01  WS-RCP-LOT       PIC 9(7) VALUE 0.
       01  WS-RCP-DONOR     PIC X(4).
       01  WS-LRT-LOADED    PIC A(1) VALUE 'N'.
       01  WS-LRT-TABLE.
           05 WS-LRT-COUNT  PIC 9(4) VALUE 0.
           05 WS-LRT-ENTRY OCCURS 500 TIMES.
               10 WS-LRT-LOT    PIC 9(7).
               10 WS-LRT-BRANCH PIC A(2).
               10 WS-LRT-TYPE   PIC A(1).
               10 WS-LRT-DONOR  PIC X(4).
               10 WS-LRT-QTY    PIC 9(4).
               10 WS-LRT-USED   PIC A(1).
       01  WS-LRT-IDX       PIC 9(4).
       01  WS-LRT-FOUND     PIC 9(4).
       01  WS-LOT-TABLE.
           05 WS-LOT-COUNT  PIC 9(4) VALUE 0.
           05 WS-LOT-ENTRY OCCURS 3000 TIMES.
               10 WS-LOT-NO     PIC 9(7).
               10 WS-LOT-DATE   PIC 9(8).
               10 WS-LOT-BRANCH PIC A(2).
               10 WS-LOT-TYPE   PIC A(1).
               10 WS-LOT-DONOR  PIC X(4).
               10 WS-LOT-BAL    PIC 9(6).
       01  WS-LOT-IDX       PIC 9(4).
       01  WS-LOT-PICK      PIC 9(4).
       01  WS-LOT-NEW-BRANCH PIC A(2).
       01  WS-LOT-NEW-TYPE  PIC A(1).
       01  WS-LOT-NEW-QTY   PIC 9(6).
       01  WS-LPC-LOT       PIC 9(7).
       01  WS-LPC-DATE      PIC 9(8).
       01  WS-LPC-DONOR     PIC X(4).
       01  WS-LPC-QTY       PIC 9(7).
       01  WS-DSP-TABLE.
           05 WS-DSP-COUNT  PIC 9(3) VALUE 0.
           05 WS-DSP-ENTRY OCCURS 101 TIMES.
               10 WS-DSP-LOT    PIC 9(7).
               10 WS-DSP-DATE   PIC 9(8).
               10 WS-DSP-DONOR  PIC X(4).
               10 WS-DSP-QTY    PIC 9(4).
       01  WS-DSP-IDX       PIC 9(3).
       01  WS-RTH-TABLE.
           05 WS-RTH-ENTRY OCCURS 200 TIMES.
               10 WS-RTH-HITS   PIC 9(1).
               10 WS-RTH-HIT OCCURS 5 TIMES.
                   15 WS-RTH-LOT    PIC 9(7).
                   15 WS-RTH-DATE   PIC 9(8).
                   15 WS-RTH-DONOR  PIC X(4).
                   15 WS-RTH-QTY    PIC 9(4).
       01  WS-RTH-IDX       PIC 9(1).
       01  WS-RTH-ANY       PIC A(1).
       01  WS-LTU-TABLE.
           05 WS-LTU-QTY    PIC 9(7) OCCURS 200 TIMES.
       01  WS-LOT-NEED      PIC 9(7).
       01  WS-LOT-TAKE      PIC 9(7).
       01  WS-LOT-SUM       PIC 9(7).
       01  WS-LOT-TARGET    PIC 9(7).
       01  WS-LOT-TRAIL     PIC A(1).
       01  WS-LOT-KID       PIC 9(4).
       01  WS-LOT-SOURCE    PIC X(1).
       01  WS-LOT-TRAILS    PIC 9(6) VALUE 0.
       01  WS-LOT-CSV-HDR   PIC A(1).
       01  WS-LOT-F-BRANCH  PIC X(4).
       01  WS-LOT-F-ID      PIC X(6).
       01  WS-LOT-F-TYPE    PIC X(6).
       01  WS-LOT-F-TOYS    PIC X(6).
       01  WS-LOT-CSV-QTY   PIC 9(4).
       01  WS-BFL-TABLE.
           05 WS-BFL-COUNT  PIC 9(3) VALUE 0.
           05 WS-BFL-ENTRY OCCURS 300 TIMES.
               10 WS-BFL-BRANCH PIC A(2).
               10 WS-BFL-ID     PIC 9(4).
               10 WS-BFL-TYPE   PIC A(1).
               10 WS-BFL-QTY    PIC 9(4).
       01  WS-BFL-IDX       PIC 9(3).
       01  WS-RETURN-STATUS PIC X(2).

       01  WS-RETURN-TABLE.
               10 WS-RTN-ID     PIC 9(4).
               10 WS-RTN-TYPE   PIC A(1).
               10 WS-RTN-QTY    PIC 9(4).
               10 WS-RTN-REASON PIC X(1).
       01  WS-RTN-IDX       PIC 9(3).
       01  WS-RTN-PRICE     PIC 9(3)V99.
       01  WS-RTN-VALUE     PIC 9(6)V99.
               10 WS-ITR-TO    PIC A(2).
               10 WS-ITR-TYPE  PIC A(1).
               10 WS-ITR-QTY   PIC 9(4).
               10 WS-ITR-LOT   PIC 9(7).
               10 WS-ITR-LOT-DATE PIC 9(8).
               10 WS-ITR-DONOR PIC X(4).
               10 WS-ITR-CONF  PIC 9(4).
               10 WS-ITR-STATE PIC A(1).
       01  WS-ITR-IDX       PIC 9(3).
       01  WS-ITR-BASE      PIC 9(3).
       01  WS-ITR-PASS      PIC A(1).
       01  WS-ITR-CREM      PIC 9(4).
       01  WS-ITR-CTAKE     PIC 9(4).
       01  WS-CNF-REMAIN    PIC 9(6).
       01  WS-CNF-TAKE      PIC 9(6).
       01  WS-ITR-SUM       PIC 9(6).
           05 FILL         PIC X(6) VALUE "  TYPE".
           05 FILL         PIC X(6) VALUE "   QTY".
           05 FILL         PIC X(6) VALUE "   AGE".
           05 FILL         PIC X(9) VALUE "      LOT".
       01  ITR-LINE.
           05 IL-DATE      PIC 9(8).
           05 FILL         PIC X(4) VALUE SPACES.
           05 IL-TYPE      PIC A(1).
           05 IL-QTY       PIC Z(5)9.
           05 IL-AGE       PIC Z(5)9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 IL-LOT       PIC 9(7).
       01  ITR-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 IN-LBL       PIC X(28) VALUE "NO TRANSFERS IN TRANSIT".
               10 WS-GLA-TYPE   PIC A(1).
               10 WS-GLA-QTY    PIC S9(6).
               10 WS-GLA-VALUE  PIC S9(9)V99.
               10 WS-GLA-PPA    PIC A(1).
       01  WS-GLA-FOUND-IDX PIC 9(3).
       01  WS-GLA-IDX       PIC 9(3).
       01  WS-GLA-TOT-QTY   PIC S9(7) VALUE 0.
       01  WS-GLN-QTY       PIC S9(7).
       01  WS-GLN-VALUE     PIC S9(11)V99.
       01  WS-ROP-STATUS    PIC X(2).
       01  WS-ROPB-STATUS   PIC X(2).
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-KM-STATUS     PIC X(2).
       01  WS-IH-STATUS     PIC X(2).
       01  WS-IH-DONE       PIC A(1).
       01  WS-IH-FOUND      PIC A(1).
       01  WS-IH-PRICE      PIC 9(3)V99.
       01  WS-IH-ISSUES     PIC 9(6) VALUE 0.
       01  WS-IH-RETURNS    PIC 9(4) VALUE 0.
       01  WS-IH-F-BRANCH   PIC X(4).
       01  WS-IH-F-ID       PIC X(6).
       01  WS-IH-F-TYPE     PIC X(6).
       01  WS-IH-F-TOYS     PIC X(6).
       01  WS-IH-SAVE-KEY   PIC X(17).

       01  WS-KID-MASTER.
           05 WS-KM-COUNT  PIC 9(4) VALUE 0.
               10 WS-KM-YTD      PIC 9(6).
               10 WS-KM-MTD      PIC 9(6).
               10 WS-KM-LAST     PIC 9(8).
               10 WS-KM-BIRTH    PIC 9(8).
               10 WS-KM-ELIG     PIC X(1).
               10 WS-KM-HH       PIC 9(5).
               10 WS-KM-TODAY    PIC 9(6).
       01  WS-KM-FOUND-IDX  PIC 9(4).
       01  WS-KM-LAST-ID    PIC 9(4) VALUE 0.
               10 WS-BRM-CODE PIC A(2).
               10 WS-BRM-NAME PIC X(20).
               10 WS-BRM-MGR  PIC X(20).
               10 WS-BRM-REGION PIC X(10).
       01  WS-BRANCH-NAME-FOUND PIC X(20).
       01  WS-BRANCH-MGR-FOUND  PIC X(20).

           05 CK-LINE-NO        PIC 9(2).
           05 CK-AEX-COUNT      PIC 9(3).
           05 CK-KMT-COUNT      PIC 9(4).
           05 CK-HHT-COUNT      PIC 9(4).
           05 CK-BFL-COUNT      PIC 9(3).

       01  CKPT-STK-LINE.
           05 CK-STK-TAG        PIC X(4) VALUE "STK:".
           05 CK-RET-ID         PIC 9(4).
           05 CK-RET-TYPE       PIC A(1).
           05 CK-RET-QTY        PIC 9(4).
           05 CK-RET-REASON     PIC X(1).

       01  CKPT-GLR-LINE.
           05 CK-GLR-TAG        PIC X(4) VALUE "GLR:".
           05 CK-ITR-TO         PIC A(2).
           05 CK-ITR-TYPE       PIC A(1).
           05 CK-ITR-QTY        PIC 9(4).
           05 CK-ITR-LOT        PIC 9(7).
           05 CK-ITR-LOT-DATE   PIC 9(8).
           05 CK-ITR-DONOR      PIC X(4).
           05 CK-ITR-CONF       PIC 9(4).
           05 CK-ITR-STATE      PIC A(1).

       01  CKPT-GLA-LINE.
           05 CK-GLA-TAG        PIC X(4) VALUE "GLA:".
           05 CK-AEX-TYPE       PIC A(1).
           05 CK-AEX-QTY        PIC 9(2).
           05 CK-AEX-LIMIT      PIC 9(4).
           05 CK-AEX-HH         PIC 9(5).

       01  CKPT-KMT-LINE.
           05 CK-KMT-TAG        PIC X(4) VALUE "KMT:".
           05 CK-KMT-BRANCH     PIC A(2).
           05 CK-KMT-TODAY      PIC 9(6).

       01  CKPT-HHT-LINE.
           05 CK-HHT-TAG        PIC X(4) VALUE "HHT:".
           05 CK-HHT-HH         PIC 9(5).
           05 CK-HHT-TYPE       PIC A(1).
           05 CK-HHT-QTY        PIC 9(6).

       01  CKPT-BFL-LINE.
           05 CK-BFL-TAG        PIC X(4) VALUE "BFL:".
           05 CK-BFL-BRANCH     PIC A(2).
           05 CK-BFL-ID         PIC 9(4).
           05 CK-BFL-TYPE       PIC A(1).
           05 CK-BFL-QTY        PIC 9(4).

       01  WS-PREV-AUDIT-FLAG PIC A(1) VALUE 'N'.
       01  WS-RERUN-FLAG    PIC A(1) VALUE 'N'.
       01  WS-RCS-STATUS    PIC X(2).
           05 AL-LBL-6      PIC X(7) VALUE "  CTL: ".
           05 AL-CTL        PIC X(20).

       01  AUDIT-TRAIL-RECORD.
           05 AT-BODY       PIC X(140).
           05 FILL          PIC X(1) VALUE SPACE.
           05 AT-SEQ        PIC 9(8).
           05 FILL          PIC X(1) VALUE SPACE.
           05 AT-CHK        PIC 9(9).
       01  WS-TRAIL-SEQ     PIC 9(8).
       01  WS-TRAIL-CHK     PIC 9(9).
       01  WS-TRAIL-WORK    PIC 9(12).
       01  WS-TRAIL-POS     PIC 9(3).

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           PERFORM CHECK-RECON-GATE
           PERFORM LOAD-PERIODS
           PERFORM SET-POSTING-PERIOD
           STRING "output_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           STRING "output_" WS-RUN-DATE ".csv"

           PERFORM LOAD-ALLOC-RULES

           PERFORM LOAD-HH-RULES

           PERFORM LOAD-BUDGETS

           PERFORM LOAD-BRANCHES

           PERFORM LOAD-CALENDAR
                       PERFORM PRNT-EXCEPTIONS
                       PERFORM PRNT-ALLOC-EXCEPTIONS
                       PERFORM PRNT-STOCK
                       PERFORM PRNT-BUDGET-WARNINGS
                       PERFORM PRNT-RANKED
                       PERFORM PRNT-VARIANCE
                       MOVE END-REPORT-LINE TO WS-PRINT-LINE
               ELSE
                   PERFORM WRITE-STOCK-LEDGER
                   PERFORM WRITE-REORDER-REPORT
                   PERFORM POST-LOTS
                   PERFORM POST-COSTS
                   PERFORM REWRITE-STOCK
                   PERFORM REWRITE-BACKORDERS
                   PERFORM WRITE-BACKORDER-AGING
                   CONTINUE
               ELSE
                   PERFORM WRITE-GL-FILE
                   PERFORM WRITE-PPA-LOG
               END-IF
               IF WS-POST-BLOCK NOT = 'Y' THEN
                   PERFORM APPLY-LIFETIME-TOYS
                   PERFORM POST-ISSUE-HISTORY
               END-IF
               PERFORM CLEAR-CHECKPOINT
           END-IF.
           PERFORM WRITE-RUN-STATUS
           STOP RUN.

           LOAD-PERIODS.
               MOVE 0 TO WS-PER-COUNT
               OPEN INPUT PERIOD-FILE
               IF WS-PERIOD-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PERIOD-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF PD-MONTH IS NUMERIC
                                  AND WS-PER-COUNT < 240 THEN
                                   ADD 1 TO WS-PER-COUNT
                                   MOVE PD-MONTH
                                       TO WS-PER-MONTH(WS-PER-COUNT)
                                   MOVE PD-STATUS
                                       TO WS-PER-STATUS(WS-PER-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PERIOD-FILE
               END-IF.

           CHECK-PERIOD-OPEN.
               MOVE 'N' TO WS-PER-CLOSED
               MOVE 0 TO WS-PER-FOUND-IDX
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
                      OR WS-PER-FOUND-IDX > 0
                   IF WS-PER-MONTH(WS-PER-IDX) = WS-PER-CHECK-MONTH
                       THEN
                       MOVE WS-PER-IDX TO WS-PER-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-PER-FOUND-IDX > 0 THEN
                   IF WS-PER-STATUS(WS-PER-FOUND-IDX) = 'C' THEN
                       MOVE 'Y' TO WS-PER-CLOSED
                   END-IF
               END-IF.

           FIND-OPEN-PERIOD.
               MOVE 0 TO WS-PER-TRIES
               PERFORM CHECK-PERIOD-OPEN
               PERFORM UNTIL WS-PER-CLOSED = 'N'
                  OR WS-PER-TRIES > 240
                   ADD 1 TO WS-PER-TRIES
                   IF WS-PER-CHECK-MM >= 12 THEN
                       ADD 1 TO WS-PER-CHECK-YYYY
                       MOVE 1 TO WS-PER-CHECK-MM
                   ELSE
                       ADD 1 TO WS-PER-CHECK-MM
                   END-IF
                   PERFORM CHECK-PERIOD-OPEN
               END-PERFORM.

           SET-POSTING-PERIOD.
               MOVE WS-RUN-DATE TO WS-POST-DATE
               MOVE 'N' TO WS-PPA-RUN
               IF WS-RUN-DATE(1:6) IS NUMERIC THEN
                   MOVE WS-RUN-DATE(1:6) TO WS-PER-CHECK-MONTH
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PER-CLOSED = 'Y' THEN
                       PERFORM FIND-OPEN-PERIOD
                       IF WS-PER-CHECK-MONTH = WS-FULL-DATE(1:6) THEN
                           MOVE WS-FULL-DATE(1:8) TO WS-POST-DATE
                       ELSE
                           MOVE WS-PER-CHECK-MONTH
                               TO WS-POST-DATE(1:6)
                           MOVE "01" TO WS-POST-DATE(7:2)
                       END-IF
                       MOVE 'Y' TO WS-PPA-RUN
                       DISPLAY "PERIOD " WS-RUN-DATE(1:6)
                           " IS CLOSED -- STOCK AND GL POSTINGS FOR "
                           WS-RUN-DATE " GO TO " WS-POST-DATE
                           " AS PRIOR-PERIOD ADJUSTMENTS"
                   END-IF
               END-IF.

           ADD-PPA-ENTRY.
               MOVE WS-FULL-DATE(1:8) TO PL-LOG-DATE
               MOVE WS-POST-DATE TO PL-POST-DATE
               IF WS-PPA-COUNT < 500 THEN
                   ADD 1 TO WS-PPA-COUNT
                   MOVE PPA-LOG-RECORD TO WS-PPA-LINE(WS-PPA-COUNT)
               ELSE
                   ADD 1 TO WS-PPA-DROPPED
               END-IF.

           WRITE-PPA-LOG.
               IF WS-PPA-COUNT > 0 THEN
                   OPEN EXTEND PPA-LOG-FILE
                   IF WS-PPA-STATUS = "35" THEN
                       OPEN OUTPUT PPA-LOG-FILE
                   END-IF
                   PERFORM VARYING WS-PPA-IDX FROM 1 BY 1
                       UNTIL WS-PPA-IDX > WS-PPA-COUNT
                       WRITE PPA-LOG-OUT FROM WS-PPA-LINE(WS-PPA-IDX)
                   END-PERFORM
                   CLOSE PPA-LOG-FILE
                   DISPLAY WS-PPA-COUNT " POSTINGS DATED IN CLOSED "
                       "PERIODS REDIRECTED TO " WS-POST-DATE
                       " -- FLAGGED PPA, LOGGED TO PPALOG.DAT"
               END-IF
               IF WS-PPA-DROPPED > 0 THEN
                   DISPLAY "PPA LOG TABLE FULL (500 ENTRIES) -- "
                       WS-PPA-DROPPED " REDIRECTED POSTINGS NOT "
                       "LOGGED"
               END-IF.

           CHECK-RECON-GATE.
               OPEN INPUT RECON-STATUS-FILE
               IF WS-RCS-STATUS = "35" THEN
                   WHEN 'C'
                   WHEN 'D'
                       PERFORM CHECK-ALLOC-LIMIT
                       IF WS-ALLOC-OVER = 'N' THEN
                           PERFORM CHECK-HH-LIMIT
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-ALLOC-OVER
               END-EVALUATE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-PRICE-HISTORY
                               PERFORM APPLY-PRICE
                       END-READ
                   END-PERFORM
                       MOVE 0 TO WS-STK-ADJ(WS-STK-COUNT)
                       MOVE 0 TO WS-STK-BOF(WS-STK-COUNT)
                       MOVE 0 TO WS-STK-BAL(WS-STK-COUNT)
                       MOVE 'N' TO WS-STK-PPA(WS-STK-COUNT)
                       MOVE WS-STK-COUNT TO WS-STK-FOUND-IDX
                   ELSE
                       DISPLAY "STOCK TABLE FULL (200 BRANCH/TYPE "
                   DISPLAY
                       "UNRECOGNIZED TOY TYPE ON RECEIPTS.DAT: "
                       RCP-TOYTYPE " -- RECEIPT SKIPPED"
               ELSE IF RCP-UOM = 'U' THEN
                   DISPLAY
                       "RECEIPT FOR " RCP-BRANCH " " RCP-TOYTYPE
                       " STILL IN SUPPLIER UNITS -- RECEIPT SKIPPED, "
                       "RUN RECEIPT-CONVERT"
               ELSE
                   MOVE RCP-BRANCH TO WS-STK-FIND-BRANCH
                   MOVE RCP-TOYTYPE TO WS-STK-FIND-TYPE
                       ADD RCP-QTY TO WS-STK-BAL(WS-STK-FOUND-IDX)
                   END-IF
                   IF WS-POST-BLOCK NOT = 'Y' THEN
                       PERFORM ASSIGN-RECEIPT-LOT
                       MOVE WS-RUN-DATE TO DH-DATE
                       MOVE WS-RCP-DONOR TO DH-DONOR
                       MOVE RCP-BRANCH TO DH-BRANCH
                       MOVE RCP-TOYTYPE TO DH-TOYTYPE
                       MOVE RCP-QTY TO DH-QTY
                       MOVE WS-RCP-LOT TO DH-LOT
                       PERFORM CHECK-DONOR-HIST-DUP
                       IF WS-DHX-DUP = 'N' THEN
                           WRITE DONOR-HIST-RECORD
                       END-IF
                   END-IF
                   IF WS-PPA-RUN = 'Y' THEN
                       MOVE "RECEIPT" TO PL-SOURCE
                       MOVE WS-RUN-DATE TO PL-ORIG-DATE
                       MOVE RCP-BRANCH TO PL-BRANCH
                       MOVE RCP-TOYTYPE TO PL-TOYTYPE
                       MOVE RCP-QTY TO PL-QTY
                       IF RCP-UNIT-COST IS NUMERIC THEN
                           COMPUTE PL-VALUE = RCP-QTY * RCP-UNIT-COST
                       ELSE
                           MOVE 0 TO PL-VALUE
                       END-IF
                       MOVE SPACES TO PL-REF
                       STRING "DONOR " RCP-DONOR
                           DELIMITED BY SIZE INTO PL-REF
                       PERFORM ADD-PPA-ENTRY
                   END-IF
               END-IF
               END-IF.

           LOAD-DONOR-HIST-DAY.
                   END-IF
               END-PERFORM.

           ASSIGN-RECEIPT-LOT.
               IF RCP-DONOR = SPACES THEN
                   MOVE "UNKN" TO WS-RCP-DONOR
               ELSE
                   MOVE RCP-DONOR TO WS-RCP-DONOR
               END-IF
               MOVE RCP-BRANCH TO WS-LOT-NEW-BRANCH
               MOVE RCP-TOYTYPE TO WS-LOT-NEW-TYPE
               MOVE RCP-QTY TO WS-LOT-NEW-QTY
               PERFORM REGISTER-NEW-LOT.

           REGISTER-NEW-LOT.
               IF WS-LRT-LOADED = 'N' THEN
                   PERFORM LOAD-LOT-REGISTER
               END-IF
               MOVE 0 TO WS-LRT-FOUND
               PERFORM VARYING WS-LRT-IDX FROM 1 BY 1
                   UNTIL WS-LRT-IDX > WS-LRT-COUNT
                      OR WS-LRT-FOUND > 0
                   IF WS-LRT-USED(WS-LRT-IDX) = 'N'
                      AND WS-LRT-BRANCH(WS-LRT-IDX) = WS-LOT-NEW-BRANCH
                      AND WS-LRT-TYPE(WS-LRT-IDX) = WS-LOT-NEW-TYPE
                      AND WS-LRT-DONOR(WS-LRT-IDX) = WS-RCP-DONOR
                      AND WS-LRT-QTY(WS-LRT-IDX) = WS-LOT-NEW-QTY THEN
                       MOVE WS-LRT-IDX TO WS-LRT-FOUND
                   END-IF
               END-PERFORM
               IF WS-LRT-FOUND > 0 THEN
                   MOVE 'Y' TO WS-LRT-USED(WS-LRT-FOUND)
                   MOVE WS-LRT-LOT(WS-LRT-FOUND) TO WS-RCP-LOT
               ELSE
                   ADD 1 TO WS-LOT-NEXT
                   MOVE WS-LOT-NEXT TO WS-RCP-LOT
                   MOVE WS-RCP-LOT TO LR-LOT
                   MOVE WS-RUN-DATE TO LR-DATE
                   MOVE WS-LOT-NEW-BRANCH TO LR-BRANCH
                   MOVE WS-LOT-NEW-TYPE TO LR-TOYTYPE
                   MOVE WS-RCP-DONOR TO LR-DONOR
                   MOVE WS-LOT-NEW-QTY TO LR-QTY
                   OPEN EXTEND LOT-REGISTER-FILE
                   IF WS-LOTREG-STATUS = "35" THEN
                       OPEN OUTPUT LOT-REGISTER-FILE
                   END-IF
                   WRITE LOT-REGISTER-RECORD
                   CLOSE LOT-REGISTER-FILE
                   IF WS-LRT-COUNT < 500 THEN
                       ADD 1 TO WS-LRT-COUNT
                       MOVE WS-RCP-LOT TO WS-LRT-LOT(WS-LRT-COUNT)
                       MOVE WS-LOT-NEW-BRANCH
                           TO WS-LRT-BRANCH(WS-LRT-COUNT)
                       MOVE WS-LOT-NEW-TYPE TO WS-LRT-TYPE(WS-LRT-COUNT)
                       MOVE WS-RCP-DONOR TO WS-LRT-DONOR(WS-LRT-COUNT)
                       MOVE WS-LOT-NEW-QTY TO WS-LRT-QTY(WS-LRT-COUNT)
                       MOVE 'Y' TO WS-LRT-USED(WS-LRT-COUNT)
                   END-IF
               END-IF.

           LOAD-LOT-REGISTER.
               MOVE 'Y' TO WS-LRT-LOADED
               MOVE 0 TO WS-LRT-COUNT
               MOVE 0 TO WS-LOT-NEXT
               MOVE 'N' TO WS-LOT-EOF
               OPEN INPUT LOT-REGISTER-FILE
               IF WS-LOTREG-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-LOT-EOF = 'Y'
                       READ LOT-REGISTER-FILE
                           AT END
                               MOVE 'Y' TO WS-LOT-EOF
                           NOT AT END
                               PERFORM KEEP-LOT-REGISTER
                       END-READ
                   END-PERFORM
                   CLOSE LOT-REGISTER-FILE
               END-IF
               MOVE 'N' TO WS-LOT-EOF.

           KEEP-LOT-REGISTER.
               IF LR-LOT IS NUMERIC AND LR-LOT > WS-LOT-NEXT THEN
                   MOVE LR-LOT TO WS-LOT-NEXT
               END-IF
               IF LR-DATE = WS-RUN-DATE THEN
                   IF WS-LRT-COUNT < 500 THEN
                       ADD 1 TO WS-LRT-COUNT
                       MOVE LR-LOT TO WS-LRT-LOT(WS-LRT-COUNT)
                       MOVE LR-BRANCH TO WS-LRT-BRANCH(WS-LRT-COUNT)
                       MOVE LR-TOYTYPE TO WS-LRT-TYPE(WS-LRT-COUNT)
                       MOVE LR-DONOR TO WS-LRT-DONOR(WS-LRT-COUNT)
                       MOVE LR-QTY TO WS-LRT-QTY(WS-LRT-COUNT)
                       MOVE 'N' TO WS-LRT-USED(WS-LRT-COUNT)
                   ELSE
                       DISPLAY "LOTREG.DAT HOLDS MORE THAN 500 LOTS "
                           "FOR " WS-RUN-DATE " -- NEW LOT NUMBERS "
                           "WILL BE ASSIGNED"
                   END-IF
               END-IF.

           POST-LOTS.
               PERFORM LOAD-LOT-BALANCES
               PERFORM VARYING WS-STK-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-STK-FOUND-IDX > WS-STK-COUNT
                   PERFORM SET-UNLOTTED-OPENING
               END-PERFORM
               PERFORM ADD-RECEIPT-LOTS
               MOVE 'L' TO WS-ITR-PASS
               PERFORM RECEIVE-TRANSIT-LOTS
               PERFORM DISPATCH-TRANSIT-LOTS
               MOVE 'D' TO WS-ITR-PASS
               PERFORM RECEIVE-TRANSIT-LOTS
               MOVE 0 TO WS-LOT-TRAILS
               PERFORM RETURN-LOTS
               PERFORM VARYING WS-STK-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-STK-FOUND-IDX > WS-STK-COUNT
                   PERFORM APPLY-LOT-MOVEMENTS
               END-PERFORM
               OPEN EXTEND LOT-TRAIL-FILE
               IF WS-LOTTRL-STATUS = "35" THEN
                   OPEN OUTPUT LOT-TRAIL-FILE
               END-IF
               PERFORM VARYING WS-BFL-IDX FROM 1 BY 1
                   UNTIL WS-BFL-IDX > WS-BFL-COUNT
                   PERFORM ISSUE-BACKORDER-FILL-LOTS
               END-PERFORM
               PERFORM ISSUE-CSV-LOTS
               CLOSE LOT-TRAIL-FILE
               PERFORM VARYING WS-STK-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-STK-FOUND-IDX > WS-STK-COUNT
                   PERFORM TRIM-LOTS-TO-STOCK
               END-PERFORM
               PERFORM REWRITE-LOT-BALANCES
               DISPLAY "LOT TRAIL LINES WRITTEN: " WS-LOT-TRAILS.

           LOAD-LOT-BALANCES.
               MOVE 0 TO WS-LOT-COUNT
               MOVE 'N' TO WS-LOT-EOF
               OPEN INPUT LOT-BALANCE-FILE
               IF WS-LOTBAL-STATUS = "35" THEN
                   DISPLAY "LOTBAL.DAT NOT FOUND -- OPENING STOCK "
                       "CARRIED AS UNLOTTED"
               ELSE
                   PERFORM UNTIL WS-LOT-EOF = 'Y'
                       READ LOT-BALANCE-FILE
                           AT END
                               MOVE 'Y' TO WS-LOT-EOF
                           NOT AT END
                               PERFORM KEEP-LOT-BALANCE
                       END-READ
                   END-PERFORM
                   CLOSE LOT-BALANCE-FILE
               END-IF
               MOVE 'N' TO WS-LOT-EOF.

           KEEP-LOT-BALANCE.
               IF LB-QTY IS NUMERIC AND LB-QTY > 0 THEN
                   IF WS-LOT-COUNT < 3000 THEN
                       ADD 1 TO WS-LOT-COUNT
                       MOVE LB-LOT TO WS-LOT-NO(WS-LOT-COUNT)
                       MOVE LB-DATE TO WS-LOT-DATE(WS-LOT-COUNT)
                       MOVE LB-BRANCH TO WS-LOT-BRANCH(WS-LOT-COUNT)
                       MOVE LB-TOYTYPE TO WS-LOT-TYPE(WS-LOT-COUNT)
                       MOVE LB-DONOR TO WS-LOT-DONOR(WS-LOT-COUNT)
                       MOVE LB-QTY TO WS-LOT-BAL(WS-LOT-COUNT)
                   ELSE
                       DISPLAY "LOTBAL.DAT EXCEEDS 3000-LOT TABLE "
                           "LIMIT -- LOT " LB-LOT " CARRIED AS "
                           "UNLOTTED"
                   END-IF
               END-IF.

           SET-UNLOTTED-OPENING.
               MOVE 0 TO WS-LOT-SUM
               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   IF WS-LOT-BRANCH(WS-LOT-IDX)
                          = WS-STK-BRANCH(WS-STK-FOUND-IDX)
                      AND WS-LOT-TYPE(WS-LOT-IDX)
                          = WS-STK-TYPE(WS-STK-FOUND-IDX) THEN
                       ADD WS-LOT-BAL(WS-LOT-IDX) TO WS-LOT-SUM
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-LTU-QTY(WS-STK-FOUND-IDX)
               IF WS-STK-OPEN(WS-STK-FOUND-IDX) > WS-LOT-SUM THEN
                   COMPUTE WS-LTU-QTY(WS-STK-FOUND-IDX) =
                       WS-STK-OPEN(WS-STK-FOUND-IDX) - WS-LOT-SUM
               ELSE IF WS-STK-OPEN(WS-STK-FOUND-IDX) < 0 THEN
                   MOVE WS-LOT-SUM TO WS-LOT-NEED
                   MOVE 'N' TO WS-LOT-TRAIL
                   PERFORM CONSUME-LOTS
               ELSE
                   COMPUTE WS-LOT-NEED =
                       WS-LOT-SUM - WS-STK-OPEN(WS-STK-FOUND-IDX)
                   MOVE 'N' TO WS-LOT-TRAIL
                   PERFORM CONSUME-LOTS
               END-IF.

           ADD-RECEIPT-LOTS.
               PERFORM VARYING WS-LRT-IDX FROM 1 BY 1
                   UNTIL WS-LRT-IDX > WS-LRT-COUNT
                   MOVE 'N' TO WS-LRT-USED(WS-LRT-IDX)
               END-PERFORM
               MOVE 'N' TO WS-LOT-EOF
               OPEN INPUT RECEIPTS-FILE
               IF WS-RCPT-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-LOT-EOF = 'Y'
                       READ RECEIPTS-FILE
                           AT END
                               MOVE 'Y' TO WS-LOT-EOF
                           NOT AT END
                               PERFORM ADD-ONE-RECEIPT-LOT
                       END-READ
                   END-PERFORM
                   CLOSE RECEIPTS-FILE
               END-IF
               MOVE 'N' TO WS-LOT-EOF.

           ADD-ONE-RECEIPT-LOT.
               IF RCP-UOM = 'U' THEN
                   CONTINUE
               ELSE IF RCP-TOYTYPE = 'A' OR RCP-TOYTYPE = 'B'
                  OR RCP-TOYTYPE = 'C' OR RCP-TOYTYPE = 'D' THEN
                   PERFORM ASSIGN-RECEIPT-LOT
                   MOVE RCP-BRANCH TO WS-STK-FIND-BRANCH
                   MOVE RCP-TOYTYPE TO WS-STK-FIND-TYPE
                   PERFORM FIND-STOCK-ENTRY
                   MOVE WS-RCP-LOT TO WS-LPC-LOT
                   MOVE WS-RUN-DATE TO WS-LPC-DATE
                   MOVE WS-RCP-DONOR TO WS-LPC-DONOR
                   MOVE RCP-QTY TO WS-LPC-QTY
                   PERFORM PLACE-LOT-PIECE
               END-IF
               END-IF.

           PLACE-LOT-PIECE.
               MOVE 0 TO WS-LOT-PICK
               IF WS-LPC-LOT > 0 THEN
                   PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                       UNTIL WS-LOT-IDX > WS-LOT-COUNT
                          OR WS-LOT-PICK > 0
                       IF WS-LOT-NO(WS-LOT-IDX) = WS-LPC-LOT
                          AND WS-LOT-BRANCH(WS-LOT-IDX)
                              = WS-STK-FIND-BRANCH
                          AND WS-LOT-TYPE(WS-LOT-IDX)
                              = WS-STK-FIND-TYPE THEN
                           MOVE WS-LOT-IDX TO WS-LOT-PICK
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-LOT-PICK > 0 THEN
                   ADD WS-LPC-QTY TO WS-LOT-BAL(WS-LOT-PICK)
               ELSE IF WS-LPC-LOT > 0 AND WS-LOT-COUNT < 3000 THEN
                   ADD 1 TO WS-LOT-COUNT
                   MOVE WS-LPC-LOT TO WS-LOT-NO(WS-LOT-COUNT)
                   MOVE WS-LPC-DATE TO WS-LOT-DATE(WS-LOT-COUNT)
                   MOVE WS-STK-FIND-BRANCH
                       TO WS-LOT-BRANCH(WS-LOT-COUNT)
                   MOVE WS-STK-FIND-TYPE TO WS-LOT-TYPE(WS-LOT-COUNT)
                   MOVE WS-LPC-DONOR TO WS-LOT-DONOR(WS-LOT-COUNT)
                   MOVE WS-LPC-QTY TO WS-LOT-BAL(WS-LOT-COUNT)
               ELSE
                   IF WS-LPC-LOT > 0 THEN
                       DISPLAY "LOT TABLE FULL (3000 LOTS) -- LOT "
                           WS-LPC-LOT " CARRIED AS UNLOTTED"
                   END-IF
                   IF WS-STK-FOUND-IDX > 0 THEN
                       ADD WS-LPC-QTY
                           TO WS-LTU-QTY(WS-STK-FOUND-IDX)
                   END-IF
               END-IF
               END-IF.

           APPLY-LOT-MOVEMENTS.
               IF WS-STK-ADJ(WS-STK-FOUND-IDX) > 0 THEN
                   MOVE WS-STK-BRANCH(WS-STK-FOUND-IDX)
                       TO WS-LOT-NEW-BRANCH
                   MOVE WS-STK-TYPE(WS-STK-FOUND-IDX)
                       TO WS-LOT-NEW-TYPE
                   MOVE WS-STK-ADJ(WS-STK-FOUND-IDX)
                       TO WS-LOT-NEW-QTY
                   MOVE "UNKN" TO WS-RCP-DONOR
                   PERFORM REGISTER-NEW-LOT
                   MOVE WS-STK-BRANCH(WS-STK-FOUND-IDX)
                       TO WS-STK-FIND-BRANCH
                   MOVE WS-STK-TYPE(WS-STK-FOUND-IDX)
                       TO WS-STK-FIND-TYPE
                   MOVE WS-RCP-LOT TO WS-LPC-LOT
                   MOVE WS-RUN-DATE TO WS-LPC-DATE
                   MOVE WS-RCP-DONOR TO WS-LPC-DONOR
                   MOVE WS-STK-ADJ(WS-STK-FOUND-IDX) TO WS-LPC-QTY
                   PERFORM PLACE-LOT-PIECE
               ELSE IF WS-STK-ADJ(WS-STK-FOUND-IDX) < 0 THEN
                   MOVE 0 TO WS-LOT-NEED
                   SUBTRACT WS-STK-ADJ(WS-STK-FOUND-IDX)
                       FROM WS-LOT-NEED
                   MOVE 'N' TO WS-LOT-TRAIL
                   PERFORM CONSUME-LOTS
               END-IF
               END-IF.

           RECEIVE-TRANSIT-LOTS.
               PERFORM VARYING WS-ITR-IDX FROM 1 BY 1
                   UNTIL WS-ITR-IDX > WS-ITR-COUNT
                   IF WS-ITR-STATE(WS-ITR-IDX) = WS-ITR-PASS
                      AND WS-ITR-CONF(WS-ITR-IDX) > 0 THEN
                       MOVE WS-ITR-TO(WS-ITR-IDX) TO WS-STK-FIND-BRANCH
                       MOVE WS-ITR-TYPE(WS-ITR-IDX) TO WS-STK-FIND-TYPE
                       PERFORM FIND-STOCK-ENTRY
                       IF WS-STK-FOUND-IDX > 0 THEN
                           MOVE WS-ITR-LOT(WS-ITR-IDX) TO WS-LPC-LOT
                           MOVE WS-ITR-LOT-DATE(WS-ITR-IDX)
                               TO WS-LPC-DATE
                           MOVE WS-ITR-DONOR(WS-ITR-IDX)
                               TO WS-LPC-DONOR
                           MOVE WS-ITR-CONF(WS-ITR-IDX) TO WS-LPC-QTY
                           PERFORM PLACE-LOT-PIECE
                       END-IF
                   END-IF
               END-PERFORM.

           DISPATCH-TRANSIT-LOTS.
               PERFORM VARYING WS-ITR-BASE FROM 1 BY 1
                   UNTIL WS-ITR-BASE > WS-ITR-COUNT
                   IF WS-ITR-STATE(WS-ITR-BASE) = 'N' THEN
                       PERFORM DISPATCH-ONE-TRANSIT
                   END-IF
               END-PERFORM.

           DISPATCH-ONE-TRANSIT.
               MOVE 0 TO WS-DSP-COUNT
               MOVE 'D' TO WS-ITR-STATE(WS-ITR-BASE)
               MOVE WS-ITR-FROM(WS-ITR-BASE) TO WS-STK-FIND-BRANCH
               MOVE WS-ITR-TYPE(WS-ITR-BASE) TO WS-STK-FIND-TYPE
               PERFORM FIND-STOCK-ENTRY
               COMPUTE WS-LOT-NEED = WS-ITR-QTY(WS-ITR-BASE)
                   + WS-ITR-CONF(WS-ITR-BASE)
               IF WS-STK-FOUND-IDX > 0 THEN
                   MOVE 'T' TO WS-LOT-TRAIL
                   PERFORM CONSUME-LOTS
               END-IF
               MOVE WS-ITR-CONF(WS-ITR-BASE) TO WS-ITR-CREM
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
                   PERFORM SPLIT-TRANSIT-PIECE
               END-PERFORM.

           SPLIT-TRANSIT-PIECE.
               IF WS-ITR-CREM >= WS-DSP-QTY(WS-DSP-IDX) THEN
                   MOVE WS-DSP-QTY(WS-DSP-IDX) TO WS-ITR-CTAKE
               ELSE
                   MOVE WS-ITR-CREM TO WS-ITR-CTAKE
               END-IF
               SUBTRACT WS-ITR-CTAKE FROM WS-ITR-CREM
               IF WS-DSP-IDX = 1 THEN
                   MOVE WS-ITR-BASE TO WS-ITR-IDX
               ELSE IF WS-ITR-COUNT < 300 THEN
                   ADD 1 TO WS-ITR-COUNT
                   MOVE WS-ITR-COUNT TO WS-ITR-IDX
                   MOVE WS-ITR-DATE(WS-ITR-BASE)
                       TO WS-ITR-DATE(WS-ITR-IDX)
                   MOVE WS-ITR-FROM(WS-ITR-BASE)
                       TO WS-ITR-FROM(WS-ITR-IDX)
                   MOVE WS-ITR-TO(WS-ITR-BASE) TO WS-ITR-TO(WS-ITR-IDX)
                   MOVE WS-ITR-TYPE(WS-ITR-BASE)
                       TO WS-ITR-TYPE(WS-ITR-IDX)
                   MOVE 'D' TO WS-ITR-STATE(WS-ITR-IDX)
               ELSE
                   MOVE 0 TO WS-ITR-IDX
               END-IF
               END-IF
               IF WS-ITR-IDX > 0 THEN
                   MOVE WS-DSP-LOT(WS-DSP-IDX) TO WS-ITR-LOT(WS-ITR-IDX)
                   MOVE WS-DSP-DATE(WS-DSP-IDX)
                       TO WS-ITR-LOT-DATE(WS-ITR-IDX)
                   MOVE WS-DSP-DONOR(WS-DSP-IDX)
                       TO WS-ITR-DONOR(WS-ITR-IDX)
                   COMPUTE WS-ITR-QTY(WS-ITR-IDX) =
                       WS-DSP-QTY(WS-DSP-IDX) - WS-ITR-CTAKE
                   MOVE WS-ITR-CTAKE TO WS-ITR-CONF(WS-ITR-IDX)
               ELSE
                   DISPLAY "IN-TRANSIT TABLE FULL (300 ENTRIES) -- LOT "
                       WS-DSP-LOT(WS-DSP-IDX) " SENT "
                       WS-ITR-FROM(WS-ITR-BASE) "/"
                       WS-ITR-TO(WS-ITR-BASE) " CARRIED AS UNLOTTED"
                   MOVE 0 TO WS-ITR-LOT(WS-ITR-BASE)
                   MOVE 0 TO WS-ITR-LOT-DATE(WS-ITR-BASE)
                   MOVE SPACES TO WS-ITR-DONOR(WS-ITR-BASE)
                   COMPUTE WS-ITR-QTY(WS-ITR-BASE) =
                       WS-ITR-QTY(WS-ITR-BASE)
                       + WS-DSP-QTY(WS-DSP-IDX) - WS-ITR-CTAKE
                   ADD WS-ITR-CTAKE TO WS-ITR-CONF(WS-ITR-BASE)
               END-IF.

           NOTE-DISPATCH-PIECE.
               MOVE 0 TO WS-DSP-IDX
               IF WS-DSP-COUNT > 0 THEN
                   IF WS-DSP-LOT(WS-DSP-COUNT) = LT-LOT THEN
                       MOVE WS-DSP-COUNT TO WS-DSP-IDX
                   END-IF
               END-IF
               IF WS-DSP-IDX = 0 THEN
                   IF WS-DSP-COUNT < 100 THEN
                       ADD 1 TO WS-DSP-COUNT
                       MOVE WS-DSP-COUNT TO WS-DSP-IDX
                       MOVE LT-LOT TO WS-DSP-LOT(WS-DSP-IDX)
                       MOVE WS-LPC-DATE TO WS-DSP-DATE(WS-DSP-IDX)
                       MOVE WS-LPC-DONOR TO WS-DSP-DONOR(WS-DSP-IDX)
                       MOVE 0 TO WS-DSP-QTY(WS-DSP-IDX)
                   ELSE IF WS-DSP-COUNT = 100 THEN
                       DISPLAY "DISPATCH LOT TABLE FULL (100 LOTS) -- "
                           "REST OF TRANSFER "
                           WS-ITR-FROM(WS-ITR-BASE) "/"
                           WS-ITR-TO(WS-ITR-BASE) " CARRIED AS UNLOTTED"
                       ADD 1 TO WS-DSP-COUNT
                       MOVE WS-DSP-COUNT TO WS-DSP-IDX
                       MOVE 0 TO WS-DSP-LOT(WS-DSP-IDX)
                       MOVE 0 TO WS-DSP-DATE(WS-DSP-IDX)
                       MOVE SPACES TO WS-DSP-DONOR(WS-DSP-IDX)
                       MOVE 0 TO WS-DSP-QTY(WS-DSP-IDX)
                   ELSE
                       MOVE WS-DSP-COUNT TO WS-DSP-IDX
                   END-IF
                   END-IF
               END-IF
               ADD WS-LOT-TAKE TO WS-DSP-QTY(WS-DSP-IDX).

           RETURN-LOTS.
               MOVE 'N' TO WS-RTH-ANY
               PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                   UNTIL WS-RTN-IDX > WS-RTN-COUNT
                   MOVE 0 TO WS-RTH-HITS(WS-RTN-IDX)
               END-PERFORM
               IF WS-RTN-COUNT > 0 THEN
                   PERFORM TRACE-RETURN-TRAIL
               END-IF
               IF WS-RTH-ANY = 'Y' THEN
                   PERFORM TRACE-RETURN-REGISTER
                   OPEN EXTEND LOT-TRAIL-FILE
                   IF WS-LOTTRL-STATUS = "35" THEN
                       OPEN OUTPUT LOT-TRAIL-FILE
                   END-IF
               END-IF
               PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                   UNTIL WS-RTN-IDX > WS-RTN-COUNT
                   PERFORM RETURN-ONE-LOT
               END-PERFORM
               IF WS-RTH-ANY = 'Y' THEN
                   CLOSE LOT-TRAIL-FILE
               END-IF.

           TRACE-RETURN-TRAIL.
               MOVE 'N' TO WS-LOT-EOF
               OPEN INPUT LOT-TRAIL-FILE
               IF WS-LOTTRL-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-LOT-EOF = 'Y'
                       READ LOT-TRAIL-FILE
                           AT END
                               MOVE 'Y' TO WS-LOT-EOF
                           NOT AT END
                               IF LT-LOT IS NUMERIC AND LT-LOT > 0
                                  AND (LT-SOURCE = 'I'
                                       OR LT-SOURCE = 'B') THEN
                                   PERFORM VARYING WS-RTN-IDX
                                       FROM 1 BY 1
                                       UNTIL WS-RTN-IDX > WS-RTN-COUNT
                                       PERFORM NOTE-RETURN-HIT
                                   END-PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOT-TRAIL-FILE
               END-IF
               MOVE 'N' TO WS-LOT-EOF.

           NOTE-RETURN-HIT.
               IF WS-RTN-BRANCH(WS-RTN-IDX) = LT-BRANCH
                  AND WS-RTN-ID(WS-RTN-IDX) = LT-ID
                  AND WS-RTN-TYPE(WS-RTN-IDX) = LT-TOYTYPE THEN
                   MOVE 'Y' TO WS-RTH-ANY
                   IF WS-RTH-HITS(WS-RTN-IDX) < 5 THEN
                       ADD 1 TO WS-RTH-HITS(WS-RTN-IDX)
                   ELSE
                       PERFORM VARYING WS-RTH-IDX FROM 1 BY 1
                           UNTIL WS-RTH-IDX > 4
                           MOVE WS-RTH-HIT(WS-RTN-IDX, WS-RTH-IDX + 1)
                               TO WS-RTH-HIT(WS-RTN-IDX, WS-RTH-IDX)
                       END-PERFORM
                   END-IF
                   MOVE WS-RTH-HITS(WS-RTN-IDX) TO WS-RTH-IDX
                   MOVE LT-LOT TO WS-RTH-LOT(WS-RTN-IDX, WS-RTH-IDX)
                   MOVE 0 TO WS-RTH-DATE(WS-RTN-IDX, WS-RTH-IDX)
                   MOVE "UNKN" TO WS-RTH-DONOR(WS-RTN-IDX, WS-RTH-IDX)
                   MOVE LT-QTY TO WS-RTH-QTY(WS-RTN-IDX, WS-RTH-IDX)
               END-IF.

           TRACE-RETURN-REGISTER.
               MOVE 'N' TO WS-LOT-EOF
               OPEN INPUT LOT-REGISTER-FILE
               IF WS-LOTREG-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-LOT-EOF = 'Y'
                       READ LOT-REGISTER-FILE
                           AT END
                               MOVE 'Y' TO WS-LOT-EOF
                           NOT AT END
                               PERFORM VARYING WS-RTN-IDX
                                   FROM 1 BY 1
                                   UNTIL WS-RTN-IDX > WS-RTN-COUNT
                                   PERFORM DATE-RETURN-HITS
                               END-PERFORM
                       END-READ
                   END-PERFORM
                   CLOSE LOT-REGISTER-FILE
               END-IF
               MOVE 'N' TO WS-LOT-EOF.

           DATE-RETURN-HITS.
               PERFORM VARYING WS-RTH-IDX FROM 1 BY 1
                   UNTIL WS-RTH-IDX > WS-RTH-HITS(WS-RTN-IDX)
                   IF WS-RTH-LOT(WS-RTN-IDX, WS-RTH-IDX) = LR-LOT THEN
                       MOVE LR-DATE
                           TO WS-RTH-DATE(WS-RTN-IDX, WS-RTH-IDX)
                       MOVE LR-DONOR
                           TO WS-RTH-DONOR(WS-RTN-IDX, WS-RTH-IDX)
                   END-IF
               END-PERFORM.

           RETURN-ONE-LOT.
               MOVE WS-RTN-BRANCH(WS-RTN-IDX) TO WS-STK-FIND-BRANCH
               MOVE WS-RTN-TYPE(WS-RTN-IDX) TO WS-STK-FIND-TYPE
               PERFORM FIND-STOCK-ENTRY
               IF WS-STK-FOUND-IDX > 0 THEN
                   MOVE WS-RTN-QTY(WS-RTN-IDX) TO WS-LOT-NEED
                   MOVE WS-RTH-HITS(WS-RTN-IDX) TO WS-RTH-IDX
                   PERFORM UNTIL WS-RTH-IDX = 0 OR WS-LOT-NEED = 0
                       PERFORM RETURN-ONE-HIT
                       SUBTRACT 1 FROM WS-RTH-IDX
                   END-PERFORM
                   IF WS-LOT-NEED > 0 THEN
                       MOVE 0 TO WS-LPC-LOT
                       MOVE 0 TO WS-LPC-DATE
                       MOVE SPACES TO WS-LPC-DONOR
                       MOVE WS-LOT-NEED TO WS-LPC-QTY
                       PERFORM PLACE-LOT-PIECE
                   END-IF
               END-IF.

           RETURN-ONE-HIT.
               IF WS-RTH-QTY(WS-RTN-IDX, WS-RTH-IDX) >= WS-LOT-NEED THEN
                   MOVE WS-LOT-NEED TO WS-LPC-QTY
               ELSE
                   MOVE WS-RTH-QTY(WS-RTN-IDX, WS-RTH-IDX) TO WS-LPC-QTY
               END-IF
               SUBTRACT WS-LPC-QTY FROM WS-LOT-NEED
               MOVE WS-RTH-LOT(WS-RTN-IDX, WS-RTH-IDX) TO WS-LPC-LOT
               IF WS-RTH-DATE(WS-RTN-IDX, WS-RTH-IDX) > 0 THEN
                   MOVE WS-RTH-DATE(WS-RTN-IDX, WS-RTH-IDX)
                       TO WS-LPC-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-LPC-DATE
               END-IF
               MOVE WS-RTH-DONOR(WS-RTN-IDX, WS-RTH-IDX) TO WS-LPC-DONOR
               PERFORM PLACE-LOT-PIECE
               IF WS-LPC-QTY > 0 THEN
                   MOVE WS-RUN-DATE TO LT-DATE
                   MOVE WS-LPC-LOT TO LT-LOT
                   MOVE WS-RTN-BRANCH(WS-RTN-IDX) TO LT-BRANCH
                   MOVE WS-RTN-ID(WS-RTN-IDX) TO LT-ID
                   MOVE WS-RTN-TYPE(WS-RTN-IDX) TO LT-TOYTYPE
                   MOVE WS-LPC-QTY TO LT-QTY
                   MOVE 'R' TO LT-SOURCE
                   WRITE LOT-TRAIL-RECORD
                   ADD 1 TO WS-LOT-TRAILS
               END-IF.

           ISSUE-BACKORDER-FILL-LOTS.
               MOVE WS-BFL-BRANCH(WS-BFL-IDX) TO WS-STK-FIND-BRANCH
               MOVE WS-BFL-TYPE(WS-BFL-IDX) TO WS-STK-FIND-TYPE
               PERFORM FIND-STOCK-ENTRY
               IF WS-STK-FOUND-IDX > 0 THEN
                   MOVE WS-BFL-QTY(WS-BFL-IDX) TO WS-LOT-NEED
                   MOVE WS-BFL-ID(WS-BFL-IDX) TO WS-LOT-KID
                   MOVE 'B' TO WS-LOT-SOURCE
                   MOVE 'Y' TO WS-LOT-TRAIL
                   PERFORM CONSUME-LOTS
               END-IF.

           ISSUE-CSV-LOTS.
               MOVE 'N' TO WS-LOT-EOF
               MOVE 'Y' TO WS-LOT-CSV-HDR
               OPEN INPUT CSV-REPORT
               IF WS-CSV-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-LOT-EOF = 'Y'
                       READ CSV-REPORT
                           AT END
                               MOVE 'Y' TO WS-LOT-EOF
                           NOT AT END
                               IF WS-LOT-CSV-HDR = 'Y' THEN
                                   MOVE 'N' TO WS-LOT-CSV-HDR
                               ELSE
                                   PERFORM ISSUE-ONE-CSV-LOT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CSV-REPORT
               END-IF
               MOVE 'N' TO WS-LOT-EOF.

           ISSUE-ONE-CSV-LOT.
               MOVE SPACES TO WS-LOT-F-BRANCH WS-LOT-F-ID
                   WS-LOT-F-TYPE WS-LOT-F-TOYS
               UNSTRING CSV-OUT DELIMITED BY ","
                   INTO WS-LOT-F-BRANCH WS-LOT-F-ID
                        WS-LOT-F-TYPE WS-LOT-F-TOYS
               END-UNSTRING
               MOVE SPACES TO WS-STK-FIND-TYPE
               EVALUATE WS-LOT-F-TYPE
                   WHEN "SOFT"
                       MOVE 'A' TO WS-STK-FIND-TYPE
                   WHEN "HARD"
                       MOVE 'B' TO WS-STK-FIND-TYPE
                   WHEN "PUZZ"
                       MOVE 'C' TO WS-STK-FIND-TYPE
                   WHEN "ELEC"
                       MOVE 'D' TO WS-STK-FIND-TYPE
               END-EVALUATE
               IF WS-STK-FIND-TYPE NOT = SPACES
                  AND FUNCTION TRIM(WS-LOT-F-ID) IS NUMERIC
                  AND FUNCTION TRIM(WS-LOT-F-TOYS) IS NUMERIC THEN
                   MOVE WS-LOT-F-BRANCH TO WS-STK-FIND-BRANCH
                   PERFORM FIND-STOCK-ENTRY
                   IF WS-STK-FOUND-IDX > 0 THEN
                       MOVE FUNCTION NUMVAL(WS-LOT-F-TOYS)
                           TO WS-LOT-NEED
                       MOVE FUNCTION NUMVAL(WS-LOT-F-ID)
                           TO WS-LOT-KID
                       MOVE 'I' TO WS-LOT-SOURCE
                       MOVE 'Y' TO WS-LOT-TRAIL
                       PERFORM CONSUME-LOTS
                   END-IF
               END-IF.

           TRIM-LOTS-TO-STOCK.
               MOVE WS-LTU-QTY(WS-STK-FOUND-IDX) TO WS-LOT-SUM
               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   IF WS-LOT-BRANCH(WS-LOT-IDX)
                          = WS-STK-BRANCH(WS-STK-FOUND-IDX)
                      AND WS-LOT-TYPE(WS-LOT-IDX)
                          = WS-STK-TYPE(WS-STK-FOUND-IDX) THEN
                       ADD WS-LOT-BAL(WS-LOT-IDX) TO WS-LOT-SUM
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-LOT-TARGET
               IF WS-STK-BAL(WS-STK-FOUND-IDX) > 0 THEN
                   MOVE WS-STK-BAL(WS-STK-FOUND-IDX) TO WS-LOT-TARGET
               END-IF
               IF WS-LOT-SUM > WS-LOT-TARGET THEN
                   COMPUTE WS-LOT-NEED = WS-LOT-SUM - WS-LOT-TARGET
                   MOVE 'N' TO WS-LOT-TRAIL
                   PERFORM CONSUME-LOTS
               END-IF.

           CONSUME-LOTS.
               IF WS-LOT-NEED > 0
                  AND WS-LTU-QTY(WS-STK-FOUND-IDX) > 0 THEN
                   IF WS-LTU-QTY(WS-STK-FOUND-IDX) >= WS-LOT-NEED THEN
                       MOVE WS-LOT-NEED TO WS-LOT-TAKE
                   ELSE
                       MOVE WS-LTU-QTY(WS-STK-FOUND-IDX) TO WS-LOT-TAKE
                   END-IF
                   SUBTRACT WS-LOT-TAKE
                       FROM WS-LTU-QTY(WS-STK-FOUND-IDX)
                   SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
                   MOVE 0 TO LT-LOT
                   MOVE 0 TO WS-LPC-DATE
                   MOVE SPACES TO WS-LPC-DONOR
                   PERFORM WRITE-LOT-TRAIL
               END-IF
               IF WS-LOT-NEED > 0 THEN
                   PERFORM FIND-OLDEST-LOT
               END-IF
               PERFORM UNTIL WS-LOT-NEED = 0 OR WS-LOT-PICK = 0
                   MOVE WS-LOT-PICK TO WS-LOT-IDX
                   PERFORM CONSUME-ONE-LOT
                   IF WS-LOT-NEED > 0 THEN
                       PERFORM FIND-OLDEST-LOT
                   END-IF
               END-PERFORM
               IF WS-LOT-NEED > 0 THEN
                   MOVE WS-LOT-NEED TO WS-LOT-TAKE
                   MOVE 0 TO WS-LOT-NEED
                   MOVE 0 TO LT-LOT
                   MOVE 0 TO WS-LPC-DATE
                   MOVE SPACES TO WS-LPC-DONOR
                   PERFORM WRITE-LOT-TRAIL
               END-IF.

           FIND-OLDEST-LOT.
               MOVE 0 TO WS-LOT-PICK
               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   IF WS-LOT-BRANCH(WS-LOT-IDX)
                          = WS-STK-BRANCH(WS-STK-FOUND-IDX)
                      AND WS-LOT-TYPE(WS-LOT-IDX)
                          = WS-STK-TYPE(WS-STK-FOUND-IDX)
                      AND WS-LOT-BAL(WS-LOT-IDX) > 0 THEN
                       IF WS-LOT-PICK = 0 THEN
                           MOVE WS-LOT-IDX TO WS-LOT-PICK
                       ELSE IF WS-LOT-DATE(WS-LOT-IDX)
                               < WS-LOT-DATE(WS-LOT-PICK)
                          OR (WS-LOT-DATE(WS-LOT-IDX)
                                 = WS-LOT-DATE(WS-LOT-PICK)
                              AND WS-LOT-NO(WS-LOT-IDX)
                                 < WS-LOT-NO(WS-LOT-PICK)) THEN
                           MOVE WS-LOT-IDX TO WS-LOT-PICK
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           CONSUME-ONE-LOT.
               IF WS-LOT-BAL(WS-LOT-IDX) >= WS-LOT-NEED THEN
                   MOVE WS-LOT-NEED TO WS-LOT-TAKE
               ELSE
                   MOVE WS-LOT-BAL(WS-LOT-IDX) TO WS-LOT-TAKE
               END-IF
               SUBTRACT WS-LOT-TAKE FROM WS-LOT-BAL(WS-LOT-IDX)
               SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
               MOVE WS-LOT-NO(WS-LOT-IDX) TO LT-LOT
               MOVE WS-LOT-DATE(WS-LOT-IDX) TO WS-LPC-DATE
               MOVE WS-LOT-DONOR(WS-LOT-IDX) TO WS-LPC-DONOR
               PERFORM WRITE-LOT-TRAIL.

           WRITE-LOT-TRAIL.
               IF WS-LOT-TRAIL = 'T' AND WS-LOT-TAKE > 0 THEN
                   PERFORM NOTE-DISPATCH-PIECE
               ELSE IF WS-LOT-TRAIL = 'Y' AND WS-LOT-TAKE > 0 THEN
                   MOVE WS-RUN-DATE TO LT-DATE
                   MOVE WS-STK-BRANCH(WS-STK-FOUND-IDX) TO LT-BRANCH
                   MOVE WS-LOT-KID TO LT-ID
                   MOVE WS-STK-TYPE(WS-STK-FOUND-IDX) TO LT-TOYTYPE
                   MOVE WS-LOT-TAKE TO LT-QTY
                   MOVE WS-LOT-SOURCE TO LT-SOURCE
                   WRITE LOT-TRAIL-RECORD
                   ADD 1 TO WS-LOT-TRAILS
               END-IF
               END-IF.

           REWRITE-LOT-BALANCES.
               OPEN OUTPUT LOT-BALANCE-FILE
               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   IF WS-LOT-BAL(WS-LOT-IDX) > 0 THEN
                       MOVE WS-LOT-NO(WS-LOT-IDX) TO LB-LOT
                       MOVE WS-LOT-DATE(WS-LOT-IDX) TO LB-DATE
                       MOVE WS-LOT-BRANCH(WS-LOT-IDX) TO LB-BRANCH
                       MOVE WS-LOT-TYPE(WS-LOT-IDX) TO LB-TOYTYPE
                       MOVE WS-LOT-DONOR(WS-LOT-IDX) TO LB-DONOR
                       MOVE WS-LOT-BAL(WS-LOT-IDX) TO LB-QTY
                       WRITE LOT-BALANCE-RECORD
                   END-IF
               END-PERFORM
               CLOSE LOT-BALANCE-FILE.

           POST-COSTS.
               PERFORM LOAD-FAIR-VALUES
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
                   MOVE 0 TO WS-AVC-COST(WS-STK-IDX)
                   MOVE 'N' TO WS-AVC-KNOWN(WS-STK-IDX)
               END-PERFORM
               PERFORM LOAD-STOCK-COSTS
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
                   PERFORM SET-OPENING-COST
               END-PERFORM
               PERFORM ADD-RECEIPT-COSTS
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
                   IF WS-AVC-QTY(WS-STK-IDX) > 0 THEN
                       COMPUTE WS-AVC-COST(WS-STK-IDX) ROUNDED =
                           WS-AVC-VALUE(WS-STK-IDX)
                           / WS-AVC-QTY(WS-STK-IDX)
                   END-IF
               END-PERFORM
               OPEN OUTPUT STOCK-COST-FILE
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
                   MOVE WS-STK-BRANCH(WS-STK-IDX) TO SC-BRANCH
                   MOVE WS-STK-TYPE(WS-STK-IDX) TO SC-TOYTYPE
                   MOVE WS-AVC-COST(WS-STK-IDX) TO SC-AVG-COST
                   MOVE WS-RUN-DATE TO SC-DATE
                   WRITE STOCK-COST-RECORD
               END-PERFORM
               CLOSE STOCK-COST-FILE.

           LOAD-FAIR-VALUES.
               MOVE WS-PRICE-SOFT TO WS-FV-COST(1)
               MOVE WS-PRICE-HARD TO WS-FV-COST(2)
               MOVE WS-PRICE-PUZZLE TO WS-FV-COST(3)
               MOVE WS-PRICE-ELEC TO WS-FV-COST(4)
               PERFORM VARYING WS-FV-IDX FROM 1 BY 1
                   UNTIL WS-FV-IDX > 4
                   MOVE 0 TO WS-FV-DATE(WS-FV-IDX)
               END-PERFORM
               MOVE 'N' TO WS-LOT-EOF
               OPEN INPUT FAIR-VALUE-FILE
               IF WS-FAIRVAL-STATUS = "35" THEN
                   DISPLAY "FAIRVAL.DAT NOT FOUND -- DONATED "
                       "RECEIPTS COSTED AT THE SELLING PRICE"
               ELSE
                   PERFORM UNTIL WS-LOT-EOF = 'Y'
                       READ FAIR-VALUE-FILE
                           AT END
                               MOVE 'Y' TO WS-LOT-EOF
                           NOT AT END
                               PERFORM APPLY-FAIR-VALUE
                       END-READ
                   END-PERFORM
                   CLOSE FAIR-VALUE-FILE
               END-IF
               MOVE 'N' TO WS-LOT-EOF.

           APPLY-FAIR-VALUE.
               MOVE 0 TO WS-FV-IDX
               EVALUATE FV-TOYTYPE
                   WHEN 'A'
                       MOVE 1 TO WS-FV-IDX
                   WHEN 'B'
                       MOVE 2 TO WS-FV-IDX
                   WHEN 'C'
                       MOVE 3 TO WS-FV-IDX
                   WHEN 'D'
                       MOVE 4 TO WS-FV-IDX
               END-EVALUATE
               IF WS-FV-IDX > 0 AND FV-EFF-DATE <= WS-RUN-DATE
                  AND FV-EFF-DATE >= WS-FV-DATE(WS-FV-IDX) THEN
                   MOVE FV-COST TO WS-FV-COST(WS-FV-IDX)
                   MOVE FV-EFF-DATE TO WS-FV-DATE(WS-FV-IDX)
               END-IF.

           GET-FAIR-VALUE.
               EVALUATE WS-STK-TYPE(WS-STK-IDX)
                   WHEN 'A'
                       MOVE WS-FV-COST(1) TO WS-RCP-COST
                   WHEN 'B'
                       MOVE WS-FV-COST(2) TO WS-RCP-COST
                   WHEN 'C'
                       MOVE WS-FV-COST(3) TO WS-RCP-COST
                   WHEN 'D'
                       MOVE WS-FV-COST(4) TO WS-RCP-COST
                   WHEN OTHER
                       MOVE 0 TO WS-RCP-COST
               END-EVALUATE.

           LOAD-STOCK-COSTS.
               MOVE 'N' TO WS-LOT-EOF
               OPEN INPUT STOCK-COST-FILE
               IF WS-STKCOST-STATUS = "35" THEN
                   DISPLAY "STOCKCOST.DAT NOT FOUND -- OPENING "
                       "STOCK COSTED AT FAIR VALUE"
               ELSE
                   PERFORM UNTIL WS-LOT-EOF = 'Y'
                       READ STOCK-COST-FILE
                           AT END
                               MOVE 'Y' TO WS-LOT-EOF
                           NOT AT END
                               PERFORM KEEP-STOCK-COST
                       END-READ
                   END-PERFORM
                   CLOSE STOCK-COST-FILE
               END-IF
               MOVE 'N' TO WS-LOT-EOF.

           KEEP-STOCK-COST.
               MOVE 0 TO WS-AVC-FOUND
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
                      OR WS-AVC-FOUND > 0
                   IF WS-STK-BRANCH(WS-STK-IDX) = SC-BRANCH
                      AND WS-STK-TYPE(WS-STK-IDX) = SC-TOYTYPE THEN
                       MOVE WS-STK-IDX TO WS-AVC-FOUND
                   END-IF
               END-PERFORM
               IF WS-AVC-FOUND > 0 AND SC-AVG-COST IS NUMERIC THEN
                   MOVE SC-AVG-COST TO WS-AVC-COST(WS-AVC-FOUND)
                   MOVE 'Y' TO WS-AVC-KNOWN(WS-AVC-FOUND)
               END-IF.

           SET-OPENING-COST.
               IF WS-AVC-KNOWN(WS-STK-IDX) = 'N'
                  OR WS-AVC-COST(WS-STK-IDX) = 0 THEN
                   PERFORM GET-FAIR-VALUE
                   MOVE WS-RCP-COST TO WS-AVC-COST(WS-STK-IDX)
               END-IF
               MOVE 0 TO WS-AVC-QTY(WS-STK-IDX)
               MOVE 0 TO WS-AVC-VALUE(WS-STK-IDX)
               IF WS-STK-OPEN(WS-STK-IDX) > 0 THEN
                   MOVE WS-STK-OPEN(WS-STK-IDX)
                       TO WS-AVC-QTY(WS-STK-IDX)
                   COMPUTE WS-AVC-VALUE(WS-STK-IDX) =
                       WS-STK-OPEN(WS-STK-IDX)
                       * WS-AVC-COST(WS-STK-IDX)
               END-IF.

           ADD-RECEIPT-COSTS.
               MOVE 'N' TO WS-LOT-EOF
               OPEN INPUT RECEIPTS-FILE
               IF WS-RCPT-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-LOT-EOF = 'Y'
                       READ RECEIPTS-FILE
                           AT END
                               MOVE 'Y' TO WS-LOT-EOF
                           NOT AT END
                               PERFORM ADD-ONE-RECEIPT-COST
                       END-READ
                   END-PERFORM
                   CLOSE RECEIPTS-FILE
               END-IF
               MOVE 'N' TO WS-LOT-EOF.

           ADD-ONE-RECEIPT-COST.
               MOVE 0 TO WS-AVC-FOUND
               IF RCP-UOM = 'U' THEN
                   CONTINUE
               ELSE
                   PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                       UNTIL WS-STK-IDX > WS-STK-COUNT
                          OR WS-AVC-FOUND > 0
                       IF WS-STK-BRANCH(WS-STK-IDX) = RCP-BRANCH
                          AND WS-STK-TYPE(WS-STK-IDX)
                              = RCP-TOYTYPE THEN
                           MOVE WS-STK-IDX TO WS-AVC-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-AVC-FOUND > 0 AND RCP-QTY IS NUMERIC THEN
                   MOVE WS-AVC-FOUND TO WS-STK-IDX
                   IF RCP-UNIT-COST IS NUMERIC
                      AND RCP-UNIT-COST > 0 THEN
                       MOVE RCP-UNIT-COST TO WS-RCP-COST
                   ELSE
                       PERFORM GET-FAIR-VALUE
                   END-IF
                   ADD RCP-QTY TO WS-AVC-QTY(WS-STK-IDX)
                   COMPUTE WS-AVC-VALUE(WS-STK-IDX) =
                       WS-AVC-VALUE(WS-STK-IDX)
                       + RCP-QTY * WS-RCP-COST
               END-IF.

           LOAD-TRANSFERS.
               OPEN INPUT TRANSFER-FILE
               IF WS-XFER-STATUS = "35" THEN
                   DISPLAY
                       "TRANSFERS.DAT NOT FOUND -- NO TRANSFERS "
                       "TODAY"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ TRANSFER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM APPLY-TRANSFER
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE TRANSFER-FILE
               END-IF.

           APPLY-TRANSFER.
               IF XFR-TOYTYPE NOT = 'A' AND XFR-TOYTYPE NOT = 'B'
                  AND XFR-TOYTYPE NOT = 'C'
                  AND XFR-TOYTYPE NOT = 'D' THEN
                   DISPLAY
                       "UNRECOGNIZED TOY TYPE ON TRANSFERS.DAT: "
                       XFR-TOYTYPE " -- TRANSFER SKIPPED"
               ELSE
                   MOVE XFR-QTY TO WS-STK-QTY
                   MOVE XFR-FROM TO WS-STK-FIND-BRANCH
                   MOVE XFR-TOYTYPE TO WS-STK-FIND-TYPE
                   PERFORM FIND-STOCK-ENTRY
                   IF WS-STK-FOUND-IDX > 0 THEN
                       ADD WS-STK-QTY
                           TO WS-STK-XOUT(WS-STK-FOUND-IDX)
                       SUBTRACT WS-STK-QTY
                           FROM WS-STK-BAL(WS-STK-FOUND-IDX)
                   END-IF
                   IF WS-ITR-COUNT < 300 THEN
                       ADD 1 TO WS-ITR-COUNT
                       MOVE WS-RUN-DATE TO WS-ITR-DATE(WS-ITR-COUNT)
                       MOVE XFR-FROM TO WS-ITR-FROM(WS-ITR-COUNT)
                       MOVE XFR-TO TO WS-ITR-TO(WS-ITR-COUNT)
                       MOVE XFR-TOYTYPE TO WS-ITR-TYPE(WS-ITR-COUNT)
                       MOVE XFR-QTY TO WS-ITR-QTY(WS-ITR-COUNT)
                       MOVE 0 TO WS-ITR-LOT(WS-ITR-COUNT)
                       MOVE 0 TO WS-ITR-LOT-DATE(WS-ITR-COUNT)
                       MOVE SPACES TO WS-ITR-DONOR(WS-ITR-COUNT)
                       MOVE 0 TO WS-ITR-CONF(WS-ITR-COUNT)
                       MOVE 'N' TO WS-ITR-STATE(WS-ITR-COUNT)
                   ELSE
                       DISPLAY "IN-TRANSIT TABLE FULL (300 ENTRIES) "
                           "-- DISPATCH NOT TRACKED"
                   END-IF
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
                               IF WS-ITR-COUNT < 300 THEN
                                   ADD 1 TO WS-ITR-COUNT
                                   MOVE IT-DATE
                                       TO WS-ITR-DATE(WS-ITR-COUNT)
                                   MOVE IT-FROM
                                       TO WS-ITR-FROM(WS-ITR-COUNT)
                                   MOVE IT-TO
                                       TO WS-ITR-TO(WS-ITR-COUNT)
                                   MOVE IT-TOYTYPE
                                       TO WS-ITR-TYPE(WS-ITR-COUNT)
                                   MOVE IT-QTY
                                       TO WS-ITR-QTY(WS-ITR-COUNT)
                                   PERFORM KEEP-INTRANSIT-LOT
                               ELSE
                                   DISPLAY "INTRANSIT.DAT EXCEEDS "
                                       "300-ENTRY TABLE LIMIT -- "
                                       "ENTRY DROPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE INTRANSIT-FILE
               END-IF.

           KEEP-INTRANSIT-LOT.
               IF IT-LOT IS NUMERIC AND IT-LOT-DATE IS NUMERIC THEN
                   MOVE IT-LOT TO WS-ITR-LOT(WS-ITR-COUNT)
                   MOVE IT-LOT-DATE TO WS-ITR-LOT-DATE(WS-ITR-COUNT)
                   MOVE IT-DONOR TO WS-ITR-DONOR(WS-ITR-COUNT)
               ELSE
                   MOVE 0 TO WS-ITR-LOT(WS-ITR-COUNT)
                   MOVE 0 TO WS-ITR-LOT-DATE(WS-ITR-COUNT)
                   MOVE SPACES TO WS-ITR-DONOR(WS-ITR-COUNT)
               END-IF
               MOVE 0 TO WS-ITR-CONF(WS-ITR-COUNT)
               MOVE 'L' TO WS-ITR-STATE(WS-ITR-COUNT).

           LOAD-CONFIRMATIONS.
               OPEN INPUT XFER-CONF-FILE
               IF WS-XCNF-STATUS = "35" THEN
                   DISPLAY "XFRCONF.DAT NOT FOUND -- NO TRANSFER "
                       "CONFIRMATIONS TODAY"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ XFER-CONF-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM APPLY-CONFIRMATION
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE XFER-CONF-FILE
               END-IF.

           APPLY-CONFIRMATION.
               IF CNF-TOYTYPE NOT = 'A' AND CNF-TOYTYPE NOT = 'B'
                  AND CNF-TOYTYPE NOT = 'C'
                  AND CNF-TOYTYPE NOT = 'D' THEN
                   DISPLAY
                       "UNRECOGNIZED TOY TYPE ON XFRCONF.DAT: "
                       CNF-TOYTYPE " -- CONFIRMATION SKIPPED"
               ELSE
                   MOVE CNF-QTY TO WS-CNF-REMAIN
                   PERFORM VARYING WS-ITR-IDX FROM 1 BY 1
                       UNTIL WS-ITR-IDX > WS-ITR-COUNT
                          OR WS-CNF-REMAIN = 0
                       IF WS-ITR-FROM(WS-ITR-IDX) = CNF-FROM
                          AND WS-ITR-TO(WS-ITR-IDX) = CNF-TO
                          AND WS-ITR-TYPE(WS-ITR-IDX) = CNF-TOYTYPE
                          AND WS-ITR-QTY(WS-ITR-IDX) > 0 THEN
                           IF WS-ITR-QTY(WS-ITR-IDX)
                              >= WS-CNF-REMAIN THEN
                               MOVE WS-CNF-REMAIN TO WS-CNF-TAKE
                           ELSE
                               MOVE WS-ITR-QTY(WS-ITR-IDX)
                                   TO WS-CNF-TAKE
                           END-IF
                           SUBTRACT WS-CNF-TAKE
                               FROM WS-ITR-QTY(WS-ITR-IDX)
                           ADD WS-CNF-TAKE TO WS-ITR-CONF(WS-ITR-IDX)
                           SUBTRACT WS-CNF-TAKE FROM WS-CNF-REMAIN
                       END-IF
                   END-PERFORM
                   IF WS-CNF-REMAIN > 0 THEN
                       DISPLAY "CONFIRMATION EXCEEDS IN-TRANSIT "
                           "QUANTITY FOR " CNF-FROM "/" CNF-TO
                           " TYPE " CNF-TOYTYPE " BY " WS-CNF-REMAIN
                           " -- EXCESS IGNORED"
                   END-IF
                   COMPUTE WS-CNF-TAKE = CNF-QTY - WS-CNF-REMAIN
                   IF WS-CNF-TAKE > 0 THEN
                       MOVE CNF-TO TO WS-STK-FIND-BRANCH
                       MOVE CNF-TOYTYPE TO WS-STK-FIND-TYPE
                       PERFORM FIND-STOCK-ENTRY
                       IF WS-STK-FOUND-IDX > 0 THEN
                           ADD WS-CNF-TAKE
                               TO WS-STK-XIN(WS-STK-FOUND-IDX)
                           ADD WS-CNF-TAKE
                               TO WS-STK-BAL(WS-STK-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF.

           REWRITE-INTRANSIT.
               OPEN OUTPUT INTRANSIT-FILE
               PERFORM VARYING WS-ITR-IDX FROM 1 BY 1
                   UNTIL WS-ITR-IDX > WS-ITR-COUNT
                       MOVE WS-ITR-TO(WS-ITR-IDX) TO IT-TO
                       MOVE WS-ITR-TYPE(WS-ITR-IDX) TO IT-TOYTYPE
                       MOVE WS-ITR-QTY(WS-ITR-IDX) TO IT-QTY
                       MOVE WS-ITR-LOT(WS-ITR-IDX) TO IT-LOT
                       MOVE WS-ITR-LOT-DATE(WS-ITR-IDX) TO IT-LOT-DATE
                       MOVE WS-ITR-DONOR(WS-ITR-IDX) TO IT-DONOR
                       WRITE INTRANSIT-RECORD
                   END-IF
               END-PERFORM
                           FUNCTION INTEGER-OF-DATE(WS-ITR-DATE-NUM)
                       COMPUTE WS-ITR-AGE = WS-ITR-INT - WS-BO-INT
                       MOVE WS-ITR-AGE TO IL-AGE
                       MOVE WS-ITR-LOT(WS-ITR-IDX) TO IL-LOT
                       WRITE INTRANSIT-OUT FROM ITR-LINE
                   END-IF
               END-PERFORM
                   MOVE RTN-ID TO WS-RTN-ID(WS-RTN-COUNT)
                   MOVE RTN-TOYTYPE TO WS-RTN-TYPE(WS-RTN-COUNT)
                   MOVE RTN-QTY TO WS-RTN-QTY(WS-RTN-COUNT)
                   MOVE RTN-REASON TO WS-RTN-REASON(WS-RTN-COUNT)
                   PERFORM ACCUM-GL-RETURN
                   IF WS-PPA-RUN = 'Y' THEN
                       MOVE "RETURN" TO PL-SOURCE
                       MOVE WS-RUN-DATE TO PL-ORIG-DATE
                       MOVE RTN-BRANCH TO PL-BRANCH
                       MOVE RTN-TOYTYPE TO PL-TOYTYPE
                       MOVE RTN-QTY TO PL-QTY
                       MOVE WS-RTN-VALUE TO PL-VALUE
                       MOVE SPACES TO PL-REF
                       STRING "KID " RTN-ID
                           DELIMITED BY SIZE INTO PL-REF
                       PERFORM ADD-PPA-ENTRY
                   END-IF
               END-IF.

           ACCUM-GL-RETURN.
                       "UNRECOGNIZED TOY TYPE ON ADJUSTMENTS.DAT: "
                       ADJ-TOYTYPE " -- ADJUSTMENT SKIPPED"
               ELSE
                   PERFORM CHECK-ADJUSTMENT-PERIOD
                   MOVE ADJ-BRANCH TO WS-STK-FIND-BRANCH
                   MOVE ADJ-TOYTYPE TO WS-STK-FIND-TYPE
                   PERFORM FIND-STOCK-ENTRY
                   IF WS-STK-FOUND-IDX > 0 THEN
                       ADD ADJ-QTY TO WS-STK-ADJ(WS-STK-FOUND-IDX)
                       ADD ADJ-QTY TO WS-STK-BAL(WS-STK-FOUND-IDX)
                       IF WS-PPA-ITEM = 'Y' THEN
                           MOVE 'Y' TO WS-STK-PPA(WS-STK-FOUND-IDX)
                       END-IF
                   END-IF
                   PERFORM ACCUM-GL-ADJUSTMENT
                   IF WS-PPA-ITEM = 'Y' THEN
                       MOVE "ADJUSTMENT" TO PL-SOURCE
                       IF ADJ-DATE IS NUMERIC AND ADJ-DATE > 0 THEN
                           MOVE ADJ-DATE TO PL-ORIG-DATE
                       ELSE
                           MOVE WS-RUN-DATE TO PL-ORIG-DATE
                       END-IF
                       MOVE ADJ-BRANCH TO PL-BRANCH
                       MOVE ADJ-TOYTYPE TO PL-TOYTYPE
                       MOVE ADJ-QTY TO PL-QTY
                       MOVE WS-ADJ-VALUE TO PL-VALUE
                       MOVE SPACES TO PL-REF
                       STRING "BY " ADJ-COUNTED-BY "/"
                           ADJ-APPROVED-BY
                           DELIMITED BY SIZE INTO PL-REF
                       PERFORM ADD-PPA-ENTRY
                   END-IF
               END-IF.

           CHECK-ADJUSTMENT-PERIOD.
               MOVE WS-PPA-RUN TO WS-PPA-ITEM
               IF WS-PPA-ITEM = 'N' AND ADJ-DATE IS NUMERIC
                  AND ADJ-DATE > 0 THEN
                   MOVE ADJ-DATE(1:6) TO WS-PER-CHECK-MONTH
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PER-CLOSED = 'Y' THEN
                       MOVE 'Y' TO WS-PPA-ITEM
                   END-IF
               END-IF.

           ACCUM-GL-ADJUSTMENT.
                   UNTIL WS-GLA-IDX > WS-GLA-COUNT
                      OR WS-GLA-FOUND-IDX > 0
                   IF WS-GLA-BRANCH(WS-GLA-IDX) = ADJ-BRANCH
                      AND WS-GLA-TYPE(WS-GLA-IDX) = ADJ-TOYTYPE
                      AND WS-GLA-PPA(WS-GLA-IDX) = WS-PPA-ITEM THEN
                       MOVE WS-GLA-IDX TO WS-GLA-FOUND-IDX
                   END-IF
               END-PERFORM
                           TO WS-GLA-TYPE(WS-GLA-COUNT)
                       MOVE 0 TO WS-GLA-QTY(WS-GLA-COUNT)
                       MOVE 0 TO WS-GLA-VALUE(WS-GLA-COUNT)
                       MOVE WS-PPA-ITEM TO WS-GLA-PPA(WS-GLA-COUNT)
                       MOVE WS-GLA-COUNT TO WS-GLA-FOUND-IDX
                   ELSE
                       DISPLAY "GL ADJUSTMENT TABLE FULL (200 "
                   IF WS-BO-QTY(WS-BO-IDX) = 0 THEN
                       ADD 1 TO WS-BO-FILLED
                   END-IF
                   IF WS-BFL-COUNT < 300 THEN
                       ADD 1 TO WS-BFL-COUNT
                       MOVE WS-BO-BRANCH(WS-BO-IDX)
                           TO WS-BFL-BRANCH(WS-BFL-COUNT)
                       MOVE WS-BO-ID(WS-BO-IDX)
                           TO WS-BFL-ID(WS-BFL-COUNT)
                       MOVE WS-BO-TYPE(WS-BO-IDX)
                           TO WS-BFL-TYPE(WS-BFL-COUNT)
                       MOVE WS-BO-FILL TO WS-BFL-QTY(WS-BFL-COUNT)
                   END-IF
               END-IF.

           REWRITE-BACKORDERS.
                                       MOVE KM-LAST-DATE
                                         TO WS-KM-LAST(WS-KM-COUNT)
                                   END-IF
                                   IF KM-BIRTH-DATE IS NUMERIC THEN
                                       MOVE KM-BIRTH-DATE
                                         TO WS-KM-BIRTH(WS-KM-COUNT)
                                   ELSE
                                       MOVE 0
                                         TO WS-KM-BIRTH(WS-KM-COUNT)
                                   END-IF
                                   IF KM-ELIG-STATUS = SPACE THEN
                                       MOVE 'E'
                                         TO WS-KM-ELIG(WS-KM-COUNT)
                                   ELSE
                                       MOVE KM-ELIG-STATUS
                                         TO WS-KM-ELIG(WS-KM-COUNT)
                                   END-IF
                                   IF KM-HOUSEHOLD IS NUMERIC THEN
                                       MOVE KM-HOUSEHOLD
                                         TO WS-KM-HH(WS-KM-COUNT)
                                   ELSE
                                       MOVE 0
                                         TO WS-KM-HH(WS-KM-COUNT)
                                   END-IF
                                   MOVE 0
                                       TO WS-KM-TODAY(WS-KM-COUNT)
                               ELSE
                   MOVE SPACES TO WS-KM-LAST-BR
                   MOVE 0 TO WS-KM-LAST-IDX
                   MOVE 'N' TO WS-KM-SKIP-KID
                   MOVE 0 TO WS-HHT-COUNT
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT SORTED-KID-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       IF WS-ALLOC-LIMIT > 0
                          AND WS-KM-MTD(WS-KM-FOUND-IDX) + R-TOYS
                              > WS-ALLOC-LIMIT THEN
                           MOVE 'Y' TO WS-HH-OVER
                       ELSE
                           PERFORM ACCUM-HH-TOTAL
                       END-IF
                       IF WS-HH-OVER = 'Y' THEN
                           CONTINUE
                       ELSE
                           ADD R-TOYS
                   MOVE WS-KM-YTD(WS-KM-IDX) TO KM-YTD
                   MOVE WS-KM-MTD(WS-KM-IDX) TO KM-MTD
                   MOVE WS-KM-LAST(WS-KM-IDX) TO KM-LAST-DATE
                   MOVE WS-KM-BIRTH(WS-KM-IDX) TO KM-BIRTH-DATE
                   MOVE WS-KM-ELIG(WS-KM-IDX) TO KM-ELIG-STATUS
                   MOVE WS-KM-HH(WS-KM-IDX) TO KM-HOUSEHOLD
                   WRITE KID-MASTER-RECORD
               END-PERFORM
               CLOSE KID-MASTER-FILE.

           POST-ISSUE-HISTORY.
               OPEN I-O ISSUE-HISTORY-FILE
               IF WS-IH-STATUS = "35" THEN
                   DISPLAY "ISSUEHIST.DAT NOT FOUND -- CREATING AN "
                       "EMPTY ISSUE HISTORY"
                   OPEN OUTPUT ISSUE-HISTORY-FILE
                   CLOSE ISSUE-HISTORY-FILE
                   OPEN I-O ISSUE-HISTORY-FILE
               END-IF
               IF WS-IH-STATUS NOT = "00" THEN
                   DISPLAY "CANNOT OPEN ISSUEHIST.DAT, STATUS "
                       WS-IH-STATUS " -- ISSUE HISTORY NOT POSTED"
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   OPEN INPUT CSV-REPORT
                   IF WS-CSV-STATUS = "35" THEN
                       DISPLAY "OUTPUT CSV NOT FOUND -- NO ISSUES "
                           "POSTED TO ISSUE HISTORY"
                   ELSE
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ CSV-REPORT
                               AT END
                                   MOVE 'Y' TO WS-EOF
                               NOT AT END
                                   IF CSV-OUT(1:7) NOT = "BRANCH,"
                                       THEN
                                       PERFORM POST-ONE-ISSUE
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE 'N' TO WS-EOF
                       CLOSE CSV-REPORT
                   END-IF
                   PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                       UNTIL WS-RTN-IDX > WS-RTN-COUNT
                       PERFORM POST-ONE-RETURN
                   END-PERFORM
                   CLOSE ISSUE-HISTORY-FILE
                   DISPLAY "ISSUE HISTORY POSTED: " WS-IH-ISSUES
                       " ISSUE LINES, " WS-IH-RETURNS " RETURNS"
               END-IF.

           POST-ONE-ISSUE.
               MOVE SPACES TO WS-IH-F-BRANCH
               MOVE SPACES TO WS-IH-F-ID
               MOVE SPACES TO WS-IH-F-TYPE
               MOVE SPACES TO WS-IH-F-TOYS
               UNSTRING CSV-OUT DELIMITED BY ","
                   INTO WS-IH-F-BRANCH WS-IH-F-ID WS-IH-F-TYPE
                        WS-IH-F-TOYS
               EVALUATE WS-IH-F-TYPE
                   WHEN "SOFT"
                       MOVE 'A' TO ISH-TOYTYPE
                   WHEN "HARD"
                       MOVE 'B' TO ISH-TOYTYPE
                   WHEN "PUZZ"
                       MOVE 'C' TO ISH-TOYTYPE
                   WHEN "ELEC"
                       MOVE 'D' TO ISH-TOYTYPE
                   WHEN OTHER
                       MOVE SPACE TO ISH-TOYTYPE
               END-EVALUATE
               IF ISH-TOYTYPE = SPACE OR WS-IH-F-TOYS = SPACES THEN
                   CONTINUE
               ELSE
                   MOVE WS-IH-F-BRANCH(1:2) TO ISH-BRANCH
                   MOVE FUNCTION NUMVAL(WS-IH-F-ID) TO ISH-ID
                   MOVE WS-RUN-DATE TO ISH-DATE
                   MOVE 'I' TO ISH-KIND
                   MOVE FUNCTION NUMVAL(WS-IH-F-TOYS) TO ISH-QTY
                   PERFORM GET-IH-PRICE
                   COMPUTE ISH-VALUE = ISH-QTY * WS-IH-PRICE
                   MOVE SPACE TO ISH-REASON
                   PERFORM WRITE-ISSUE-HISTORY
                   IF WS-IH-DONE = 'Y' THEN
                       ADD 1 TO WS-IH-ISSUES
                   END-IF
               END-IF.

           POST-ONE-RETURN.
               MOVE WS-RTN-BRANCH(WS-RTN-IDX) TO ISH-BRANCH
               MOVE WS-RTN-ID(WS-RTN-IDX) TO ISH-ID
               MOVE WS-RTN-TYPE(WS-RTN-IDX) TO ISH-TOYTYPE
               PERFORM CHECK-RETURN-ISSUED
               MOVE WS-RTN-BRANCH(WS-RTN-IDX) TO ISH-BRANCH
               MOVE WS-RTN-ID(WS-RTN-IDX) TO ISH-ID
               MOVE WS-RUN-DATE TO ISH-DATE
               MOVE 'R' TO ISH-KIND
               MOVE WS-RTN-TYPE(WS-RTN-IDX) TO ISH-TOYTYPE
               MOVE WS-RTN-QTY(WS-RTN-IDX) TO ISH-QTY
               PERFORM GET-IH-PRICE
               COMPUTE ISH-VALUE = ISH-QTY * WS-IH-PRICE
               MOVE WS-RTN-REASON(WS-RTN-IDX) TO ISH-REASON
               PERFORM WRITE-ISSUE-HISTORY
               IF WS-IH-DONE = 'Y' THEN
                   ADD 1 TO WS-IH-RETURNS
               END-IF.

           CHECK-RETURN-ISSUED.
               MOVE 'N' TO WS-IH-FOUND
               MOVE 'N' TO WS-IH-DONE
               MOVE 0 TO ISH-DATE
               MOVE 0 TO ISH-SEQ
               MOVE ISH-KEY TO WS-IH-SAVE-KEY
               START ISSUE-HISTORY-FILE
                   KEY IS NOT LESS THAN ISH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-IH-DONE
               END-START
               PERFORM UNTIL WS-IH-DONE = 'Y'
                   READ ISSUE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-IH-DONE
                       NOT AT END
                           IF ISH-KEY(1:6) NOT = WS-IH-SAVE-KEY(1:6)
                               THEN
                               MOVE 'Y' TO WS-IH-DONE
                           ELSE IF ISH-KIND = 'I'
                              AND ISH-TOYTYPE
                                  = WS-RTN-TYPE(WS-RTN-IDX) THEN
                               MOVE 'Y' TO WS-IH-FOUND
                               MOVE 'Y' TO WS-IH-DONE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-IH-FOUND = 'N' THEN
                   DISPLAY "RETURN FOR KID " WS-RTN-ID(WS-RTN-IDX)
                       " BRANCH " WS-RTN-BRANCH(WS-RTN-IDX)
                       " TYPE " WS-RTN-TYPE(WS-RTN-IDX)
                       " HAS NO ISSUE ON HISTORY -- RECORDED ANYWAY"
               END-IF.

           GET-IH-PRICE.
               EVALUATE ISH-TOYTYPE
                   WHEN 'A'
                       MOVE WS-PRICE-SOFT TO WS-IH-PRICE
                   WHEN 'B'
                       MOVE WS-PRICE-HARD TO WS-IH-PRICE
                   WHEN 'C'
                       MOVE WS-PRICE-PUZZLE TO WS-IH-PRICE
                   WHEN 'D'
                       MOVE WS-PRICE-ELEC TO WS-IH-PRICE
                   WHEN OTHER
                       MOVE 0 TO WS-IH-PRICE
               END-EVALUATE.

           WRITE-ISSUE-HISTORY.
               MOVE 1 TO ISH-SEQ
               MOVE 'N' TO WS-IH-DONE
               PERFORM UNTIL WS-IH-DONE NOT = 'N'
                   WRITE ISSUE-HISTORY-RECORD
                       INVALID KEY
                           IF WS-IH-STATUS = "22" AND ISH-SEQ < 999
                               THEN
                               ADD 1 TO ISH-SEQ
                           ELSE
                               DISPLAY "ISSUE HISTORY WRITE FAILED "
                                   "FOR KID " ISH-ID " BRANCH "
                                   ISH-BRANCH ", STATUS " WS-IH-STATUS
                               MOVE 'F' TO WS-IH-DONE
                           END-IF
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-IH-DONE
                   END-WRITE
               END-PERFORM.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                                       TO WS-BRM-NAME(WS-BRM-COUNT)
                                   MOVE BRM-MANAGER
                                       TO WS-BRM-MGR(WS-BRM-COUNT)
                                   MOVE BRM-REGION
                                       TO WS-BRM-REGION(WS-BRM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE REORDER-POINTS-FILE
               END-IF
               OPEN INPUT ROP-BRANCH-FILE
               IF WS-ROPB-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ROP-BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-BRANCH-REORDER-POINT
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ROP-BRANCH-FILE
               END-IF.

           KEEP-BRANCH-REORDER-POINT.
               IF WS-ROPB-COUNT < 200 THEN
                   ADD 1 TO WS-ROPB-COUNT
                   MOVE ROB-BRANCH TO WS-ROPB-BRANCH(WS-ROPB-COUNT)
                   MOVE ROB-TOYTYPE TO WS-ROPB-TYPE(WS-ROPB-COUNT)
                   MOVE ROB-POINT TO WS-ROPB-POINT(WS-ROPB-COUNT)
                   MOVE ROB-TARGET TO WS-ROPB-TARGET(WS-ROPB-COUNT)
               ELSE
                   DISPLAY "ROPBRANCH.DAT EXCEEDS 200-LINE TABLE "
                       "LIMIT -- COMPANY-WIDE POINT USED FOR "
                       ROB-BRANCH " " ROB-TOYTYPE
               END-IF.

           APPLY-REORDER-POINT.

           CHECK-ALLOC-LIMIT.
               MOVE 'N' TO WS-ALLOC-OVER
               MOVE 'N' TO WS-KMT-ADDED
               MOVE 0 TO WS-ALLOC-HH
               IF WS-RERUN-FLAG = 'Y' THEN
                   PERFORM MATCH-ALLOC-SUSPENSE
               ELSE IF WS-ALR-COUNT = 0 OR WS-KM-COUNT = 0 THEN
                           ELSE
                               ADD R-TOYS
                                   TO WS-KM-TODAY(WS-KM-FOUND-IDX)
                               MOVE 'Y' TO WS-KMT-ADDED
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           LOAD-HH-RULES.
               OPEN INPUT HH-RULES-FILE
               IF WS-HHR-STATUS = "35" THEN
                   DISPLAY
                       "HHRULES.DAT NOT FOUND -- NO HOUSEHOLD LIMITS "
                       "ENFORCED"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ HH-RULES-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-HHR-COUNT < 20 THEN
                                   ADD 1 TO WS-HHR-COUNT
                                   MOVE HR-TOYTYPE
                                       TO WS-HHR-TYPE(WS-HHR-COUNT)
                                   MOVE HR-LIMIT
                                       TO WS-HHR-LIMIT(WS-HHR-COUNT)
                               ELSE
                                   DISPLAY "HHRULES.DAT EXCEEDS "
                                       "20-RULE TABLE LIMIT -- RULE "
                                       "SKIPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE HH-RULES-FILE
               END-IF.

           FIND-HH-LIMIT.
               MOVE 0 TO WS-HH-LIMIT
               MOVE 0 TO WS-HH-SCORE
               PERFORM VARYING WS-HHR-IDX FROM 1 BY 1
                   UNTIL WS-HHR-IDX > WS-HHR-COUNT
                   IF WS-HHR-TYPE(WS-HHR-IDX) = R-TOYTYPE THEN
                       MOVE 2 TO WS-HH-SCORE
                       MOVE WS-HHR-LIMIT(WS-HHR-IDX) TO WS-HH-LIMIT
                   ELSE IF WS-HHR-TYPE(WS-HHR-IDX) = '*'
                      AND WS-HH-SCORE < 2 THEN
                       MOVE 1 TO WS-HH-SCORE
                       MOVE WS-HHR-LIMIT(WS-HHR-IDX) TO WS-HH-LIMIT
                   END-IF
                   END-IF
               END-PERFORM.

           FIND-HH-TOTAL.
               MOVE 0 TO WS-HHT-FOUND
               PERFORM VARYING WS-HHT-IDX FROM 1 BY 1
                   UNTIL WS-HHT-IDX > WS-HHT-COUNT
                      OR WS-HHT-FOUND > 0
                   IF WS-HHT-HH(WS-HHT-IDX)
                      = WS-KM-HH(WS-KM-FOUND-IDX)
                      AND WS-HHT-TYPE(WS-HHT-IDX) = R-TOYTYPE THEN
                       MOVE WS-HHT-IDX TO WS-HHT-FOUND
                   END-IF
               END-PERFORM
               IF WS-HHT-FOUND = 0 AND WS-HHT-COUNT < 3000 THEN
                   ADD 1 TO WS-HHT-COUNT
                   MOVE WS-KM-HH(WS-KM-FOUND-IDX)
                       TO WS-HHT-HH(WS-HHT-COUNT)
                   MOVE R-TOYTYPE TO WS-HHT-TYPE(WS-HHT-COUNT)
                   MOVE 0 TO WS-HHT-QTY(WS-HHT-COUNT)
                   MOVE WS-HHT-COUNT TO WS-HHT-FOUND
               END-IF.

           ACCUM-HH-TOTAL.
               MOVE 'N' TO WS-HH-OVER
               IF WS-HHR-COUNT = 0 OR WS-KM-FOUND-IDX = 0 THEN
                   CONTINUE
               ELSE IF R-TOYTYPE < 'A' OR R-TOYTYPE > 'D' THEN
                   CONTINUE
               ELSE IF WS-KM-HH(WS-KM-FOUND-IDX) = 0 THEN
                   CONTINUE
               ELSE
                   PERFORM FIND-HH-LIMIT
                   IF WS-HH-LIMIT = 0 THEN
                       CONTINUE
                   ELSE
                       PERFORM FIND-HH-TOTAL
                       IF WS-HHT-FOUND = 0 THEN
                           DISPLAY "HOUSEHOLD TOTALS EXCEED 3000-"
                               "ENTRY TABLE LIMIT -- HOUSEHOLD "
                               WS-KM-HH(WS-KM-FOUND-IDX)
                               " NOT CHECKED"
                       ELSE IF WS-HHT-QTY(WS-HHT-FOUND) + R-TOYS
                          > WS-HH-LIMIT THEN
                           MOVE 'Y' TO WS-HH-OVER
                       ELSE
                           ADD R-TOYS TO WS-HHT-QTY(WS-HHT-FOUND)
                       END-IF
                       END-IF
                   END-IF
               END-IF.

           CHECK-HH-LIMIT.
               IF WS-RERUN-FLAG = 'Y' OR WS-KM-COUNT = 0 THEN
                   CONTINUE
               ELSE
                   PERFORM FIND-KID-ENTRY
                   PERFORM ACCUM-HH-TOTAL
                   IF WS-HH-OVER = 'Y' THEN
                       MOVE 'Y' TO WS-ALLOC-OVER
                       MOVE WS-HH-LIMIT TO WS-ALLOC-LIMIT
                       MOVE WS-KM-HH(WS-KM-FOUND-IDX) TO WS-ALLOC-HH
                       IF WS-KMT-ADDED = 'Y' THEN
                           SUBTRACT R-TOYS
                               FROM WS-KM-TODAY(WS-KM-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF.

           LOAD-ALLOC-SUSPENSE.
               MOVE 'N' TO WS-SUS-EOF
               OPEN INPUT SUSPENSE-FILE
                   MOVE R-TOYTYPE TO WS-AEX-TYPE(WS-AEX-COUNT)
                   MOVE R-TOYS TO WS-AEX-QTY(WS-AEX-COUNT)
                   MOVE WS-ALLOC-LIMIT TO WS-AEX-LIMIT(WS-AEX-COUNT)
                   MOVE WS-ALLOC-HH TO WS-AEX-HH(WS-AEX-COUNT)
               END-IF
               IF WS-POST-BLOCK = 'Y' THEN
                   CONTINUE
                       MOVE WS-AEX-TYPE(WS-AEX-IDX) TO AX-TYPE
                       MOVE WS-AEX-QTY(WS-AEX-IDX) TO AX-QTY
                       MOVE WS-AEX-LIMIT(WS-AEX-IDX) TO AX-LIMIT
                       IF WS-AEX-HH(WS-AEX-IDX) > 0 THEN
                           MOVE " DAY LIMIT:  " TO AX-LBL-5
                           MOVE "  HOUSEHOLD: " TO AX-LBL-6
                           MOVE WS-AEX-HH(WS-AEX-IDX) TO AX-HH
                       ELSE
                           MOVE " MONTH LIMIT: " TO AX-LBL-5
                           MOVE SPACES TO AX-LBL-6
                           MOVE SPACES TO AX-HH
                       END-IF
                       MOVE ALLOC-EXC-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-PERFORM
               END-IF.


           KEEP-PRICE-HISTORY.
               IF WS-PRH-COUNT < 300 THEN
                   ADD 1 TO WS-PRH-COUNT
                   MOVE PRC-TOYTYPE TO WS-PRH-TYPE(WS-PRH-COUNT)
                   MOVE PRC-EFF-DATE TO WS-PRH-DATE(WS-PRH-COUNT)
                   MOVE PRC-PRICE TO WS-PRH-PRICE(WS-PRH-COUNT)
               END-IF.

           GET-HIST-PRICE.
               EVALUATE WS-HIST-TYPE
                   WHEN 'A'
                       MOVE WS-PRICE-SOFT TO WS-HIST-PRICE
                   WHEN 'B'
                       MOVE WS-PRICE-HARD TO WS-HIST-PRICE
                   WHEN 'C'
                       MOVE WS-PRICE-PUZZLE TO WS-HIST-PRICE
                   WHEN 'D'
                       MOVE WS-PRICE-ELEC TO WS-HIST-PRICE
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

           LOAD-BUDGETS.
               MOVE WS-RUN-DATE(5:2) TO WS-BUD-MONTH-NO
               OPEN INPUT BUDGET-FILE
               IF WS-BUDGET-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BUDGET-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF BUD-YEAR = WS-RUN-DATE(1:4) THEN
                                   PERFORM KEEP-BUDGET
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BUDGET-FILE
               END-IF
               IF WS-BUD-COUNT > 0
                  AND WS-RUN-DATE(7:2) > "01" THEN
                   PERFORM LOAD-BUDGET-MTD
               END-IF.

           KEEP-BUDGET.
               IF WS-BUD-COUNT < 200 THEN
                   ADD 1 TO WS-BUD-COUNT
                   MOVE BUD-BRANCH TO WS-BUD-BRANCH(WS-BUD-COUNT)
                   MOVE BUD-TOYTYPE TO WS-BUD-TYPE(WS-BUD-COUNT)
                   MOVE 0 TO WS-BUD-PRIOR(WS-BUD-COUNT)
                   MOVE 0 TO WS-BUD-TODAY(WS-BUD-COUNT)
                   MOVE SPACE TO WS-BUD-STATE(WS-BUD-COUNT)
                   MOVE 0 TO WS-BUD-PH-SUM
                   PERFORM VARYING WS-BUD-PH-IDX FROM 1 BY 1
                       UNTIL WS-BUD-PH-IDX > 12
                       IF BUD-PHASE(WS-BUD-PH-IDX) IS NUMERIC THEN
                           ADD BUD-PHASE(WS-BUD-PH-IDX)
                               TO WS-BUD-PH-SUM
                       END-IF
                   END-PERFORM
                   PERFORM SET-BUDGET-MONTH
               ELSE
                   DISPLAY "BUDGET.DAT EXCEEDS 200-LINE TABLE LIMIT "
                       "-- ENTRY DROPPED"
               END-IF.

           SET-BUDGET-MONTH.
               IF WS-BUD-PH-SUM = 0 THEN
                   COMPUTE WS-BUD-MONTH(WS-BUD-COUNT) ROUNDED =
                       BUD-ANNUAL / 12
               ELSE IF BUD-PHASE(WS-BUD-MONTH-NO) IS NUMERIC THEN
                   COMPUTE WS-BUD-MONTH(WS-BUD-COUNT) ROUNDED =
                       BUD-ANNUAL * BUD-PHASE(WS-BUD-MONTH-NO) / 100
               ELSE
                   MOVE 0 TO WS-BUD-MONTH(WS-BUD-COUNT)
               END-IF.

           LOAD-BUDGET-MTD.
               MOVE WS-RUN-DATE TO WS-BUD-DAY-DATE
               COMPUTE WS-BUD-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUD-DAY-DATE) - 1
               MOVE "01" TO WS-BUD-DAY-DATE(7:2)
               COMPUTE WS-BUD-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUD-DAY-DATE)
               PERFORM UNTIL WS-BUD-DAY-INT > WS-BUD-TO-INT
                   COMPUTE WS-BUD-DAY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-BUD-DAY-INT)
                   PERFORM LOAD-BUDGET-DAY
                   ADD 1 TO WS-BUD-DAY-INT
               END-PERFORM.

           LOAD-BUDGET-DAY.
               MOVE SPACES TO WS-BUD-CSV-FILENAME
               STRING "../archive/" WS-BUD-DAY-DATE "/output_"
                   WS-BUD-DAY-DATE ".csv"
                   DELIMITED BY SIZE INTO WS-BUD-CSV-FILENAME
               OPEN INPUT BUDGET-CSV-FILE
               IF WS-BUDCSV-STATUS = "35" THEN
                   MOVE SPACES TO WS-BUD-CSV-FILENAME
                   STRING "output_" WS-BUD-DAY-DATE ".csv"
                       DELIMITED BY SIZE INTO WS-BUD-CSV-FILENAME
                   OPEN INPUT BUDGET-CSV-FILE
               END-IF
               IF WS-BUDCSV-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-BUD-FIRST-LINE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BUDGET-CSV-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-BUD-FIRST-LINE = 'Y' THEN
                                   MOVE 'N' TO WS-BUD-FIRST-LINE
                               ELSE
                                   PERFORM ADD-BUDGET-CSV-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BUDGET-CSV-FILE
               END-IF.

           ADD-BUDGET-CSV-LINE.
               MOVE SPACES TO WS-BUD-F-BRANCH
               MOVE SPACES TO WS-BUD-F-ID
               MOVE SPACES TO WS-BUD-F-TYPE
               MOVE SPACES TO WS-BUD-F-TOYS
               UNSTRING BUDGET-CSV-IN DELIMITED BY ","
                   INTO WS-BUD-F-BRANCH WS-BUD-F-ID WS-BUD-F-TYPE
                        WS-BUD-F-TOYS
               EVALUATE WS-BUD-F-TYPE
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
               IF WS-HIST-TYPE = SPACE OR WS-BUD-F-TOYS = SPACES THEN
                   CONTINUE
               ELSE
                   MOVE 0 TO WS-BUD-FOUND
                   PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                       UNTIL WS-BUD-IDX > WS-BUD-COUNT
                          OR WS-BUD-FOUND > 0
                       IF WS-BUD-BRANCH(WS-BUD-IDX)
                          = WS-BUD-F-BRANCH(1:2)
                          AND WS-BUD-TYPE(WS-BUD-IDX)
                              = WS-HIST-TYPE THEN
                           MOVE WS-BUD-IDX TO WS-BUD-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-BUD-FOUND > 0 THEN
                       MOVE FUNCTION NUMVAL(WS-BUD-F-TOYS)
                           TO WS-BUD-QTY
                       MOVE WS-BUD-DAY-DATE TO WS-HIST-DATE
                       PERFORM GET-HIST-PRICE
                       COMPUTE WS-BUD-PRIOR(WS-BUD-FOUND) =
                           WS-BUD-PRIOR(WS-BUD-FOUND)
                           + WS-BUD-QTY * WS-HIST-PRICE
                   END-IF
               END-IF.

           PRNT-BUDGET-WARNINGS.
               MOVE 0 TO WS-BUD-WARNINGS
               PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-COUNT
                   PERFORM CHECK-BUDGET-LINE
               END-PERFORM
               IF WS-BUD-WARNINGS > 0 THEN
                   MOVE DIVIDER-3 TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE HEADER-BUDGET TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                       UNTIL WS-BUD-IDX > WS-BUD-COUNT
                       IF WS-BUD-STATE(WS-BUD-IDX) NOT = SPACE THEN
                           PERFORM PRNT-BUDGET-LINE
                       END-IF
                   END-PERFORM
               END-IF.

           CHECK-BUDGET-LINE.
               MOVE 0 TO WS-BUD-TODAY(WS-BUD-IDX)
               MOVE SPACE TO WS-BUD-STATE(WS-BUD-IDX)
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
                   IF WS-GL-BRANCH(WS-GL-IDX)
                      = WS-BUD-BRANCH(WS-BUD-IDX)
                      AND WS-GL-TYPE(WS-GL-IDX)
                          = WS-BUD-TYPE(WS-BUD-IDX) THEN
                       MOVE WS-GL-VALUE(WS-GL-IDX)
                           TO WS-BUD-TODAY(WS-BUD-IDX)
                   END-IF
               END-PERFORM
               COMPUTE WS-BUD-MTD = WS-BUD-PRIOR(WS-BUD-IDX)
                   + WS-BUD-TODAY(WS-BUD-IDX)
               IF WS-BUD-TODAY(WS-BUD-IDX) = 0
                  OR WS-BUD-MTD <= WS-BUD-MONTH(WS-BUD-IDX) THEN
                   CONTINUE
               ELSE IF WS-BUD-PRIOR(WS-BUD-IDX)
                  > WS-BUD-MONTH(WS-BUD-IDX) THEN
                   MOVE 'O' TO WS-BUD-STATE(WS-BUD-IDX)
                   ADD 1 TO WS-BUD-WARNINGS
               ELSE
                   MOVE 'C' TO WS-BUD-STATE(WS-BUD-IDX)
                   ADD 1 TO WS-BUD-WARNINGS
               END-IF.

           PRNT-BUDGET-LINE.
               MOVE WS-BUD-BRANCH(WS-BUD-IDX) TO BW-BRANCH
               MOVE WS-BUD-TYPE(WS-BUD-IDX) TO BW-TYPE
               MOVE WS-BUD-MONTH(WS-BUD-IDX) TO BW-BUDGET
               COMPUTE WS-BUD-MTD = WS-BUD-PRIOR(WS-BUD-IDX)
                   + WS-BUD-TODAY(WS-BUD-IDX)
               MOVE WS-BUD-MTD TO BW-MTD
               COMPUTE WS-BUD-OVER = WS-BUD-MTD
                   - WS-BUD-MONTH(WS-BUD-IDX)
               MOVE WS-BUD-OVER TO BW-OVER
               IF WS-BUD-STATE(WS-BUD-IDX) = 'C' THEN
                   MOVE "NEW TODAY" TO BW-FLAG
               ELSE
                   MOVE SPACES TO BW-FLAG
               END-IF
               MOVE BUDGET-WARN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE.

           LOAD-CALENDAR.
               OPEN INPUT CALENDAR-FILE
               IF WS-CAL-STATUS = "35" THEN
               WRITE REORDER-OUT FROM HEADER-DATE
               WRITE REORDER-OUT FROM DIVIDER-1
               WRITE REORDER-OUT FROM REORDER-HEADER-2
               MOVE "SOFT" TO WS-ROR-TYPE-NAME
               MOVE 'A' TO WS-STK-FIND-TYPE
               MOVE WS-ROP-POINT-SOFT TO WS-ROR-CO-POINT
               MOVE WS-ROP-TARGET-SOFT TO WS-ROR-CO-TARGET
               PERFORM WRITE-REORDER-TYPE
               MOVE "HARD" TO WS-ROR-TYPE-NAME
               MOVE 'B' TO WS-STK-FIND-TYPE
               MOVE WS-ROP-POINT-HARD TO WS-ROR-CO-POINT
               MOVE WS-ROP-TARGET-HARD TO WS-ROR-CO-TARGET
               PERFORM WRITE-REORDER-TYPE
               MOVE "PUZZLE" TO WS-ROR-TYPE-NAME
               MOVE 'C' TO WS-STK-FIND-TYPE
               MOVE WS-ROP-POINT-PUZZLE TO WS-ROR-CO-POINT
               MOVE WS-ROP-TARGET-PUZZLE TO WS-ROR-CO-TARGET
               PERFORM WRITE-REORDER-TYPE
               MOVE "ELECTRONIC" TO WS-ROR-TYPE-NAME
               MOVE 'D' TO WS-STK-FIND-TYPE
               MOVE WS-ROP-POINT-ELEC TO WS-ROR-CO-POINT
               MOVE WS-ROP-TARGET-ELEC TO WS-ROR-CO-TARGET
               PERFORM WRITE-REORDER-TYPE
               IF WS-ROR-COUNT = 0 THEN
                   WRITE REORDER-OUT FROM REORDER-NONE-LINE
               END-IF
               CLOSE REORDER-REPORT-FILE.

           WRITE-REORDER-TYPE.
               MOVE 'N' TO WS-ROR-HAS-BRANCH
               PERFORM VARYING WS-ROPB-IDX FROM 1 BY 1
                   UNTIL WS-ROPB-IDX > WS-ROPB-COUNT
                   IF WS-ROPB-TYPE(WS-ROPB-IDX) = WS-STK-FIND-TYPE THEN
                       MOVE 'Y' TO WS-ROR-HAS-BRANCH
                       MOVE WS-ROPB-BRANCH(WS-ROPB-IDX)
                           TO WS-ROR-FIND-BRANCH
                       PERFORM SUM-TYPE-STOCK
                       MOVE WS-ROPB-POINT(WS-ROPB-IDX) TO WS-ROR-POINT
                       MOVE WS-ROPB-TARGET(WS-ROPB-IDX)
                           TO WS-ROR-TARGET
                       MOVE WS-ROR-TYPE-NAME TO RO-TYPE
                       MOVE WS-ROPB-BRANCH(WS-ROPB-IDX) TO RO-BRANCH
                       PERFORM CHECK-REORDER-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-ROR-FIND-BRANCH
               PERFORM SUM-TYPE-STOCK
               MOVE WS-ROR-CO-POINT TO WS-ROR-POINT
               MOVE WS-ROR-CO-TARGET TO WS-ROR-TARGET
               MOVE WS-ROR-TYPE-NAME TO RO-TYPE
               IF WS-ROR-HAS-BRANCH = 'Y' THEN
                   MOVE "OTHERS" TO RO-BRANCH
               ELSE
                   MOVE "ALL" TO RO-BRANCH
               END-IF
               PERFORM CHECK-REORDER-LINE.

           SUM-TYPE-STOCK.
               MOVE 0 TO WS-ROR-CLOSE
               MOVE 0 TO WS-ROR-ISSUES
                   UNTIL WS-STK-IDX-2 > WS-STK-COUNT
                   IF WS-STK-TYPE(WS-STK-IDX-2)
                      = WS-STK-FIND-TYPE THEN
                       PERFORM CHECK-STOCK-BRANCH
                       IF WS-ROR-SKIP = 'N' THEN
                           ADD WS-STK-BAL(WS-STK-IDX-2)
                               TO WS-ROR-CLOSE
                           ADD WS-STK-ISS(WS-STK-IDX-2)
                               TO WS-ROR-ISSUES
                       END-IF
                   END-IF
               END-PERFORM.

           CHECK-STOCK-BRANCH.
               MOVE 'N' TO WS-ROR-SKIP
               IF WS-ROR-FIND-BRANCH NOT = SPACES THEN
                   IF WS-STK-BRANCH(WS-STK-IDX-2)
                      NOT = WS-ROR-FIND-BRANCH THEN
                       MOVE 'Y' TO WS-ROR-SKIP
                   END-IF
               ELSE
                   PERFORM VARYING WS-ROPB-IDX-2 FROM 1 BY 1
                       UNTIL WS-ROPB-IDX-2 > WS-ROPB-COUNT
                       IF WS-ROPB-BRANCH(WS-ROPB-IDX-2)
                          = WS-STK-BRANCH(WS-STK-IDX-2)
                          AND WS-ROPB-TYPE(WS-ROPB-IDX-2)
                          = WS-STK-FIND-TYPE THEN
                           MOVE 'Y' TO WS-ROR-SKIP
                       END-IF
                   END-PERFORM
               END-IF.

           CHECK-REORDER-LINE.
               IF WS-ROR-CLOSE <= WS-ROR-POINT THEN
                   COMPUTE WS-ROR-SUGGEST =
           WRITE-GL-FILE.
               MOVE 0 TO WS-GL-TOT-QTY
               MOVE 0 TO WS-GL-TOT-VALUE
               IF WS-PPA-RUN = 'Y' THEN
                   MOVE 'P' TO WS-PPA-FLAG
               ELSE
                   MOVE SPACE TO WS-PPA-FLAG
               END-IF
               MOVE WS-PPA-FLAG TO GP-PPA
               MOVE WS-PPA-FLAG TO GR-PPA
               MOVE WS-PPA-FLAG TO GK-PPA
               PERFORM LOAD-GL-MAP
               MOVE 0 TO WS-GL-LINE-NO
               MOVE 0 TO WS-GLX-COUNT
               OPEN OUTPUT GL-POST-FILE
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
                   MOVE "P" TO WS-MAP-TXN
                   MOVE WS-GL-TYPE(WS-GL-IDX) TO WS-MAP-TOYTYPE
                   MOVE WS-GL-BRANCH(WS-GL-IDX) TO WS-MAP-BRANCH
                   MOVE WS-GL-QTY(WS-GL-IDX) TO WS-MAP-QTY
                   MOVE WS-GL-VALUE(WS-GL-IDX) TO WS-MAP-VALUE
                   PERFORM MAP-GL-LINE
                   MOVE WS-MAP-COST-CTR TO GP-COST-CTR
                   MOVE WS-MAP-ACCOUNT TO GP-ACCOUNT
                   MOVE WS-GL-QTY(WS-GL-IDX) TO GP-QTY
                   MOVE WS-GL-VALUE(WS-GL-IDX) TO GP-VALUE
                   WRITE GL-POST-OUT FROM GL-POSTING-LINE
               MOVE 0 TO WS-GLR-TOT-VALUE
               PERFORM VARYING WS-GLR-IDX FROM 1 BY 1
                   UNTIL WS-GLR-IDX > WS-GLR-COUNT
                   MOVE "R" TO WS-MAP-TXN
                   MOVE WS-GLR-TYPE(WS-GLR-IDX) TO WS-MAP-TOYTYPE
                   MOVE WS-GLR-BRANCH(WS-GLR-IDX) TO WS-MAP-BRANCH
                   MOVE WS-GLR-QTY(WS-GLR-IDX) TO WS-MAP-QTY
                   MOVE WS-GLR-VALUE(WS-GLR-IDX) TO WS-MAP-VALUE
                   PERFORM MAP-GL-LINE
                   MOVE WS-MAP-COST-CTR TO GR-COST-CTR
                   MOVE WS-MAP-ACCOUNT TO GR-ACCOUNT
                   MOVE WS-GLR-QTY(WS-GLR-IDX) TO GR-QTY
                   MOVE WS-GLR-VALUE(WS-GLR-IDX) TO GR-VALUE
                   WRITE GL-POST-OUT FROM GL-RETURN-LINE
               END-PERFORM
               PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
                   UNTIL WS-GLA-IDX > WS-GLA-COUNT
                   MOVE "A" TO WS-MAP-TXN
                   MOVE WS-GLA-TYPE(WS-GLA-IDX) TO WS-MAP-TOYTYPE
                   MOVE WS-GLA-BRANCH(WS-GLA-IDX) TO WS-MAP-BRANCH
                   MOVE WS-GLA-QTY(WS-GLA-IDX) TO WS-MAP-QTY
                   MOVE WS-GLA-VALUE(WS-GLA-IDX) TO WS-MAP-VALUE
                   PERFORM MAP-GL-LINE
                   MOVE WS-MAP-COST-CTR TO GA-COST-CTR
                   MOVE WS-MAP-ACCOUNT TO GA-ACCOUNT
                   MOVE WS-GLA-QTY(WS-GLA-IDX) TO GA-QTY
                   MOVE WS-GLA-VALUE(WS-GLA-IDX) TO GA-VALUE
                   IF WS-GLA-PPA(WS-GLA-IDX) = 'Y' THEN
                       MOVE 'P' TO GA-PPA
                   ELSE
                       MOVE WS-PPA-FLAG TO GA-PPA
                   END-IF
                   WRITE GL-POST-OUT FROM GL-ADJUST-LINE
                   ADD WS-GLA-QTY(WS-GLA-IDX) TO WS-GLA-TOT-QTY
                   ADD WS-GLA-VALUE(WS-GLA-IDX)
                       TO WS-GLA-TOT-VALUE
               END-PERFORM
               MOVE 0 TO WS-GLK-TOT-QTY
               MOVE 0 TO WS-GLK-TOT-VALUE
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
                   IF WS-STK-ISS(WS-STK-IDX) > 0 THEN
                       PERFORM WRITE-ISSUE-COST-LINE
                   END-IF
               END-PERFORM
               DISPLAY "COST OF ISSUES POSTED: " WS-GLK-TOT-VALUE
               MOVE WS-POST-DATE TO GC-DATE
               IF WS-PPA-RUN = 'Y' OR WS-PPA-COUNT > 0 THEN
                   MOVE 'P' TO GC-PPA
               ELSE
                   MOVE SPACE TO GC-PPA
               END-IF
               COMPUTE WS-GLN-QTY = WS-GL-TOT-QTY
                   - WS-GLR-TOT-QTY + WS-GLA-TOT-QTY
                   + WS-GLK-TOT-QTY
               COMPUTE WS-GLN-VALUE = WS-GL-TOT-VALUE
                   - WS-GLR-TOT-VALUE + WS-GLA-TOT-VALUE
                   + WS-GLK-TOT-VALUE
               IF WS-GLN-QTY < 0 OR WS-GLN-VALUE < 0 THEN
                   DISPLAY "GL BATCH NETS NEGATIVE -- CONTROL "
                       "TOTALS FLOORED AT ZERO"
               MOVE WS-GLN-VALUE TO GC-VALUE
               WRITE GL-POST-OUT FROM GL-CONTROL-LINE
               CLOSE GL-POST-FILE
               IF WS-GLX-OPEN = 'Y' THEN
                   CLOSE GL-MAP-EXC-FILE
                   MOVE 'N' TO WS-GLX-OPEN
                   DISPLAY WS-GLX-COUNT " GL LINES HAVE NO ACCOUNT "
                       "MAPPING IN GLMAP.DAT -- LOGGED TO GLMAPEXC.DAT"
                       ", GLPOST HELD FOR GL-MAP-CHECK"
               END-IF
               IF WS-PPA-RUN = 'Y' THEN
                   MOVE "GL BATCH" TO PL-SOURCE
                   MOVE WS-RUN-DATE TO PL-ORIG-DATE
                   MOVE SPACES TO PL-BRANCH
                   MOVE SPACE TO PL-TOYTYPE
                   MOVE WS-GLN-QTY TO PL-QTY
                   MOVE WS-GLN-VALUE TO PL-VALUE
                   MOVE "CONTROL" TO PL-REF
                   PERFORM ADD-PPA-ENTRY
               END-IF
               IF WS-GL-TOT-VALUE NOT = WS-GRAND-VALUE THEN
                   DISPLAY "GL POSTING FILE DOES NOT BALANCE TO THE "
                       "REPORT GRAND TOTAL -- CHECK THE EXCEPTIONS"
               END-IF.

           WRITE-ISSUE-COST-LINE.
               MOVE WS-STK-ISS(WS-STK-IDX) TO GK-QTY
               COMPUTE GK-VALUE ROUNDED = WS-STK-ISS(WS-STK-IDX)
                   * WS-AVC-COST(WS-STK-IDX)
               MOVE "K" TO WS-MAP-TXN
               MOVE WS-STK-TYPE(WS-STK-IDX) TO WS-MAP-TOYTYPE
               MOVE WS-STK-BRANCH(WS-STK-IDX) TO WS-MAP-BRANCH
               MOVE GK-QTY TO WS-MAP-QTY
               MOVE GK-VALUE TO WS-MAP-VALUE
               PERFORM MAP-GL-LINE
               MOVE WS-MAP-COST-CTR TO GK-COST-CTR
               MOVE WS-MAP-ACCOUNT TO GK-ACCOUNT
               WRITE GL-POST-OUT FROM GL-ISSUE-COST-LINE
               ADD GK-QTY TO WS-GLK-TOT-QTY
               ADD GK-VALUE TO WS-GLK-TOT-VALUE.

           LOAD-GL-MAP.
               MOVE 0 TO WS-GM-COUNT
               MOVE 'N' TO WS-EOF
               OPEN INPUT GL-MAP-FILE
               IF WS-GLMAP-STATUS = "35" THEN
                   DISPLAY "GLMAP.DAT NOT FOUND -- NO GL ACCOUNT "
                       "MAPPING, ALL GL LINES HELD AS UNMAPPED"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ GL-MAP-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM ADD-GL-MAP-ENTRY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE GL-MAP-FILE
               END-IF.

           ADD-GL-MAP-ENTRY.
               IF GM-EFF-FROM IS NUMERIC AND GM-EFF-TO IS NUMERIC
                  AND GM-ACCOUNT NOT = SPACES THEN
                   IF WS-GM-COUNT < 500 THEN
                       ADD 1 TO WS-GM-COUNT
                       MOVE GM-TXN-TYPE TO WS-GM-TXN(WS-GM-COUNT)
                       MOVE GM-TOYTYPE TO WS-GM-TOYTYPE(WS-GM-COUNT)
                       MOVE GM-LOC-TYPE TO WS-GM-LOC-TYPE(WS-GM-COUNT)
                       MOVE GM-LOCATION TO WS-GM-LOCATION(WS-GM-COUNT)
                       MOVE GM-EFF-FROM TO WS-GM-FROM(WS-GM-COUNT)
                       MOVE GM-EFF-TO TO WS-GM-TO(WS-GM-COUNT)
                       MOVE GM-ACCOUNT TO WS-GM-ACCOUNT(WS-GM-COUNT)
                       MOVE GM-COST-CTR TO WS-GM-COST-CTR(WS-GM-COUNT)
                   ELSE
                       DISPLAY "GLMAP.DAT EXCEEDS 500-ENTRY TABLE "
                           "LIMIT -- RECORD SKIPPED"
                   END-IF
               END-IF.

           MAP-GL-LINE.
               ADD 1 TO WS-GL-LINE-NO
               MOVE WS-POST-DATE TO WS-MAP-DATE
               MOVE SPACES TO WS-MAP-REGION
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                   IF WS-BRM-CODE(WS-BRM-IDX) = WS-MAP-BRANCH THEN
                       MOVE WS-BRM-REGION(WS-BRM-IDX) TO WS-MAP-REGION
                   END-IF
               END-PERFORM
               PERFORM RESOLVE-GL-ACCOUNT
               IF WS-MAP-FOUND = 'N' THEN
                   PERFORM WRITE-GL-MAP-EXCEPTION
               END-IF.

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
                   IF WS-GM-COST-CTR(WS-GM-BEST-IDX) = SPACES THEN
                       MOVE WS-MAP-BRANCH TO WS-MAP-COST-CTR
                   ELSE
                       MOVE WS-GM-COST-CTR(WS-GM-BEST-IDX)
                           TO WS-MAP-COST-CTR
                   END-IF
               ELSE
                   MOVE 'N' TO WS-MAP-FOUND
                   MOVE SPACES TO WS-MAP-ACCOUNT
                   MOVE WS-MAP-BRANCH TO WS-MAP-COST-CTR
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

           WRITE-GL-MAP-EXCEPTION.
               IF WS-GLX-OPEN = 'N' THEN
                   OPEN EXTEND GL-MAP-EXC-FILE
                   IF WS-GLX-STATUS = "35" THEN
                       OPEN OUTPUT GL-MAP-EXC-FILE
                   END-IF
                   MOVE 'Y' TO WS-GLX-OPEN
               END-IF
               MOVE WS-RUN-DATE TO GX-RUN-DATE
               MOVE WS-GL-LINE-NO TO GX-LINE
               MOVE WS-MAP-TXN TO GX-TXN-TYPE
               MOVE WS-MAP-TOYTYPE TO GX-TOYTYPE
               MOVE WS-MAP-BRANCH TO GX-BRANCH
               MOVE WS-MAP-REGION TO GX-REGION
               MOVE WS-MAP-DATE TO GX-POST-DATE
               MOVE WS-MAP-QTY TO GX-QTY
               MOVE WS-MAP-VALUE TO GX-VALUE
               WRITE GL-MAP-EXC-OUT FROM GL-MAP-EXC-RECORD
               ADD 1 TO WS-GLX-COUNT.

           WRITE-STOCK-LEDGER.
               OPEN OUTPUT STOCK-LEDGER-FILE
               WRITE LEDGER-OUT FROM DIVIDER-1
               WRITE LEDGER-OUT FROM LEDGER-HEADER-1
               WRITE LEDGER-OUT FROM HEADER-DATE
               WRITE LEDGER-OUT FROM DIVIDER-1
               IF WS-PPA-RUN = 'Y' THEN
                   MOVE WS-RUN-DATE TO LP-RUN-DATE
                   MOVE WS-POST-DATE TO LP-POST-DATE
                   WRITE LEDGER-OUT FROM LEDGER-PPA-LINE
               END-IF
               WRITE LEDGER-OUT FROM LEDGER-HEADER-2
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX > WS-STK-COUNT
                   MOVE WS-STK-BOF(WS-STK-IDX) TO LG-BOF
                   PERFORM SUM-INTRANSIT-TO-BRANCH
                   MOVE WS-ITR-SUM TO LG-ITR
                   IF WS-PPA-RUN = 'Y'
                      OR WS-STK-PPA(WS-STK-IDX) = 'Y' THEN
                       MOVE "PPA" TO LG-PPA
                   ELSE
                       MOVE SPACES TO LG-PPA
                   END-IF
                   WRITE LEDGER-OUT FROM LEDGER-LINE
               END-PERFORM
               CLOSE STOCK-LEDGER-FILE.
                           AT END
                               MOVE 'Y' TO WS-SUS-EOF
                           NOT AT END
                               IF SUSPENSE-OUT(9:17)
                                  = SUSPENSE-LINE(9:17) THEN
                                   MOVE 'Y' TO WS-SUS-DUP
                                   MOVE 'Y' TO WS-SUS-EOF
                               END-IF
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF AUDIT-OUT(1:15)
                                  = "RUN DATE/TIME: " THEN
                                   MOVE AUDIT-OUT TO WS-PREV-LINE-X
                                   MOVE 'Y' TO WS-PREV-AUDIT-FLAG
                                   IF PA-YYYY = WS-RUN-DATE(1:4)
                                      AND PA-MM = WS-RUN-DATE(5:2)
                                      AND PA-DD = WS-RUN-DATE(7:2)
                                      THEN
                                       MOVE 'Y' TO WS-RERUN-FLAG
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   STRING WS-RUN-DATE "/" WS-CKPT-INTERVAL "/"
                       WS-RPT-MODE DELIMITED BY SIZE INTO AL-CTL
               END-IF
               PERFORM LOAD-AUDIT-CHAIN
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-COUNT
                   IF WS-BUD-STATE(WS-BUD-IDX) = 'C' THEN
                       PERFORM WRITE-AUDIT-BUDGET-LINE
                   END-IF
               END-PERFORM
               MOVE AUDIT-LINE TO AT-BODY
               PERFORM STAMP-AUDIT-TRAIL
               WRITE AUDIT-OUT FROM AUDIT-TRAIL-RECORD
               CLOSE AUDIT-LOG-FILE.

           LOAD-AUDIT-CHAIN.
               MOVE 0 TO WS-TRAIL-SEQ
               MOVE 0 TO WS-TRAIL-CHK
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ AUDIT-LOG-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF AUDIT-OUT(142:8) IS NUMERIC
                                  AND AUDIT-OUT(151:9) IS NUMERIC THEN
                                   MOVE AUDIT-OUT(142:8)
                                       TO WS-TRAIL-SEQ
                                   MOVE AUDIT-OUT(151:9)
                                       TO WS-TRAIL-CHK
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE AUDIT-LOG-FILE
               END-IF.

           STAMP-AUDIT-TRAIL.
               ADD 1 TO WS-TRAIL-SEQ
               COMPUTE WS-TRAIL-WORK = WS-TRAIL-CHK * 31 + WS-TRAIL-SEQ
               COMPUTE WS-TRAIL-CHK =
                   FUNCTION MOD(WS-TRAIL-WORK, 999999937)
               PERFORM VARYING WS-TRAIL-POS FROM 1 BY 1
                   UNTIL WS-TRAIL-POS > 140
                   COMPUTE WS-TRAIL-WORK = WS-TRAIL-CHK * 31
                       + FUNCTION ORD(AT-BODY(WS-TRAIL-POS:1))
                   COMPUTE WS-TRAIL-CHK =
                       FUNCTION MOD(WS-TRAIL-WORK, 999999937)
               END-PERFORM
               MOVE WS-TRAIL-SEQ TO AT-SEQ
               MOVE WS-TRAIL-CHK TO AT-CHK.

           WRITE-AUDIT-BUDGET-LINE.
               MOVE WS-RUN-DATE TO AB-DATE
               MOVE WS-BUD-BRANCH(WS-BUD-IDX) TO AB-BRANCH
               MOVE WS-BUD-TYPE(WS-BUD-IDX) TO AB-TYPE
               MOVE WS-BUD-MONTH(WS-BUD-IDX) TO AB-BUDGET
               COMPUTE WS-BUD-MTD = WS-BUD-PRIOR(WS-BUD-IDX)
                   + WS-BUD-TODAY(WS-BUD-IDX)
               MOVE WS-BUD-MTD TO AB-MTD
               MOVE AUDIT-BUDGET-LINE TO AT-BODY
               PERFORM STAMP-AUDIT-TRAIL
               WRITE AUDIT-OUT FROM AUDIT-TRAIL-RECORD.

           WRITE-CHECKPOINT.
               MOVE WS-RUN-DATE TO CK-RUN-DATE
               MOVE WS-LN TO CK-LN
                   END-IF
               END-PERFORM
               MOVE WS-KMT-COUNT TO CK-KMT-COUNT
               MOVE WS-HHT-COUNT TO CK-HHT-COUNT
               MOVE WS-BFL-COUNT TO CK-BFL-COUNT

               OPEN OUTPUT CHECKPOINT-TMP-FILE
               WRITE CHECKPOINT-TMP-OUT FROM CKPT-HEADER-LINE
                   MOVE WS-RTN-ID(WS-RTN-IDX) TO CK-RET-ID
                   MOVE WS-RTN-TYPE(WS-RTN-IDX) TO CK-RET-TYPE
                   MOVE WS-RTN-QTY(WS-RTN-IDX) TO CK-RET-QTY
                   MOVE WS-RTN-REASON(WS-RTN-IDX) TO CK-RET-REASON
                   WRITE CHECKPOINT-TMP-OUT FROM CKPT-RET-LINE
               END-PERFORM

                   MOVE WS-ITR-TO(WS-ITR-IDX) TO CK-ITR-TO
                   MOVE WS-ITR-TYPE(WS-ITR-IDX) TO CK-ITR-TYPE
                   MOVE WS-ITR-QTY(WS-ITR-IDX) TO CK-ITR-QTY
                   MOVE WS-ITR-LOT(WS-ITR-IDX) TO CK-ITR-LOT
                   MOVE WS-ITR-LOT-DATE(WS-ITR-IDX) TO CK-ITR-LOT-DATE
                   MOVE WS-ITR-DONOR(WS-ITR-IDX) TO CK-ITR-DONOR
                   MOVE WS-ITR-CONF(WS-ITR-IDX) TO CK-ITR-CONF
                   MOVE WS-ITR-STATE(WS-ITR-IDX) TO CK-ITR-STATE
                   WRITE CHECKPOINT-TMP-OUT FROM CKPT-ITR-LINE
               END-PERFORM

                   MOVE WS-AEX-TYPE(WS-AEX-IDX) TO CK-AEX-TYPE
                   MOVE WS-AEX-QTY(WS-AEX-IDX) TO CK-AEX-QTY
                   MOVE WS-AEX-LIMIT(WS-AEX-IDX) TO CK-AEX-LIMIT
                   MOVE WS-AEX-HH(WS-AEX-IDX) TO CK-AEX-HH
                   WRITE CHECKPOINT-TMP-OUT FROM CKPT-AEX-LINE
               END-PERFORM

                   END-IF
               END-PERFORM

               PERFORM VARYING WS-HHT-IDX FROM 1 BY 1
                   UNTIL WS-HHT-IDX > WS-HHT-COUNT
                   MOVE WS-HHT-HH(WS-HHT-IDX) TO CK-HHT-HH
                   MOVE WS-HHT-TYPE(WS-HHT-IDX) TO CK-HHT-TYPE
                   MOVE WS-HHT-QTY(WS-HHT-IDX) TO CK-HHT-QTY
                   WRITE CHECKPOINT-TMP-OUT FROM CKPT-HHT-LINE
               END-PERFORM

               PERFORM VARYING WS-BFL-IDX FROM 1 BY 1
                   UNTIL WS-BFL-IDX > WS-BFL-COUNT
                   MOVE WS-BFL-BRANCH(WS-BFL-IDX) TO CK-BFL-BRANCH
                   MOVE WS-BFL-ID(WS-BFL-IDX) TO CK-BFL-ID
                   MOVE WS-BFL-TYPE(WS-BFL-IDX) TO CK-BFL-TYPE
                   MOVE WS-BFL-QTY(WS-BFL-IDX) TO CK-BFL-QTY
                   WRITE CHECKPOINT-TMP-OUT FROM CKPT-BFL-LINE
               END-PERFORM

               CLOSE CHECKPOINT-TMP-FILE

               CALL "CBL_RENAME_FILE" USING WS-CKPT-TMPNAME
                               MOVE CK-LINE-NO TO WS-LINE-NO
                               MOVE CK-AEX-COUNT TO WS-AEX-COUNT
                               MOVE CK-KMT-COUNT TO WS-KMT-COUNT
                               IF CK-HHT-COUNT IS NUMERIC THEN
                                   MOVE CK-HHT-COUNT TO WS-HHT-COUNT
                               ELSE
                                   MOVE 0 TO WS-HHT-COUNT
                               END-IF
                               IF CK-BFL-COUNT IS NUMERIC THEN
                                   MOVE CK-BFL-COUNT TO WS-BFL-COUNT
                               ELSE
                                   MOVE 0 TO WS-BFL-COUNT
                               END-IF
                               PERFORM RESTORE-STOCK-TABLE
                               PERFORM RESTORE-GL-TABLE
                               PERFORM RESTORE-EXCEPTIONS
                               PERFORM RESTORE-INTRANSIT
                               PERFORM RESTORE-ALLOC-EXCEPTIONS
                               PERFORM RESTORE-KM-TODAY
                               PERFORM RESTORE-HH-TOTALS
                               PERFORM RESTORE-BACKORDER-FILLS
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-FILE
                           MOVE CK-RET-ID TO WS-RTN-ID(WS-RTN-IDX)
                           MOVE CK-RET-TYPE TO WS-RTN-TYPE(WS-RTN-IDX)
                           MOVE CK-RET-QTY TO WS-RTN-QTY(WS-RTN-IDX)
                           MOVE CK-RET-REASON
                               TO WS-RTN-REASON(WS-RTN-IDX)
                   END-READ
               END-PERFORM.

                           MOVE CK-ITR-TYPE
                               TO WS-ITR-TYPE(WS-ITR-IDX)
                           MOVE CK-ITR-QTY TO WS-ITR-QTY(WS-ITR-IDX)
                           IF CK-ITR-LOT IS NUMERIC
                              AND CK-ITR-CONF IS NUMERIC THEN
                               MOVE CK-ITR-LOT
                                   TO WS-ITR-LOT(WS-ITR-IDX)
                               MOVE CK-ITR-LOT-DATE
                                   TO WS-ITR-LOT-DATE(WS-ITR-IDX)
                               MOVE CK-ITR-DONOR
                                   TO WS-ITR-DONOR(WS-ITR-IDX)
                               MOVE CK-ITR-CONF
                                   TO WS-ITR-CONF(WS-ITR-IDX)
                               MOVE CK-ITR-STATE
                                   TO WS-ITR-STATE(WS-ITR-IDX)
                           ELSE
                               MOVE 0 TO WS-ITR-LOT(WS-ITR-IDX)
                               MOVE 0 TO WS-ITR-LOT-DATE(WS-ITR-IDX)
                               MOVE SPACES TO WS-ITR-DONOR(WS-ITR-IDX)
                               MOVE 0 TO WS-ITR-CONF(WS-ITR-IDX)
                               MOVE 'L' TO WS-ITR-STATE(WS-ITR-IDX)
                           END-IF
                   END-READ
               END-PERFORM.

                           MOVE CK-AEX-QTY TO WS-AEX-QTY(WS-AEX-IDX)
                           MOVE CK-AEX-LIMIT
                               TO WS-AEX-LIMIT(WS-AEX-IDX)
                           IF CK-AEX-HH IS NUMERIC THEN
                               MOVE CK-AEX-HH TO WS-AEX-HH(WS-AEX-IDX)
                           ELSE
                               MOVE 0 TO WS-AEX-HH(WS-AEX-IDX)
                           END-IF
                   END-READ
               END-PERFORM.

                   END-READ
               END-PERFORM.

           RESTORE-HH-TOTALS.
               PERFORM VARYING WS-HHT-IDX FROM 1 BY 1
                   UNTIL WS-HHT-IDX > WS-HHT-COUNT
                      OR WS-HHT-IDX > 3000
                   READ CHECKPOINT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CHECKPOINT-OUT TO CKPT-HHT-LINE
                           MOVE CK-HHT-HH TO WS-HHT-HH(WS-HHT-IDX)
                           MOVE CK-HHT-TYPE
                               TO WS-HHT-TYPE(WS-HHT-IDX)
                           MOVE CK-HHT-QTY TO WS-HHT-QTY(WS-HHT-IDX)
                   END-READ
               END-PERFORM.

           RESTORE-BACKORDER-FILLS.
               PERFORM VARYING WS-BFL-IDX FROM 1 BY 1
                   UNTIL WS-BFL-IDX > WS-BFL-COUNT
                      OR WS-BFL-IDX > 300
                   READ CHECKPOINT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CHECKPOINT-OUT TO CKPT-BFL-LINE
                           MOVE CK-BFL-BRANCH
                               TO WS-BFL-BRANCH(WS-BFL-IDX)
                           MOVE CK-BFL-ID TO WS-BFL-ID(WS-BFL-IDX)
                           MOVE CK-BFL-TYPE TO WS-BFL-TYPE(WS-BFL-IDX)
                           MOVE CK-BFL-QTY TO WS-BFL-QTY(WS-BFL-IDX)
                   END-READ
               END-PERFORM.

           APPLY-KM-TODAY.
               PERFORM VARYING WS-KMT-IDX FROM 1 BY 1
                   UNTIL WS-KMT-IDX > WS-KMT-COUNT
