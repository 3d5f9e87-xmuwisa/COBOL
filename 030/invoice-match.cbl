       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT SUPPLIER-FILE
           ASSIGN TO 'supplier.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUP-STATUS.

       SELECT PO-FILE
           ASSIGN TO 'po.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.

       SELECT INVOICE-FILE
           ASSIGN TO 'invoice.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

       SELECT INVOICE-HOLD-FILE
           ASSIGN TO 'invhold.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

       SELECT INVOICE-HISTORY-FILE
           ASSIGN TO 'invhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IVH-STATUS.

       SELECT PAYABLES-FILE
           ASSIGN DYNAMIC WS-AP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

       SELECT HELD-REPORT-FILE
           ASSIGN TO 'held_invoices.dat'
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

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-NUMBER   PIC X(10).
           05 INV-DATE     PIC 9(8).
           05 INV-SUPPLIER PIC X(4).
           05 INV-PO       PIC 9(6).
           05 INV-QTY      PIC 9(6).
           05 INV-AMOUNT   PIC 9(9)V99.

       FD  INVOICE-HOLD-FILE.
       01  INVOICE-HOLD-RECORD.
           05 IH-NUMBER    PIC X(10).
           05 IH-DATE      PIC 9(8).
           05 IH-SUPPLIER  PIC X(4).
           05 IH-PO        PIC 9(6).
           05 IH-QTY       PIC 9(6).
           05 IH-AMOUNT    PIC 9(9)V99.
           05 IH-HELD-DATE PIC 9(8).
           05 IH-REASON    PIC X(2).

       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           05 IVH-SUPPLIER PIC X(4).
           05 IVH-NUMBER   PIC X(10).
           05 IVH-PO       PIC 9(6).
           05 IVH-QTY      PIC 9(6).
           05 IVH-AMOUNT   PIC 9(9)V99.
           05 IVH-PAID-DATE PIC 9(8).

       FD  PAYABLES-FILE.
       01  PAYABLES-OUT    PIC X(60).

       FD  HELD-REPORT-FILE.
       01  HELD-REPORT-OUT PIC X(100).

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
           05 RS-PROGRAM   PIC X(20) VALUE "INVOICE-MATCH".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  DIVIDER-1       PIC X(40) VALUE ALL "=".
       01  DIVIDER-3       PIC X(40) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-SUP-STATUS   PIC X(2).
       01  WS-PO-STATUS    PIC X(2).
       01  WS-INV-STATUS   PIC X(2).
       01  WS-HOLD-STATUS  PIC X(2).
       01  WS-IVH-STATUS   PIC X(2).
       01  WS-AP-STATUS    PIC X(2).
       01  WS-AP-FILENAME  PIC X(40).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-DATE-NUM     PIC 9(8).
       01  WS-RUN-INT      PIC 9(8).
       01  WS-HELD-INT     PIC 9(8).
       01  WS-AGE-DAYS     PIC S9(5).

       01  WS-QTY-TOL-PCT  PIC 9(3)V99 VALUE 0.
       01  WS-PRICE-TOL-PCT PIC 9(3)V99 VALUE 1.

       01  WS-SUPPLIER-TABLE.
           05 WS-SUP-COUNT PIC 9(2) VALUE 0.
           05 WS-SUP-ENTRY OCCURS 50 TIMES.
               10 WS-SUP-CODE PIC X(4).
               10 WS-SUP-NAME PIC X(20).
       01  WS-SUP-IDX      PIC 9(2).
       01  WS-SUP-FOUND    PIC A(1).

       01  WS-PO-TABLE.
           05 WS-POT-COUNT PIC 9(3) VALUE 0.
           05 WS-POT-ENTRY OCCURS 300 TIMES.
               10 WS-POT-NUMBER   PIC 9(6).
               10 WS-POT-SUPPLIER PIC X(4).
               10 WS-POT-TOYTYPE  PIC A(1).
               10 WS-POT-QTY      PIC 9(6).
               10 WS-POT-RECEIVED PIC 9(6).
               10 WS-POT-COST     PIC 9(5)V99.
               10 WS-POT-INV-QTY  PIC 9(7).
               10 WS-POT-INV-AMT  PIC 9(11)V99.
       01  WS-POT-IDX      PIC 9(3).
       01  WS-POT-FOUND    PIC 9(3).

       01  WS-PAID-TABLE.
           05 WS-PAID-COUNT PIC 9(5) VALUE 0.
           05 WS-PAID-ENTRY OCCURS 5000 TIMES.
               10 WS-PAID-SUPPLIER PIC X(4).
               10 WS-PAID-NUMBER   PIC X(10).
       01  WS-PAID-IDX     PIC 9(5).
       01  WS-PAID-FOUND   PIC A(1).

       01  WS-INVOICE-TABLE.
           05 WS-IVT-COUNT PIC 9(3) VALUE 0.
           05 WS-IVT-ENTRY OCCURS 500 TIMES.
               10 WS-IVT-NUMBER    PIC X(10).
               10 WS-IVT-DATE      PIC 9(8).
               10 WS-IVT-SUPPLIER  PIC X(4).
               10 WS-IVT-PO        PIC 9(6).
               10 WS-IVT-QTY       PIC 9(6).
               10 WS-IVT-AMOUNT    PIC 9(9)V99.
               10 WS-IVT-HELD-DATE PIC 9(8).
               10 WS-IVT-SOURCE    PIC X(1).
               10 WS-IVT-DUP       PIC A(1).
               10 WS-IVT-REASON    PIC X(2).
               10 WS-IVT-STATE     PIC X(1).
       01  WS-IVT-IDX      PIC 9(3).
       01  WS-IVT-FOUND    PIC 9(3).

       01  WS-QTY-LIMIT    PIC 9(9)V99.
       01  WS-EXPECT-AMT   PIC 9(11)V99.
       01  WS-PRICE-TOL-AMT PIC 9(11)V99.
       01  WS-REASON-CODE  PIC X(2).
       01  WS-REASON-TEXT  PIC X(30).

       01  WS-MATCHED      PIC 9(5) VALUE 0.
       01  WS-MATCHED-AMT  PIC 9(11)V99 VALUE 0.
       01  WS-HELD         PIC 9(5) VALUE 0.
       01  WS-HELD-AMT     PIC 9(11)V99 VALUE 0.
       01  WS-RELEASED     PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT    PIC 9(5) VALUE 0.
       01  WS-REPLACED     PIC 9(5) VALUE 0.
       01  WS-WITHDRAWN    PIC 9(5) VALUE 0.

       01  PAYABLE-DETAIL-LINE.
           05 PD-TYPE      PIC X(1) VALUE "D".
           05 PD-SUPPLIER  PIC X(4).
           05 PD-INVOICE   PIC X(10).
           05 PD-INV-DATE  PIC 9(8).
           05 PD-PO        PIC 9(6).
           05 PD-TOYTYPE   PIC A(1).
           05 PD-QTY       PIC 9(6).
           05 PD-AMOUNT    PIC 9(9)V99.
           05 PD-POST-DATE PIC 9(8).
       01  PAYABLE-CONTROL-LINE.
           05 PC-TYPE      PIC X(1) VALUE "T".
           05 PC-DATE      PIC 9(8).
           05 PC-COUNT     PIC 9(6).
           05 PC-AMOUNT    PIC 9(11)V99.

       01  HELD-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 HH-TITLE     PIC X(23) VALUE
               "HELD SUPPLIER INVOICES ".
           05 HH-DATE      PIC X(8).
       01  HELD-TOL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 HT-LBL-1     PIC X(17) VALUE "PRICE TOLERANCE: ".
           05 HT-PRICE     PIC ZZ9.99.
           05 HT-LBL-2     PIC X(22) VALUE
               "%   QTY TOLERANCE: ".
           05 HT-QTY       PIC ZZ9.99.
           05 FILL         PIC X(1) VALUE "%".
       01  HELD-COL-HDR.
           05 FILL         PIC X(6) VALUE "SUPP  ".
           05 FILL         PIC X(11) VALUE "INVOICE    ".
           05 FILL         PIC X(7) VALUE "PO     ".
           05 FILL         PIC X(9) VALUE "INV DATE ".
           05 FILL         PIC X(7) VALUE "    QTY".
           05 FILL         PIC X(14) VALUE "        AMOUNT".
           05 FILL         PIC X(10) VALUE "  HELD ON ".
           05 FILL         PIC X(5) VALUE "  AGE".
           05 FILL         PIC X(31) VALUE "  REASON".
       01  HELD-LINE.
           05 HL-SUPPLIER  PIC X(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 HL-INVOICE   PIC X(10).
           05 FILL         PIC X(1) VALUE SPACE.
           05 HL-PO        PIC 9(6).
           05 FILL         PIC X(1) VALUE SPACE.
           05 HL-DATE      PIC 9(8).
           05 HL-QTY       PIC Z(7)9.
           05 HL-AMOUNT    PIC Z(10)9.99.
           05 FILL         PIC X(1) VALUE SPACE.
           05 HL-HELD-DATE PIC 9(8).
           05 HL-AGE       PIC Z(4)9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 HL-REASON    PIC X(30).
       01  HELD-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 HN-LBL       PIC X(24) VALUE "NO INVOICES ON HOLD".
       01  HELD-TOTAL-LINE.
           05 HTL-LBL      PIC X(18).
           05 HTL-COUNT    PIC Z(4)9.
           05 FILL         PIC X(3) VALUE SPACES.
           05 HTL-AMOUNT   PIC Z(10)9.99.
       01  HELD-COUNT-LINE.
           05 HCL-LBL      PIC X(18).
           05 HCL-COUNT    PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           STRING "payables_" WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-AP-FILENAME

           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-PO-FILE
           PERFORM LOAD-INVOICE-HISTORY
           PERFORM LOAD-HELD-INVOICES
           PERFORM LOAD-NEW-INVOICES
           PERFORM MATCH-INVOICES
           PERFORM WRITE-HELD-REPORT
           PERFORM REWRITE-HELD-INVOICES
           PERFORM CLEAR-INVOICE-FILE

           DISPLAY "INVOICE MATCH COMPLETE. NEW: " WS-NEW-COUNT
               " MATCHED: " WS-MATCHED
               " RELEASED FROM HOLD: " WS-RELEASED
               " HELD: " WS-HELD
           IF WS-HELD > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

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
               ELSE IF RC-KEYWORD = "INVPRCTL" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-PRICE-TOL-PCT
               ELSE IF RC-KEYWORD = "INVQTYTL" THEN
                   MOVE FUNCTION NUMVAL(RC-VALUE)
                       TO WS-QTY-TOL-PCT
               END-IF.

           LOAD-SUPPLIERS.
               OPEN INPUT SUPPLIER-FILE
               IF WS-SUP-STATUS = "35" THEN
                   DISPLAY "SUPPLIER.DAT NOT FOUND -- ALL INVOICES "
                       "WILL BE HELD"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SUPPLIER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-SUP-COUNT < 50 THEN
                                   ADD 1 TO WS-SUP-COUNT
                                   MOVE SUP-CODE
                                       TO WS-SUP-CODE(WS-SUP-COUNT)
                                   MOVE SUP-NAME
                                       TO WS-SUP-NAME(WS-SUP-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE SUPPLIER-FILE
               END-IF.

           LOAD-PO-FILE.
               OPEN INPUT PO-FILE
               IF WS-PO-STATUS = "35" THEN
                   DISPLAY "PO.DAT NOT FOUND -- ALL INVOICES WILL "
                       "BE HELD"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-POT-COUNT < 300 THEN
                                   ADD 1 TO WS-POT-COUNT
                                   MOVE PO-NUMBER TO
                                       WS-POT-NUMBER(WS-POT-COUNT)
                                   MOVE PO-SUPPLIER TO
                                       WS-POT-SUPPLIER(WS-POT-COUNT)
                                   MOVE PO-TOYTYPE TO
                                       WS-POT-TOYTYPE(WS-POT-COUNT)
                                   MOVE PO-QTY TO
                                       WS-POT-QTY(WS-POT-COUNT)
                                   MOVE PO-RECEIVED TO
                                       WS-POT-RECEIVED(WS-POT-COUNT)
                                   IF PO-UNIT-COST IS NUMERIC THEN
                                       MOVE PO-UNIT-COST TO
                                           WS-POT-COST(WS-POT-COUNT)
                                   ELSE
                                       MOVE 0 TO
                                           WS-POT-COST(WS-POT-COUNT)
                                   END-IF
                                   MOVE 0 TO
                                       WS-POT-INV-QTY(WS-POT-COUNT)
                                   MOVE 0 TO
                                       WS-POT-INV-AMT(WS-POT-COUNT)
                               ELSE
                                   DISPLAY "PO.DAT EXCEEDS 300-PO "
                                       "TABLE LIMIT -- ENTRY DROPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PO-FILE
               END-IF.

           LOAD-INVOICE-HISTORY.
               OPEN INPUT INVOICE-HISTORY-FILE
               IF WS-IVH-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ INVOICE-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-INVOICE-HISTORY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE INVOICE-HISTORY-FILE
               END-IF.

           KEEP-INVOICE-HISTORY.
               IF WS-PAID-COUNT < 5000 THEN
                   ADD 1 TO WS-PAID-COUNT
                   MOVE IVH-SUPPLIER
                       TO WS-PAID-SUPPLIER(WS-PAID-COUNT)
                   MOVE IVH-NUMBER TO WS-PAID-NUMBER(WS-PAID-COUNT)
               ELSE
                   DISPLAY "INVHIST.DAT EXCEEDS 5000-INVOICE TABLE "
                       "LIMIT -- DUPLICATE CHECK INCOMPLETE"
               END-IF
               MOVE 0 TO WS-POT-FOUND
               PERFORM VARYING WS-POT-IDX FROM 1 BY 1
                   UNTIL WS-POT-IDX > WS-POT-COUNT
                      OR WS-POT-FOUND > 0
                   IF WS-POT-NUMBER(WS-POT-IDX) = IVH-PO THEN
                       MOVE WS-POT-IDX TO WS-POT-FOUND
                   END-IF
               END-PERFORM
               IF WS-POT-FOUND > 0 THEN
                   ADD IVH-QTY TO WS-POT-INV-QTY(WS-POT-FOUND)
                   ADD IVH-AMOUNT TO WS-POT-INV-AMT(WS-POT-FOUND)
               END-IF.

           LOAD-HELD-INVOICES.
               OPEN INPUT INVOICE-HOLD-FILE
               IF WS-HOLD-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ INVOICE-HOLD-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-IVT-COUNT < 500 THEN
                                   ADD 1 TO WS-IVT-COUNT
                                   MOVE IH-NUMBER
                                       TO WS-IVT-NUMBER(WS-IVT-COUNT)
                                   MOVE IH-DATE
                                       TO WS-IVT-DATE(WS-IVT-COUNT)
                                   MOVE IH-SUPPLIER TO
                                       WS-IVT-SUPPLIER(WS-IVT-COUNT)
                                   MOVE IH-PO
                                       TO WS-IVT-PO(WS-IVT-COUNT)
                                   MOVE IH-QTY
                                       TO WS-IVT-QTY(WS-IVT-COUNT)
                                   MOVE IH-AMOUNT
                                       TO WS-IVT-AMOUNT(WS-IVT-COUNT)
                                   MOVE IH-HELD-DATE TO
                                       WS-IVT-HELD-DATE(WS-IVT-COUNT)
                                   MOVE 'H'
                                       TO WS-IVT-SOURCE(WS-IVT-COUNT)
                                   MOVE 'N' TO WS-IVT-DUP(WS-IVT-COUNT)
                                   IF IH-REASON = "DU" THEN
                                       MOVE 'Y'
                                           TO WS-IVT-DUP(WS-IVT-COUNT)
                                   END-IF
                                   MOVE SPACES
                                       TO WS-IVT-REASON(WS-IVT-COUNT)
                                   MOVE SPACE
                                       TO WS-IVT-STATE(WS-IVT-COUNT)
                               ELSE
                                   DISPLAY "INVHOLD.DAT EXCEEDS "
                                       "500-INVOICE TABLE LIMIT -- "
                                       "ENTRY DROPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE INVOICE-HOLD-FILE
               END-IF.

           LOAD-NEW-INVOICES.
               OPEN INPUT INVOICE-FILE
               IF WS-INV-STATUS = "35" THEN
                   DISPLAY "INVOICE.DAT NOT FOUND -- RECHECKING "
                       "HELD INVOICES ONLY"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ INVOICE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-NEW-COUNT
                               PERFORM ADD-NEW-INVOICE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE INVOICE-FILE
               END-IF.

           ADD-NEW-INVOICE.
               MOVE 0 TO WS-IVT-FOUND
               PERFORM VARYING WS-IVT-IDX FROM 1 BY 1
                   UNTIL WS-IVT-IDX > WS-IVT-COUNT
                      OR WS-IVT-FOUND > 0
                   IF WS-IVT-SUPPLIER(WS-IVT-IDX) = INV-SUPPLIER
                      AND WS-IVT-NUMBER(WS-IVT-IDX) = INV-NUMBER
                      AND WS-IVT-STATE(WS-IVT-IDX) NOT = 'W' THEN
                       MOVE WS-IVT-IDX TO WS-IVT-FOUND
                   END-IF
               END-PERFORM
               IF WS-IVT-FOUND > 0
                  AND WS-IVT-SOURCE(WS-IVT-FOUND) = 'H'
                  AND INV-QTY = 0 AND INV-AMOUNT = 0 THEN
                   MOVE 'W' TO WS-IVT-STATE(WS-IVT-FOUND)
                   ADD 1 TO WS-WITHDRAWN
                   DISPLAY "HELD INVOICE WITHDRAWN: " INV-SUPPLIER
                       " " INV-NUMBER
               ELSE IF INV-QTY = 0 AND INV-AMOUNT = 0 THEN
                   DISPLAY "WITHDRAWAL FOR " INV-SUPPLIER " "
                       INV-NUMBER " -- NO SUCH HELD INVOICE, IGNORED"
               ELSE IF WS-IVT-FOUND > 0
                  AND WS-IVT-SOURCE(WS-IVT-FOUND) = 'H' THEN
                   MOVE WS-IVT-FOUND TO WS-IVT-IDX
                   PERFORM MOVE-INVOICE-TO-TABLE
                   MOVE 'C' TO WS-IVT-SOURCE(WS-IVT-IDX)
                   MOVE 'N' TO WS-IVT-DUP(WS-IVT-IDX)
                   ADD 1 TO WS-REPLACED
               ELSE IF WS-IVT-COUNT < 500 THEN
                   ADD 1 TO WS-IVT-COUNT
                   MOVE WS-IVT-COUNT TO WS-IVT-IDX
                   PERFORM MOVE-INVOICE-TO-TABLE
                   MOVE WS-RUN-DATE TO WS-IVT-HELD-DATE(WS-IVT-IDX)
                   MOVE 'N' TO WS-IVT-SOURCE(WS-IVT-IDX)
                   MOVE 'N' TO WS-IVT-DUP(WS-IVT-IDX)
                   IF WS-IVT-FOUND > 0 THEN
                       MOVE 'Y' TO WS-IVT-DUP(WS-IVT-IDX)
                   END-IF
                   MOVE SPACE TO WS-IVT-STATE(WS-IVT-IDX)
               ELSE
                   DISPLAY "INVOICE TABLE FULL (500) -- INVOICE "
                       INV-NUMBER " LEFT FOR NEXT RUN"
               END-IF.

           MOVE-INVOICE-TO-TABLE.
               MOVE INV-NUMBER TO WS-IVT-NUMBER(WS-IVT-IDX)
               MOVE INV-SUPPLIER TO WS-IVT-SUPPLIER(WS-IVT-IDX)
               IF INV-DATE IS NUMERIC THEN
                   MOVE INV-DATE TO WS-IVT-DATE(WS-IVT-IDX)
               ELSE
                   MOVE 0 TO WS-IVT-DATE(WS-IVT-IDX)
               END-IF
               IF INV-PO IS NUMERIC THEN
                   MOVE INV-PO TO WS-IVT-PO(WS-IVT-IDX)
               ELSE
                   MOVE 0 TO WS-IVT-PO(WS-IVT-IDX)
               END-IF
               IF INV-QTY IS NUMERIC THEN
                   MOVE INV-QTY TO WS-IVT-QTY(WS-IVT-IDX)
               ELSE
                   MOVE 0 TO WS-IVT-QTY(WS-IVT-IDX)
               END-IF
               IF INV-AMOUNT IS NUMERIC THEN
                   MOVE INV-AMOUNT TO WS-IVT-AMOUNT(WS-IVT-IDX)
               ELSE
                   MOVE 0 TO WS-IVT-AMOUNT(WS-IVT-IDX)
               END-IF
               MOVE SPACES TO WS-IVT-REASON(WS-IVT-IDX)
               MOVE SPACE TO WS-IVT-STATE(WS-IVT-IDX).

           MATCH-INVOICES.
               OPEN EXTEND PAYABLES-FILE
               IF WS-AP-STATUS = "35" THEN
                   OPEN OUTPUT PAYABLES-FILE
               END-IF
               OPEN EXTEND INVOICE-HISTORY-FILE
               IF WS-IVH-STATUS = "35" THEN
                   OPEN OUTPUT INVOICE-HISTORY-FILE
               END-IF
               PERFORM VARYING WS-IVT-IDX FROM 1 BY 1
                   UNTIL WS-IVT-IDX > WS-IVT-COUNT
                   IF WS-IVT-STATE(WS-IVT-IDX) NOT = 'W' THEN
                       PERFORM CHECK-ONE-INVOICE
                       IF WS-REASON-CODE = SPACES THEN
                           PERFORM POST-PAYABLE
                       ELSE
                           MOVE WS-REASON-CODE
                               TO WS-IVT-REASON(WS-IVT-IDX)
                           MOVE 'H' TO WS-IVT-STATE(WS-IVT-IDX)
                           ADD 1 TO WS-HELD
                           ADD WS-IVT-AMOUNT(WS-IVT-IDX)
                               TO WS-HELD-AMT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MATCHED > 0 THEN
                   MOVE WS-RUN-DATE TO PC-DATE
                   MOVE WS-MATCHED TO PC-COUNT
                   MOVE WS-MATCHED-AMT TO PC-AMOUNT
                   WRITE PAYABLES-OUT FROM PAYABLE-CONTROL-LINE
               END-IF
               CLOSE PAYABLES-FILE
               CLOSE INVOICE-HISTORY-FILE
               DISPLAY "PAYABLES INTERFACE: " WS-AP-FILENAME
                   " INVOICES: " WS-MATCHED
                   " AMOUNT: " WS-MATCHED-AMT.

           CHECK-ONE-INVOICE.
               MOVE SPACES TO WS-REASON-CODE
               MOVE 'N' TO WS-SUP-FOUND
               PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                   IF WS-SUP-CODE(WS-SUP-IDX)
                      = WS-IVT-SUPPLIER(WS-IVT-IDX) THEN
                       MOVE 'Y' TO WS-SUP-FOUND
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-PAID-FOUND
               PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
                      OR WS-PAID-FOUND = 'Y'
                   IF WS-PAID-SUPPLIER(WS-PAID-IDX)
                      = WS-IVT-SUPPLIER(WS-IVT-IDX)
                      AND WS-PAID-NUMBER(WS-PAID-IDX)
                          = WS-IVT-NUMBER(WS-IVT-IDX) THEN
                       MOVE 'Y' TO WS-PAID-FOUND
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-POT-FOUND
               PERFORM VARYING WS-POT-IDX FROM 1 BY 1
                   UNTIL WS-POT-IDX > WS-POT-COUNT
                      OR WS-POT-FOUND > 0
                   IF WS-POT-NUMBER(WS-POT-IDX)
                      = WS-IVT-PO(WS-IVT-IDX) THEN
                       MOVE WS-POT-IDX TO WS-POT-FOUND
                   END-IF
               END-PERFORM
               IF WS-PAID-FOUND = 'Y'
                  OR WS-IVT-DUP(WS-IVT-IDX) = 'Y' THEN
                   MOVE "DU" TO WS-REASON-CODE
               ELSE IF WS-IVT-QTY(WS-IVT-IDX) = 0
                  OR WS-IVT-AMOUNT(WS-IVT-IDX) = 0
                  OR WS-IVT-DATE(WS-IVT-IDX) = 0 THEN
                   MOVE "IV" TO WS-REASON-CODE
               ELSE IF WS-SUP-FOUND = 'N' THEN
                   MOVE "SU" TO WS-REASON-CODE
               ELSE IF WS-POT-FOUND = 0 THEN
                   MOVE "NP" TO WS-REASON-CODE
               ELSE IF WS-POT-SUPPLIER(WS-POT-FOUND)
                  NOT = WS-IVT-SUPPLIER(WS-IVT-IDX) THEN
                   MOVE "SP" TO WS-REASON-CODE
               ELSE IF WS-POT-COST(WS-POT-FOUND) = 0 THEN
                   MOVE "NC" TO WS-REASON-CODE
               ELSE
                   PERFORM CHECK-INVOICE-TOLERANCES
               END-IF.

           CHECK-INVOICE-TOLERANCES.
               COMPUTE WS-QTY-LIMIT ROUNDED =
                   WS-POT-QTY(WS-POT-FOUND)
                   * (100 + WS-QTY-TOL-PCT) / 100
               IF WS-POT-INV-QTY(WS-POT-FOUND)
                  + WS-IVT-QTY(WS-IVT-IDX) > WS-QTY-LIMIT THEN
                   MOVE "QO" TO WS-REASON-CODE
               ELSE
                   COMPUTE WS-QTY-LIMIT ROUNDED =
                       WS-POT-RECEIVED(WS-POT-FOUND)
                       * (100 + WS-QTY-TOL-PCT) / 100
                   IF WS-POT-INV-QTY(WS-POT-FOUND)
                      + WS-IVT-QTY(WS-IVT-IDX) > WS-QTY-LIMIT THEN
                       MOVE "QR" TO WS-REASON-CODE
                   END-IF
               END-IF
               IF WS-REASON-CODE = SPACES THEN
                   COMPUTE WS-EXPECT-AMT ROUNDED =
                       WS-IVT-QTY(WS-IVT-IDX)
                       * WS-POT-COST(WS-POT-FOUND)
                   COMPUTE WS-PRICE-TOL-AMT ROUNDED =
                       WS-EXPECT-AMT * WS-PRICE-TOL-PCT / 100
                   IF WS-IVT-AMOUNT(WS-IVT-IDX)
                      > WS-EXPECT-AMT + WS-PRICE-TOL-AMT THEN
                       MOVE "OB" TO WS-REASON-CODE
                   END-IF
                   IF WS-IVT-AMOUNT(WS-IVT-IDX) + WS-PRICE-TOL-AMT
                      < WS-EXPECT-AMT THEN
                       MOVE "PM" TO WS-REASON-CODE
                   END-IF
               END-IF.

           POST-PAYABLE.
               MOVE WS-IVT-SUPPLIER(WS-IVT-IDX) TO PD-SUPPLIER
               MOVE WS-IVT-NUMBER(WS-IVT-IDX) TO PD-INVOICE
               MOVE WS-IVT-DATE(WS-IVT-IDX) TO PD-INV-DATE
               MOVE WS-IVT-PO(WS-IVT-IDX) TO PD-PO
               MOVE WS-POT-TOYTYPE(WS-POT-FOUND) TO PD-TOYTYPE
               MOVE WS-IVT-QTY(WS-IVT-IDX) TO PD-QTY
               MOVE WS-IVT-AMOUNT(WS-IVT-IDX) TO PD-AMOUNT
               MOVE WS-RUN-DATE TO PD-POST-DATE
               WRITE PAYABLES-OUT FROM PAYABLE-DETAIL-LINE

               MOVE WS-IVT-SUPPLIER(WS-IVT-IDX) TO IVH-SUPPLIER
               MOVE WS-IVT-NUMBER(WS-IVT-IDX) TO IVH-NUMBER
               MOVE WS-IVT-PO(WS-IVT-IDX) TO IVH-PO
               MOVE WS-IVT-QTY(WS-IVT-IDX) TO IVH-QTY
               MOVE WS-IVT-AMOUNT(WS-IVT-IDX) TO IVH-AMOUNT
               MOVE WS-RUN-DATE TO IVH-PAID-DATE
               WRITE INVOICE-HISTORY-RECORD

               IF WS-PAID-COUNT < 5000 THEN
                   ADD 1 TO WS-PAID-COUNT
                   MOVE WS-IVT-SUPPLIER(WS-IVT-IDX)
                       TO WS-PAID-SUPPLIER(WS-PAID-COUNT)
                   MOVE WS-IVT-NUMBER(WS-IVT-IDX)
                       TO WS-PAID-NUMBER(WS-PAID-COUNT)
               END-IF
               ADD WS-IVT-QTY(WS-IVT-IDX)
                   TO WS-POT-INV-QTY(WS-POT-FOUND)
               ADD WS-IVT-AMOUNT(WS-IVT-IDX)
                   TO WS-POT-INV-AMT(WS-POT-FOUND)
               MOVE 'M' TO WS-IVT-STATE(WS-IVT-IDX)
               ADD 1 TO WS-MATCHED
               ADD WS-IVT-AMOUNT(WS-IVT-IDX) TO WS-MATCHED-AMT
               IF WS-IVT-SOURCE(WS-IVT-IDX) NOT = 'N' THEN
                   ADD 1 TO WS-RELEASED
               END-IF.

           SET-REASON-TEXT.
               EVALUATE WS-REASON-CODE
                   WHEN "DU"
                       MOVE "DUPLICATE INVOICE NUMBER"
                           TO WS-REASON-TEXT
                   WHEN "IV"
                       MOVE "MISSING DATE, QTY OR AMOUNT"
                           TO WS-REASON-TEXT
                   WHEN "SU"
                       MOVE "SUPPLIER NOT ON SUPPLIER.DAT"
                           TO WS-REASON-TEXT
                   WHEN "NP"
                       MOVE "PO NOT ON PO.DAT" TO WS-REASON-TEXT
                   WHEN "SP"
                       MOVE "PO BELONGS TO OTHER SUPPLIER"
                           TO WS-REASON-TEXT
                   WHEN "NC"
                       MOVE "PO HAS NO UNIT COST"
                           TO WS-REASON-TEXT
                   WHEN "QO"
                       MOVE "QTY BILLED EXCEEDS PO QTY"
                           TO WS-REASON-TEXT
                   WHEN "QR"
                       MOVE "QTY BILLED EXCEEDS RECEIVED"
                           TO WS-REASON-TEXT
                   WHEN "OB"
                       MOVE "OVER-BILLED ABOVE PO PRICE"
                           TO WS-REASON-TEXT
                   WHEN "PM"
                       MOVE "AMOUNT BELOW PO PRICE"
                           TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE SPACES TO WS-REASON-TEXT
               END-EVALUATE.

           WRITE-HELD-REPORT.
               OPEN OUTPUT HELD-REPORT-FILE
               WRITE HELD-REPORT-OUT FROM DIVIDER-1
               MOVE WS-RUN-DATE TO HH-DATE
               WRITE HELD-REPORT-OUT FROM HELD-HEADER-1
               MOVE WS-PRICE-TOL-PCT TO HT-PRICE
               MOVE WS-QTY-TOL-PCT TO HT-QTY
               WRITE HELD-REPORT-OUT FROM HELD-TOL-LINE
               WRITE HELD-REPORT-OUT FROM DIVIDER-1
               WRITE HELD-REPORT-OUT FROM HELD-COL-HDR
               PERFORM VARYING WS-IVT-IDX FROM 1 BY 1
                   UNTIL WS-IVT-IDX > WS-IVT-COUNT
                   IF WS-IVT-STATE(WS-IVT-IDX) = 'H' THEN
                       PERFORM WRITE-ONE-HELD-LINE
                   END-IF
               END-PERFORM
               IF WS-HELD = 0 THEN
                   WRITE HELD-REPORT-OUT FROM HELD-NONE-LINE
               END-IF
               WRITE HELD-REPORT-OUT FROM DIVIDER-3
               MOVE "NEW INVOICES:" TO HCL-LBL
               MOVE WS-NEW-COUNT TO HCL-COUNT
               WRITE HELD-REPORT-OUT FROM HELD-COUNT-LINE
               MOVE "CORRECTED:" TO HCL-LBL
               MOVE WS-REPLACED TO HCL-COUNT
               WRITE HELD-REPORT-OUT FROM HELD-COUNT-LINE
               MOVE "WITHDRAWN:" TO HCL-LBL
               MOVE WS-WITHDRAWN TO HCL-COUNT
               WRITE HELD-REPORT-OUT FROM HELD-COUNT-LINE
               MOVE "RELEASED:" TO HCL-LBL
               MOVE WS-RELEASED TO HCL-COUNT
               WRITE HELD-REPORT-OUT FROM HELD-COUNT-LINE
               MOVE "TO PAYABLES:" TO HTL-LBL
               MOVE WS-MATCHED TO HTL-COUNT
               MOVE WS-MATCHED-AMT TO HTL-AMOUNT
               WRITE HELD-REPORT-OUT FROM HELD-TOTAL-LINE
               MOVE "ON HOLD:" TO HTL-LBL
               MOVE WS-HELD TO HTL-COUNT
               MOVE WS-HELD-AMT TO HTL-AMOUNT
               WRITE HELD-REPORT-OUT FROM HELD-TOTAL-LINE
               CLOSE HELD-REPORT-FILE.

           WRITE-ONE-HELD-LINE.
               MOVE WS-IVT-SUPPLIER(WS-IVT-IDX) TO HL-SUPPLIER
               MOVE WS-IVT-NUMBER(WS-IVT-IDX) TO HL-INVOICE
               MOVE WS-IVT-PO(WS-IVT-IDX) TO HL-PO
               MOVE WS-IVT-DATE(WS-IVT-IDX) TO HL-DATE
               MOVE WS-IVT-QTY(WS-IVT-IDX) TO HL-QTY
               MOVE WS-IVT-AMOUNT(WS-IVT-IDX) TO HL-AMOUNT
               MOVE WS-IVT-HELD-DATE(WS-IVT-IDX) TO HL-HELD-DATE
               MOVE 0 TO WS-AGE-DAYS
               IF WS-IVT-HELD-DATE(WS-IVT-IDX) IS NUMERIC
                  AND WS-IVT-HELD-DATE(WS-IVT-IDX) > 19000000 THEN
                   MOVE WS-IVT-HELD-DATE(WS-IVT-IDX) TO WS-DATE-NUM
                   COMPUTE WS-HELD-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-HELD-INT
               END-IF
               MOVE WS-AGE-DAYS TO HL-AGE
               MOVE WS-IVT-REASON(WS-IVT-IDX) TO WS-REASON-CODE
               PERFORM SET-REASON-TEXT
               MOVE WS-REASON-TEXT TO HL-REASON
               WRITE HELD-REPORT-OUT FROM HELD-LINE.

           REWRITE-HELD-INVOICES.
               OPEN OUTPUT INVOICE-HOLD-FILE
               PERFORM VARYING WS-IVT-IDX FROM 1 BY 1
                   UNTIL WS-IVT-IDX > WS-IVT-COUNT
                   IF WS-IVT-STATE(WS-IVT-IDX) = 'H' THEN
                       MOVE WS-IVT-NUMBER(WS-IVT-IDX) TO IH-NUMBER
                       MOVE WS-IVT-DATE(WS-IVT-IDX) TO IH-DATE
                       MOVE WS-IVT-SUPPLIER(WS-IVT-IDX)
                           TO IH-SUPPLIER
                       MOVE WS-IVT-PO(WS-IVT-IDX) TO IH-PO
                       MOVE WS-IVT-QTY(WS-IVT-IDX) TO IH-QTY
                       MOVE WS-IVT-AMOUNT(WS-IVT-IDX) TO IH-AMOUNT
                       MOVE WS-IVT-HELD-DATE(WS-IVT-IDX)
                           TO IH-HELD-DATE
                       MOVE WS-IVT-REASON(WS-IVT-IDX) TO IH-REASON
                       WRITE INVOICE-HOLD-RECORD
                   END-IF
               END-PERFORM
               CLOSE INVOICE-HOLD-FILE.

           CLEAR-INVOICE-FILE.
               IF WS-NEW-COUNT > 0 THEN
                   OPEN OUTPUT INVOICE-FILE
                   CLOSE INVOICE-FILE
               END-IF.

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
