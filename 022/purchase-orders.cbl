           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

       SELECT RECEIPTS-TMP-FILE
           ASSIGN TO 'receipts.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-TMP-STATUS.

       SELECT PO-REPORT-FILE
           ASSIGN TO 'po_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT INVOICE-FILE
           ASSIGN TO 'invoice.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

       SELECT PACK-SIZE-FILE
           ASSIGN TO 'packsize.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PACK-STATUS.

       SELECT PACK-VAR-FILE
           ASSIGN TO 'packvar.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
           05 PO-QTY       PIC 9(6).
           05 PO-RECEIVED  PIC 9(6).
           05 PO-STATUS    PIC X(1).
           05 PO-UNIT-COST PIC 9(5)V99.
           05 PO-UNIT      PIC X(4).
           05 PO-PACK      PIC 9(4).

       FD  REORDER-REPORT-FILE.
       01  REORDER-IN      PIC X(80).
           05 RCP-TOYTYPE  PIC A(1).
           05 RCP-QTY      PIC 9(4).
           05 RCP-DONOR    PIC X(4).
           05 RCP-UNIT-COST PIC 9(5)V99.
           05 RCP-UOM      PIC X(1).
           05 RCP-PACK-COUNT PIC 9(4).

       FD  RECEIPTS-TMP-FILE.
       01  RECEIPT-TMP-RECORD.
           05 RCT-BRANCH   PIC A(2).
           05 RCT-TOYTYPE  PIC A(1).
           05 RCT-QTY      PIC 9(4).
           05 RCT-DONOR    PIC X(4).
           05 RCT-UNIT-COST PIC 9(5)V99.
           05 RCT-UOM      PIC X(1).
           05 RCT-PACK-COUNT PIC 9(4).

       FD  PO-REPORT-FILE.
       01  PO-REPORT-OUT   PIC X(80).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-NUMBER   PIC X(10).
           05 INV-DATE     PIC 9(8).
           05 INV-SUPPLIER PIC X(4).
           05 INV-PO       PIC 9(6).
           05 INV-QTY      PIC 9(6).
           05 INV-AMOUNT   PIC 9(9)V99.

       FD  PACK-SIZE-FILE.
       01  PACK-SIZE-RECORD.
           05 PK-SUPPLIER  PIC X(4).
           05 PK-TOYTYPE   PIC A(1).
           05 PK-UNIT      PIC X(4).
           05 PK-PIECES    PIC 9(4).
           05 PK-MULTIPLE  PIC 9(4).

       FD  PACK-VAR-FILE.
       01  PACK-VAR-RECORD.
           05 PV-DATE      PIC 9(8).
           05 PV-SUPPLIER  PIC X(4).
           05 PV-TOYTYPE   PIC A(1).
           05 PV-BRANCH    PIC A(2).
           05 PV-PO        PIC 9(6).
           05 PV-UNITS     PIC 9(4).
           05 PV-UNIT      PIC X(4).
           05 PV-MASTER-PACK PIC 9(4).
           05 PV-COUNTED-PACK PIC 9(4).
           05 PV-PIECES    PIC 9(6).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(40) VALUE ALL "=".
       01  DIVIDER-3       PIC X(40) VALUE ALL "-".
       01  WS-PO-STATUS    PIC X(2).
       01  WS-ROR-STATUS   PIC X(2).
       01  WS-RCPT-STATUS  PIC X(2).
       01  WS-RCPT-TMP-STATUS PIC X(2).
       01  WS-INV-STATUS   PIC X(2).
       01  WS-PACK-STATUS  PIC X(2).
       01  WS-PV-STATUS    PIC X(2).
       01  WS-RCPT-FILENAME PIC X(20) VALUE "receipts.dat".
       01  WS-RCPT-TMPNAME PIC X(20) VALUE "receipts.tmp".
       01  WS-RENAME-RC    PIC S9(9) COMP-5.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-CHOICE       PIC 9(1).
               10 WS-POT-QTY      PIC 9(6).
               10 WS-POT-RECEIVED PIC 9(6).
               10 WS-POT-STATUS   PIC X(1).
               10 WS-POT-COST     PIC 9(5)V99.
               10 WS-POT-UNIT     PIC X(4).
               10 WS-POT-PACK     PIC 9(4).
       01  WS-POT-IDX      PIC 9(3).
       01  WS-NEXT-PO      PIC 9(6) VALUE 0.

       01  WS-PACK-TABLE.
           05 WS-PK-COUNT  PIC 9(3) VALUE 0.
           05 WS-PK-ENTRY OCCURS 200 TIMES.
               10 WS-PKT-SUPPLIER PIC X(4).
               10 WS-PKT-TOYTYPE  PIC A(1).
               10 WS-PKT-UNIT     PIC X(4).
               10 WS-PKT-PIECES   PIC 9(4).
               10 WS-PKT-MULTIPLE PIC 9(4).
       01  WS-PK-IDX       PIC 9(3).
       01  WS-PK-KEY-SUP   PIC X(4).
       01  WS-PK-KEY-TYPE  PIC A(1).
       01  WS-PK-FOUND     PIC A(1).
       01  WS-PK-UNIT-FOUND PIC X(4).
       01  WS-PK-PIECES-FOUND PIC 9(4).
       01  WS-PK-MULT-FOUND PIC 9(4).

       01  WS-ORD-UNITS    PIC 9(8).
       01  WS-ORD-LOTS     PIC 9(8).
       01  WS-ORD-REM      PIC 9(4).
       01  WS-ORD-PIECES   PIC 9(10).
       01  WS-CNV-PACK     PIC 9(4).
       01  WS-CNV-PIECES   PIC 9(8).
       01  WS-CNV-PO       PIC 9(6).
       01  WS-CONVERTED    PIC 9(5) VALUE 0.
       01  WS-UNCONVERTED  PIC 9(5) VALUE 0.
       01  WS-VARIANCES    PIC 9(5) VALUE 0.

       01  WS-PACK-VAR-TABLE.
           05 WS-PVT-COUNT PIC 9(3) VALUE 0.
           05 WS-PVT-ENTRY OCCURS 300 TIMES.
               10 WS-PVT-DATE     PIC 9(8).
               10 WS-PVT-SUPPLIER PIC X(4).
               10 WS-PVT-TOYTYPE  PIC A(1).
               10 WS-PVT-BRANCH   PIC A(2).
               10 WS-PVT-PO       PIC 9(6).
               10 WS-PVT-UNITS    PIC 9(4).
               10 WS-PVT-UNIT     PIC X(4).
               10 WS-PVT-MASTER   PIC 9(4).
               10 WS-PVT-COUNTED  PIC 9(4).
               10 WS-PVT-PIECES   PIC 9(6).
               10 WS-PVT-ON-PO    PIC A(1).
       01  WS-PVT-IDX      PIC 9(3).
       01  WS-PVT-AGE      PIC S9(7).
       01  WS-RUN-DATE-NUM PIC 9(8).
       01  WS-TODAY-INT    PIC 9(7).
       01  WS-PVT-OTHER    PIC 9(3).

       01  WS-ROR-TYPE     PIC X(12).
       01  WS-ROR-TYPE-CD  PIC A(1).
       01  WS-ROR-ORDER    PIC S9(9).
       01  WS-ACCEPT       PIC 9(1).
       01  WS-INPUT-SUP    PIC X(4).
       01  WS-CREATED      PIC 9(3) VALUE 0.
       01  WS-INPUT-COST   PIC X(10).
       01  WS-NEW-COST     PIC 9(5)V99.

       01  WS-INPUT-INVNO  PIC X(10).
       01  WS-INPUT-DATE   PIC X(8).
       01  WS-INPUT-PO     PIC X(6).
       01  WS-INPUT-QTY    PIC X(6).
       01  WS-INPUT-AMT    PIC X(14).
       01  WS-NEW-PO       PIC 9(6).
       01  WS-NEW-QTY      PIC 9(6).
       01  WS-NEW-AMT      PIC 9(9)V99.
       01  WS-PO-KNOWN     PIC A(1).

       01  WS-APPLY-QTY    PIC 9(6).
       01  WS-APPLY-TAKE   PIC 9(6).
       01  WS-OUTSTANDING  PIC 9(6).
       01  WS-MATCHED-QTY  PIC 9(6) VALUE 0.
       01  WS-UNMATCHED    PIC 9(6) VALUE 0.
       01  WS-DONATED      PIC 9(6) VALUE 0.
       01  WS-COSTED       PIC 9(6) VALUE 0.

       01  PO-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(9) VALUE "  ORDERED".
           05 FILL         PIC X(9) VALUE " RECEIVED".
           05 FILL         PIC X(13) VALUE "  OUTSTANDING".
           05 FILL         PIC X(11) VALUE "  UNIT COST".
           05 FILL         PIC X(15) VALUE "    ORDER UNITS".
       01  PO-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PL-NUMBER    PIC 9(6).
           05 PL-QTY       PIC Z(7)9.
           05 PL-RECEIVED  PIC Z(8)9.
           05 PL-OUT       PIC Z(11)9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PL-COST      PIC Z(5)9.99.
           05 FILL         PIC X(1) VALUE SPACE.
           05 PL-UNITS     PIC Z(5)9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 PL-UNIT      PIC X(4).
           05 FILL         PIC X(1) VALUE "/".
           05 PL-PACK      PIC Z(3)9.
       01  PO-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PN-LBL       PIC X(26) VALUE "NO OPEN PURCHASE ORDERS".
       01  PO-VAR-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "PACK COUNT DIFFERENCES NOT ON AN OPEN PO".
           05 FILL         PIC X(16) VALUE " (LAST 30 DAYS)".
       01  PO-VAR-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PV-L-DATE    PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PV-L-SUPPLIER PIC X(4).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PV-L-TYPE    PIC A(1).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PV-L-BRANCH  PIC A(2).
           05 FILL         PIC X(4) VALUE " PO ".
           05 PV-L-PO      PIC Z(5)9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 PV-L-UNITS   PIC Z(3)9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 PV-L-UNIT    PIC X(4).
           05 FILL         PIC X(9) VALUE " COUNTED ".
           05 PV-L-COUNTED PIC Z(3)9.
           05 FILL         PIC X(8) VALUE " MASTER ".
           05 PV-L-MASTER  PIC Z(3)9.
           05 FILL         PIC X(3) VALUE " = ".
           05 PV-L-PIECES  PIC Z(5)9.
           05 FILL         PIC X(4) VALUE " PCS".
       01  PO-VAR-NONE-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(20) VALUE "NO PACK DIFFERENCES".
       01  PO-TOTAL-LINE.
           05 PT-LBL       PIC X(11) VALUE "OPEN POS: ".
           05 PT-COUNT     PIC Z(2)9.

           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-PO-FILE
           PERFORM LOAD-PACK-SIZES

           MOVE 9 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 0
               DISPLAY '[1] CREATE POS FROM REORDER REPORT'
               DISPLAY '[2] MATCH RECEIPTS TO OPEN POS'
               DISPLAY '[3] PRINT OPEN PO REPORT'
               DISPLAY '[4] ENTER SUPPLIER INVOICE'
               DISPLAY '[0] EXIT'
               DISPLAY 'CHOOSE AN OPTION: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
                       PERFORM MATCH-RECEIPTS
                   WHEN 3
                       PERFORM WRITE-PO-REPORT
                   WHEN 4
                       PERFORM ENTER-INVOICE
                   WHEN 0
                       DISPLAY 'PROGRAM ENDS...'
                   WHEN OTHER
                       DISPLAY 'INVALID OPTION, 0-4 ONLY'
               END-EVALUATE
           END-PERFORM.

                                       WS-POT-RECEIVED(WS-POT-COUNT)
                                   MOVE PO-STATUS TO
                                       WS-POT-STATUS(WS-POT-COUNT)
                                   IF PO-UNIT-COST IS NUMERIC THEN
                                       MOVE PO-UNIT-COST TO
                                           WS-POT-COST(WS-POT-COUNT)
                                   ELSE
                                       MOVE 0 TO
                                           WS-POT-COST(WS-POT-COUNT)
                                   END-IF
                                   IF PO-PACK IS NUMERIC
                                      AND PO-PACK > 0 THEN
                                       MOVE PO-UNIT TO
                                           WS-POT-UNIT(WS-POT-COUNT)
                                       MOVE PO-PACK TO
                                           WS-POT-PACK(WS-POT-COUNT)
                                   ELSE
                                       MOVE "PC" TO
                                           WS-POT-UNIT(WS-POT-COUNT)
                                       MOVE 1 TO
                                           WS-POT-PACK(WS-POT-COUNT)
                                   END-IF
                                   IF PO-NUMBER > WS-NEXT-PO THEN
                                       MOVE PO-NUMBER TO WS-NEXT-PO
                                   END-IF
                   MOVE WS-POT-QTY(WS-POT-IDX) TO PO-QTY
                   MOVE WS-POT-RECEIVED(WS-POT-IDX) TO PO-RECEIVED
                   MOVE WS-POT-STATUS(WS-POT-IDX) TO PO-STATUS
                   MOVE WS-POT-COST(WS-POT-IDX) TO PO-UNIT-COST
                   MOVE WS-POT-UNIT(WS-POT-IDX) TO PO-UNIT
                   MOVE WS-POT-PACK(WS-POT-IDX) TO PO-PACK
                   WRITE PO-RECORD
               END-PERFORM
               CLOSE PO-FILE.

           LOAD-PACK-SIZES.
               MOVE 0 TO WS-PK-COUNT
               MOVE 'N' TO WS-EOF
               OPEN INPUT PACK-SIZE-FILE
               IF WS-PACK-STATUS = "35" THEN
                   DISPLAY 'PACKSIZE.DAT NOT FOUND -- POS ORDERED '
                       'IN PIECES'
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PACK-SIZE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-PACK-SIZE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PACK-SIZE-FILE
               END-IF.

           LOAD-ONE-PACK-SIZE.
               IF PK-SUPPLIER = SPACES
                  OR PK-PIECES IS NOT NUMERIC
                  OR PK-PIECES = 0 THEN
                   DISPLAY 'PACKSIZE.DAT ENTRY REJECTED: '
                       PACK-SIZE-RECORD
               ELSE IF WS-PK-COUNT >= 200 THEN
                   DISPLAY 'PACKSIZE.DAT EXCEEDS 200-ENTRY TABLE '
                       'LIMIT -- ENTRY DROPPED'
               ELSE
                   ADD 1 TO WS-PK-COUNT
                   MOVE PK-SUPPLIER TO WS-PKT-SUPPLIER(WS-PK-COUNT)
                   MOVE PK-TOYTYPE TO WS-PKT-TOYTYPE(WS-PK-COUNT)
                   MOVE PK-UNIT TO WS-PKT-UNIT(WS-PK-COUNT)
                   MOVE PK-PIECES TO WS-PKT-PIECES(WS-PK-COUNT)
                   IF PK-MULTIPLE IS NUMERIC AND PK-MULTIPLE > 0 THEN
                       MOVE PK-MULTIPLE
                           TO WS-PKT-MULTIPLE(WS-PK-COUNT)
                   ELSE
                       MOVE 1 TO WS-PKT-MULTIPLE(WS-PK-COUNT)
                   END-IF
               END-IF
               END-IF.

           FIND-PACK-SIZE.
               MOVE 'N' TO WS-PK-FOUND
               MOVE "UNIT" TO WS-PK-UNIT-FOUND
               MOVE 0 TO WS-PK-PIECES-FOUND
               MOVE 1 TO WS-PK-MULT-FOUND
               PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
                      OR WS-PK-FOUND = 'Y'
                   IF WS-PKT-SUPPLIER(WS-PK-IDX) = WS-PK-KEY-SUP
                      AND WS-PKT-TOYTYPE(WS-PK-IDX) = WS-PK-KEY-TYPE
                      THEN
                       MOVE 'Y' TO WS-PK-FOUND
                       MOVE WS-PKT-UNIT(WS-PK-IDX) TO WS-PK-UNIT-FOUND
                       MOVE WS-PKT-PIECES(WS-PK-IDX)
                           TO WS-PK-PIECES-FOUND
                       MOVE WS-PKT-MULTIPLE(WS-PK-IDX)
                           TO WS-PK-MULT-FOUND
                   END-IF
               END-PERFORM.

           CREATE-POS.
               MOVE 0 TO WS-CREATED
               OPEN INPUT REORDER-REPORT-FILE
                       CONTINUE
                   ELSE
                       DISPLAY 'REORDER: TYPE ' WS-ROR-TYPE
                           ' BRANCH ' REORDER-IN(61:6)
                           ' ORDER QTY ' WS-ROR-ORDER
                       DISPLAY 'ACCEPT? 1:YES 0:NO => '
                           WITH NO ADVANCING
               DISPLAY 'SUPPLIER CODE (4 CHARS): ' WITH NO ADVANCING
               ACCEPT WS-INPUT-SUP
               PERFORM FIND-SUPPLIER
               PERFORM ROUND-TO-PACK-SIZE
               DISPLAY 'UNIT COST PER PIECE IN PESOS (E.G. 125.50): '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-COST
               MOVE FUNCTION NUMVAL(WS-INPUT-COST) TO WS-NEW-COST
               IF WS-SUP-FOUND = 'N' AND WS-SUP-COUNT > 0 THEN
                   DISPLAY 'SUPPLIER NOT ON SUPPLIER.DAT -- PO '
                       'NOT CREATED.'
               ELSE IF WS-NEW-COST = 0 THEN
                   DISPLAY 'UNIT COST MUST BE GREATER THAN ZERO -- '
                       'PO NOT CREATED.'
               ELSE IF WS-POT-COUNT >= 300 THEN
                   DISPLAY 'PO TABLE IS FULL -- PO NOT CREATED.'
               ELSE IF WS-ORD-PIECES > 999999 THEN
                   DISPLAY 'ORDER EXCEEDS 999999 PIECES -- PO NOT '
                       'CREATED.'
               ELSE
                   ADD 1 TO WS-NEXT-PO
                   ADD 1 TO WS-POT-COUNT
                       TO WS-POT-SUPPLIER(WS-POT-COUNT)
                   MOVE WS-ROR-TYPE-CD
                       TO WS-POT-TOYTYPE(WS-POT-COUNT)
                   MOVE WS-ORD-PIECES TO WS-POT-QTY(WS-POT-COUNT)
                   MOVE 0 TO WS-POT-RECEIVED(WS-POT-COUNT)
                   MOVE 'O' TO WS-POT-STATUS(WS-POT-COUNT)
                   MOVE WS-NEW-COST TO WS-POT-COST(WS-POT-COUNT)
                   IF WS-PK-FOUND = 'Y' THEN
                       MOVE WS-PK-UNIT-FOUND
                           TO WS-POT-UNIT(WS-POT-COUNT)
                       MOVE WS-PK-PIECES-FOUND
                           TO WS-POT-PACK(WS-POT-COUNT)
                   ELSE
                       MOVE "PC" TO WS-POT-UNIT(WS-POT-COUNT)
                       MOVE 1 TO WS-POT-PACK(WS-POT-COUNT)
                   END-IF
                   ADD 1 TO WS-CREATED
                   DISPLAY 'PO ' WS-NEXT-PO ' CREATED FOR '
                       WS-SUP-NAME-FOUND
               END-IF.

           ROUND-TO-PACK-SIZE.
               MOVE WS-INPUT-SUP TO WS-PK-KEY-SUP
               MOVE WS-ROR-TYPE-CD TO WS-PK-KEY-TYPE
               PERFORM FIND-PACK-SIZE
               IF WS-PK-FOUND = 'N' THEN
                   MOVE WS-ROR-ORDER TO WS-ORD-PIECES
                   DISPLAY 'NO PACK SIZE ON PACKSIZE.DAT FOR '
                       WS-INPUT-SUP ' TYPE ' WS-ROR-TYPE-CD
                       ' -- ORDERED IN PIECES'
               ELSE
                   COMPUTE WS-ORD-UNITS = (WS-ROR-ORDER
                       + WS-PK-PIECES-FOUND - 1) / WS-PK-PIECES-FOUND
                   DIVIDE WS-ORD-UNITS BY WS-PK-MULT-FOUND
                       GIVING WS-ORD-LOTS REMAINDER WS-ORD-REM
                   IF WS-ORD-REM > 0 THEN
                       COMPUTE WS-ORD-UNITS =
                           (WS-ORD-LOTS + 1) * WS-PK-MULT-FOUND
                   END-IF
                   COMPUTE WS-ORD-PIECES =
                       WS-ORD-UNITS * WS-PK-PIECES-FOUND
                   DISPLAY 'ORDER ' WS-ORD-UNITS ' ' WS-PK-UNIT-FOUND
                       ' OF ' WS-PK-PIECES-FOUND ' = ' WS-ORD-PIECES
                       ' PIECES (MULTIPLE OF ' WS-PK-MULT-FOUND ')'
               END-IF.

           MATCH-RECEIPTS.
               MOVE 0 TO WS-MATCHED-QTY
               MOVE 0 TO WS-UNMATCHED
               MOVE 0 TO WS-DONATED
               MOVE 0 TO WS-COSTED
               MOVE 0 TO WS-CONVERTED
               MOVE 0 TO WS-UNCONVERTED
               MOVE 0 TO WS-VARIANCES
               OPEN INPUT RECEIPTS-FILE
               IF WS-RCPT-STATUS = "35" THEN
                   DISPLAY 'RECEIPTS.DAT NOT FOUND OR ALREADY '
                       'CLEARED BY THE DAILY RUN -- NOTHING TO '
                       'MATCH'
               ELSE
                   OPEN OUTPUT RECEIPTS-TMP-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ RECEIPTS-FILE
                           AT END
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE RECEIPTS-FILE
                   CLOSE RECEIPTS-TMP-FILE
                   CALL "CBL_RENAME_FILE" USING WS-RCPT-TMPNAME
                       WS-RCPT-FILENAME
                       RETURNING WS-RENAME-RC
                   END-CALL
                   PERFORM SAVE-PO-FILE
                   DISPLAY 'RECEIPT QUANTITY MATCHED TO POS: '
                       WS-MATCHED-QTY ' UNMATCHED: ' WS-UNMATCHED
                   DISPLAY 'DONATED (FAIR VALUE): ' WS-DONATED
                       ' ALREADY COSTED: ' WS-COSTED
                   DISPLAY 'SUPPLIER-UNIT RECEIPTS CONVERTED: '
                       WS-CONVERTED ' PACK DIFFERENCES: ' WS-VARIANCES
                   IF WS-UNCONVERTED > 0 THEN
                       DISPLAY WS-UNCONVERTED ' RECEIPTS LEFT IN '
                           'SUPPLIER UNITS AND NOT MATCHED -- THE '
                           'DAILY RUN WILL STOP ON THEM'
                   END-IF
                   DISPLAY 'NOTE: MATCH ONCE PER DAY, BEFORE THE '
                       'DAILY RUN CLEARS RECEIPTS.DAT.'
               END-IF.

           MATCH-ONE-RECEIPT.
               IF RCP-PACK-COUNT IS NOT NUMERIC THEN
                   MOVE 0 TO RCP-PACK-COUNT
               END-IF
               IF RCP-UOM = 'U' THEN
                   PERFORM CONVERT-RECEIPT-UNITS
               ELSE
                   MOVE 'P' TO RCP-UOM
               END-IF
               IF RCP-UOM = 'U' THEN
                   MOVE RECEIPT-RECORD TO RECEIPT-TMP-RECORD
                   WRITE RECEIPT-TMP-RECORD
               ELSE IF RCP-UNIT-COST IS NUMERIC
                  AND RCP-UNIT-COST > 0 THEN
                   ADD RCP-QTY TO WS-COSTED
                   MOVE RECEIPT-RECORD TO RECEIPT-TMP-RECORD
                   WRITE RECEIPT-TMP-RECORD
               ELSE
                   PERFORM APPLY-RECEIPT-TO-POS
               END-IF.

           CONVERT-RECEIPT-UNITS.
               MOVE RCP-DONOR TO WS-PK-KEY-SUP
               MOVE RCP-TOYTYPE TO WS-PK-KEY-TYPE
               PERFORM FIND-PACK-SIZE
               IF RCP-PACK-COUNT IS NUMERIC
                  AND RCP-PACK-COUNT > 0 THEN
                   MOVE RCP-PACK-COUNT TO WS-CNV-PACK
               ELSE
                   MOVE 0 TO RCP-PACK-COUNT
                   MOVE WS-PK-PIECES-FOUND TO WS-CNV-PACK
               END-IF
               COMPUTE WS-CNV-PIECES = RCP-QTY * WS-CNV-PACK
               IF WS-CNV-PACK = 0 THEN
                   ADD 1 TO WS-UNCONVERTED
                   DISPLAY 'RECEIPT ' RCP-BRANCH ' ' RCP-TOYTYPE ' '
                       RCP-DONOR ' QTY ' RCP-QTY ' IN SUPPLIER UNITS '
                       'HAS NO PACK SIZE AND NO COUNTED PACK'
               ELSE IF WS-CNV-PIECES > 9999 THEN
                   ADD 1 TO WS-UNCONVERTED
                   DISPLAY 'RECEIPT ' RCP-BRANCH ' ' RCP-TOYTYPE ' '
                       RCP-DONOR ' QTY ' RCP-QTY ' X ' WS-CNV-PACK
                       ' EXCEEDS 9999 PIECES -- SPLIT THE RECEIPT'
               ELSE
                   IF RCP-PACK-COUNT > 0
                      AND RCP-PACK-COUNT NOT = WS-PK-PIECES-FOUND THEN
                       PERFORM LOG-PACK-VARIANCE
                   END-IF
                   MOVE WS-CNV-PIECES TO RCP-QTY
                   MOVE 'P' TO RCP-UOM
                   ADD 1 TO WS-CONVERTED
               END-IF.

           LOG-PACK-VARIANCE.
               MOVE 0 TO WS-CNV-PO
               PERFORM VARYING WS-POT-IDX FROM 1 BY 1
                   UNTIL WS-POT-IDX > WS-POT-COUNT
                      OR WS-CNV-PO > 0
                   IF WS-POT-STATUS(WS-POT-IDX) = 'O'
                      AND WS-POT-SUPPLIER(WS-POT-IDX) = RCP-DONOR
                      AND WS-POT-TOYTYPE(WS-POT-IDX) = RCP-TOYTYPE
                      THEN
                       MOVE WS-POT-NUMBER(WS-POT-IDX) TO WS-CNV-PO
                   END-IF
               END-PERFORM
               MOVE WS-RUN-DATE TO PV-DATE
               MOVE RCP-DONOR TO PV-SUPPLIER
               MOVE RCP-TOYTYPE TO PV-TOYTYPE
               MOVE RCP-BRANCH TO PV-BRANCH
               MOVE WS-CNV-PO TO PV-PO
               MOVE RCP-QTY TO PV-UNITS
               MOVE WS-PK-UNIT-FOUND TO PV-UNIT
               MOVE WS-PK-PIECES-FOUND TO PV-MASTER-PACK
               MOVE RCP-PACK-COUNT TO PV-COUNTED-PACK
               MOVE WS-CNV-PIECES TO PV-PIECES
               OPEN EXTEND PACK-VAR-FILE
               IF WS-PV-STATUS = "35" THEN
                   OPEN OUTPUT PACK-VAR-FILE
               END-IF
               WRITE PACK-VAR-RECORD
               CLOSE PACK-VAR-FILE
               ADD 1 TO WS-VARIANCES
               IF WS-PK-FOUND = 'N' THEN
                   DISPLAY 'NO PACK SIZE ON PACKSIZE.DAT FOR '
                       RCP-DONOR ' TYPE ' RCP-TOYTYPE
                       ' -- COUNTED PACK ' RCP-PACK-COUNT ' USED'
               ELSE
                   DISPLAY 'PACK COUNT ' RCP-PACK-COUNT ' DIFFERS '
                       'FROM PACKSIZE.DAT ' WS-PK-PIECES-FOUND ' FOR '
                       RCP-DONOR ' TYPE ' RCP-TOYTYPE
               END-IF.

           APPLY-RECEIPT-TO-POS.
               MOVE RCP-QTY TO WS-APPLY-QTY
               PERFORM VARYING WS-POT-IDX FROM 1 BY 1
                   UNTIL WS-POT-IDX > WS-POT-COUNT
                      OR WS-APPLY-QTY = 0
                   IF WS-POT-STATUS(WS-POT-IDX) = 'O'
                      AND WS-POT-TOYTYPE(WS-POT-IDX)
                          = RCP-TOYTYPE
                      AND (RCP-DONOR = SPACES
                           OR RCP-DONOR
                              = WS-POT-SUPPLIER(WS-POT-IDX)) THEN
                       COMPUTE WS-OUTSTANDING =
                           WS-POT-QTY(WS-POT-IDX)
                           - WS-POT-RECEIVED(WS-POT-IDX)
                           TO WS-POT-RECEIVED(WS-POT-IDX)
                       SUBTRACT WS-APPLY-TAKE FROM WS-APPLY-QTY
                       ADD WS-APPLY-TAKE TO WS-MATCHED-QTY
                       IF WS-APPLY-TAKE > 0 THEN
                           MOVE RCP-BRANCH TO RCT-BRANCH
                           MOVE RCP-TOYTYPE TO RCT-TOYTYPE
                           MOVE WS-APPLY-TAKE TO RCT-QTY
                           MOVE RCP-DONOR TO RCT-DONOR
                           MOVE WS-POT-COST(WS-POT-IDX)
                               TO RCT-UNIT-COST
                           MOVE RCP-UOM TO RCT-UOM
                           MOVE RCP-PACK-COUNT TO RCT-PACK-COUNT
                           WRITE RECEIPT-TMP-RECORD
                       END-IF
                       IF WS-POT-RECEIVED(WS-POT-IDX)
                          >= WS-POT-QTY(WS-POT-IDX) THEN
                           MOVE 'C' TO WS-POT-STATUS(WS-POT-IDX)
                   END-IF
               END-PERFORM
               IF WS-APPLY-QTY > 0 THEN
                   IF RCP-DONOR = SPACES THEN
                       ADD WS-APPLY-QTY TO WS-UNMATCHED
                   ELSE
                       ADD WS-APPLY-QTY TO WS-DONATED
                   END-IF
                   MOVE RCP-BRANCH TO RCT-BRANCH
                   MOVE RCP-TOYTYPE TO RCT-TOYTYPE
                   MOVE WS-APPLY-QTY TO RCT-QTY
                   MOVE RCP-DONOR TO RCT-DONOR
                   MOVE 0 TO RCT-UNIT-COST
                   MOVE RCP-UOM TO RCT-UOM
                   MOVE RCP-PACK-COUNT TO RCT-PACK-COUNT
                   WRITE RECEIPT-TMP-RECORD
               END-IF.

           WRITE-PO-REPORT.
               MOVE WS-RUN-DATE TO POH-DATE
               WRITE PO-REPORT-OUT FROM PO-HEADER-1
               WRITE PO-REPORT-OUT FROM DIVIDER-1
               PERFORM LOAD-PACK-VARIANCES
               MOVE 0 TO WS-OPEN-POS
               PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                   WRITE PO-REPORT-OUT FROM PO-NONE-LINE
               END-IF
               WRITE PO-REPORT-OUT FROM DIVIDER-3
               WRITE PO-REPORT-OUT FROM PO-VAR-HDR
               MOVE 0 TO WS-PVT-OTHER
               PERFORM VARYING WS-PVT-IDX FROM 1 BY 1
                   UNTIL WS-PVT-IDX > WS-PVT-COUNT
                   IF WS-PVT-ON-PO(WS-PVT-IDX) = 'N' THEN
                       ADD 1 TO WS-PVT-OTHER
                       PERFORM WRITE-ONE-VAR-LINE
                   END-IF
               END-PERFORM
               IF WS-PVT-OTHER = 0 THEN
                   WRITE PO-REPORT-OUT FROM PO-VAR-NONE-LINE
               END-IF
               WRITE PO-REPORT-OUT FROM DIVIDER-3
               MOVE WS-OPEN-POS TO PT-COUNT
               WRITE PO-REPORT-OUT FROM PO-TOTAL-LINE
               CLOSE PO-REPORT-FILE
               DISPLAY 'OPEN PO REPORT WRITTEN TO PO_REPORT.DAT'.

           LOAD-PACK-VARIANCES.
               MOVE 0 TO WS-PVT-COUNT
               MOVE 'N' TO WS-EOF
               MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               OPEN INPUT PACK-VAR-FILE
               IF WS-PV-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PACK-VAR-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF PV-DATE IS NUMERIC
                                  AND PV-DATE > 19000000 THEN
                                   PERFORM LOAD-ONE-VARIANCE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PACK-VAR-FILE
               END-IF.

           LOAD-ONE-VARIANCE.
               MOVE 'N' TO WS-PO-KNOWN
               PERFORM VARYING WS-POT-IDX FROM 1 BY 1
                   UNTIL WS-POT-IDX > WS-POT-COUNT
                   IF WS-POT-STATUS(WS-POT-IDX) = 'O'
                      AND WS-POT-NUMBER(WS-POT-IDX) = PV-PO THEN
                       MOVE 'Y' TO WS-PO-KNOWN
                   END-IF
               END-PERFORM
               COMPUTE WS-PVT-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(PV-DATE)
               IF WS-PO-KNOWN = 'N' AND WS-PVT-AGE > 30 THEN
                   CONTINUE
               ELSE IF WS-PVT-COUNT >= 300 THEN
                   DISPLAY 'PACKVAR.DAT EXCEEDS 300-LINE REPORT '
                       'LIMIT -- LINE DROPPED'
               ELSE
                   ADD 1 TO WS-PVT-COUNT
                   MOVE PV-DATE TO WS-PVT-DATE(WS-PVT-COUNT)
                   MOVE PV-SUPPLIER TO WS-PVT-SUPPLIER(WS-PVT-COUNT)
                   MOVE PV-TOYTYPE TO WS-PVT-TOYTYPE(WS-PVT-COUNT)
                   MOVE PV-BRANCH TO WS-PVT-BRANCH(WS-PVT-COUNT)
                   MOVE PV-PO TO WS-PVT-PO(WS-PVT-COUNT)
                   MOVE PV-UNITS TO WS-PVT-UNITS(WS-PVT-COUNT)
                   MOVE PV-UNIT TO WS-PVT-UNIT(WS-PVT-COUNT)
                   MOVE PV-MASTER-PACK TO WS-PVT-MASTER(WS-PVT-COUNT)
                   MOVE PV-COUNTED-PACK
                       TO WS-PVT-COUNTED(WS-PVT-COUNT)
                   MOVE PV-PIECES TO WS-PVT-PIECES(WS-PVT-COUNT)
                   MOVE WS-PO-KNOWN TO WS-PVT-ON-PO(WS-PVT-COUNT)
               END-IF.

           WRITE-ONE-VAR-LINE.
               MOVE WS-PVT-DATE(WS-PVT-IDX) TO PV-L-DATE
               MOVE WS-PVT-SUPPLIER(WS-PVT-IDX) TO PV-L-SUPPLIER
               MOVE WS-PVT-TOYTYPE(WS-PVT-IDX) TO PV-L-TYPE
               MOVE WS-PVT-BRANCH(WS-PVT-IDX) TO PV-L-BRANCH
               MOVE WS-PVT-PO(WS-PVT-IDX) TO PV-L-PO
               MOVE WS-PVT-UNITS(WS-PVT-IDX) TO PV-L-UNITS
               MOVE WS-PVT-UNIT(WS-PVT-IDX) TO PV-L-UNIT
               MOVE WS-PVT-COUNTED(WS-PVT-IDX) TO PV-L-COUNTED
               MOVE WS-PVT-MASTER(WS-PVT-IDX) TO PV-L-MASTER
               MOVE WS-PVT-PIECES(WS-PVT-IDX) TO PV-L-PIECES
               WRITE PO-REPORT-OUT FROM PO-VAR-LINE.

           WRITE-SUPPLIER-POS.
               MOVE 'N' TO WS-SUP-FOUND
               PERFORM VARYING WS-POT-IDX FROM 1 BY 1
               COMPUTE WS-OUTSTANDING = WS-POT-QTY(WS-POT-IDX)
                   - WS-POT-RECEIVED(WS-POT-IDX)
               MOVE WS-OUTSTANDING TO PL-OUT
               MOVE WS-POT-COST(WS-POT-IDX) TO PL-COST
               COMPUTE WS-ORD-UNITS = WS-POT-QTY(WS-POT-IDX)
                   / WS-POT-PACK(WS-POT-IDX)
               MOVE WS-ORD-UNITS TO PL-UNITS
               MOVE WS-POT-UNIT(WS-POT-IDX) TO PL-UNIT
               MOVE WS-POT-PACK(WS-POT-IDX) TO PL-PACK
               WRITE PO-REPORT-OUT FROM PO-LINE
               PERFORM VARYING WS-PVT-IDX FROM 1 BY 1
                   UNTIL WS-PVT-IDX > WS-PVT-COUNT
                   IF WS-PVT-ON-PO(WS-PVT-IDX) = 'Y'
                      AND WS-PVT-PO(WS-PVT-IDX)
                          = WS-POT-NUMBER(WS-POT-IDX) THEN
                       PERFORM WRITE-ONE-VAR-LINE
                   END-IF
               END-PERFORM.

           ENTER-INVOICE.
               DISPLAY 'SUPPLIER CODE (4 CHARS): ' WITH NO ADVANCING
               ACCEPT WS-INPUT-SUP
               PERFORM FIND-SUPPLIER
               DISPLAY 'INVOICE NUMBER (10 CHARS): '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-INVNO
               DISPLAY 'INVOICE DATE YYYYMMDD (BLANK = TODAY): '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-DATE
               IF WS-INPUT-DATE = SPACES THEN
                   MOVE WS-RUN-DATE TO WS-INPUT-DATE
               END-IF
               DISPLAY 'PO NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-INPUT-PO
               MOVE FUNCTION NUMVAL(WS-INPUT-PO) TO WS-NEW-PO
               DISPLAY 'QUANTITY BILLED (0 = WITHDRAW HELD '
                   'INVOICE): ' WITH NO ADVANCING
               ACCEPT WS-INPUT-QTY
               MOVE FUNCTION NUMVAL(WS-INPUT-QTY) TO WS-NEW-QTY
               MOVE 0 TO WS-NEW-AMT
               IF WS-NEW-QTY > 0 THEN
                   DISPLAY 'INVOICE AMOUNT IN PESOS (E.G. 1250.00): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-AMT
                   MOVE FUNCTION NUMVAL(WS-INPUT-AMT) TO WS-NEW-AMT
               END-IF
               MOVE 'N' TO WS-PO-KNOWN
               PERFORM VARYING WS-POT-IDX FROM 1 BY 1
                   UNTIL WS-POT-IDX > WS-POT-COUNT
                   IF WS-POT-NUMBER(WS-POT-IDX) = WS-NEW-PO THEN
                       MOVE 'Y' TO WS-PO-KNOWN
                   END-IF
               END-PERFORM
               IF WS-SUP-FOUND = 'N' THEN
                   DISPLAY 'SUPPLIER NOT ON SUPPLIER.DAT -- INVOICE '
                       'NOT ENTERED.'
               ELSE IF WS-INPUT-INVNO = SPACES THEN
                   DISPLAY 'INVOICE NUMBER IS REQUIRED -- INVOICE '
                       'NOT ENTERED.'
               ELSE IF WS-INPUT-DATE IS NOT NUMERIC THEN
                   DISPLAY 'INVOICE DATE MUST BE YYYYMMDD -- '
                       'INVOICE NOT ENTERED.'
               ELSE IF WS-NEW-QTY > 0 AND WS-NEW-AMT = 0 THEN
                   DISPLAY 'AMOUNT MUST BE GREATER THAN ZERO -- '
                       'INVOICE NOT ENTERED.'
               ELSE
                   IF WS-PO-KNOWN = 'N' THEN
                       DISPLAY 'WARNING: PO ' WS-NEW-PO
                           ' NOT ON PO.DAT -- INVOICE WILL BE HELD'
                   END-IF
                   MOVE WS-INPUT-INVNO TO INV-NUMBER
                   MOVE WS-INPUT-DATE TO INV-DATE
                   MOVE WS-INPUT-SUP TO INV-SUPPLIER
                   MOVE WS-NEW-PO TO INV-PO
                   MOVE WS-NEW-QTY TO INV-QTY
                   MOVE WS-NEW-AMT TO INV-AMOUNT
                   OPEN EXTEND INVOICE-FILE
                   IF WS-INV-STATUS = "35" THEN
                       OPEN OUTPUT INVOICE-FILE
                   END-IF
                   WRITE INVOICE-RECORD
                   CLOSE INVOICE-FILE
                   DISPLAY 'INVOICE ' WS-INPUT-INVNO ' ENTERED FOR '
                       WS-SUP-NAME-FOUND
                   DISPLAY 'NOTE: INVOICES ARE MATCHED BY THE DAILY '
                       'RUN -- SEE HELD_INVOICES.DAT.'
               END-IF.
