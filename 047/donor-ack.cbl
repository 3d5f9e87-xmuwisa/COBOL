       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONOR-ACK.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT LOT-TRAIL-FILE
           ASSIGN TO 'lottrail.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTTRL-STATUS.

       SELECT ACK-REGISTER-FILE
           ASSIGN TO 'donorack.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACKREG-STATUS.

       SELECT ACK-LETTER-FILE
           ASSIGN DYNAMIC WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  LOT-TRAIL-FILE.
       01  LOT-TRAIL-RECORD.
           05 LT-DATE      PIC 9(8).
           05 LT-LOT       PIC 9(7).
           05 LT-BRANCH    PIC A(2).
           05 LT-ID        PIC 9(4).
           05 LT-TOYTYPE   PIC A(1).
           05 LT-QTY       PIC 9(4).
           05 LT-SOURCE    PIC X(1).

       FD  ACK-REGISTER-FILE.
       01  ACK-REGISTER-RECORD.
           05 AR-RECEIPT-NO PIC 9(6).
           05 AR-DONOR     PIC X(4).
           05 AR-FROM      PIC 9(8).
           05 AR-TO        PIC 9(8).
           05 AR-ISSUED    PIC 9(8).
           05 AR-QTY       PIC 9(6).
           05 AR-VALUE     PIC 9(9)V99.
           05 AR-REISSUES  PIC 9(3).
           05 AR-LAST-REISSUE PIC 9(8).

       FD  ACK-LETTER-FILE.
       01  ACK-LETTER-OUT  PIC X(80).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(80) VALUE ALL "=".
       01  DIVIDER-3       PIC X(80) VALUE ALL "-".
       01  BLANK-LINE      PIC X(80) VALUE SPACES.

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-DONOR-STATUS PIC X(2).
       01  WS-HIST-STATUS  PIC X(2).
       01  WS-PRICE-STATUS PIC X(2).
       01  WS-LOTTRL-STATUS PIC X(2).
       01  WS-ACKREG-STATUS PIC X(2).
       01  WS-LETTER-STATUS PIC X(2).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-LETTER-FILENAME PIC X(40).

       01  WS-INPUT-DATE   PIC X(8).
       01  WS-INPUT-DONOR  PIC X(4).
       01  WS-INPUT-RECEIPT PIC X(6).
       01  WS-FROM-DATE    PIC 9(8).
       01  WS-TO-DATE      PIC 9(8).
       01  WS-PICK-DONOR   PIC X(4).
       01  WS-PICK-RECEIPT PIC 9(6) VALUE 0.

       01  WS-DONOR-TABLE.
           05 WS-DNR-COUNT PIC 9(2) VALUE 0.
           05 WS-DNR-ENTRY OCCURS 50 TIMES.
               10 WS-DNR-CODE    PIC X(4).
               10 WS-DNR-NAME    PIC X(20).
               10 WS-DNR-CONTACT PIC X(20).
       01  WS-DNR-IDX      PIC 9(2).
       01  WS-DONOR-NAME-FOUND PIC X(20).
       01  WS-DONOR-CONTACT-FOUND PIC X(20).

       01  WS-PRICE-TABLE.
           05 WS-PRC-COUNT PIC 9(3) VALUE 0.
           05 WS-PRC-ENTRY OCCURS 200 TIMES.
               10 WS-PRC-TYPE PIC A(1).
               10 WS-PRC-DATE PIC 9(8).
               10 WS-PRC-PRICE PIC 9(3)V99.
       01  WS-PRC-IDX      PIC 9(3).
       01  WS-EFF-PRICE    PIC 9(3)V99.
       01  WS-EFF-BEST     PIC 9(8).
       01  WS-LOOK-TYPE    PIC A(1).
       01  WS-LOOK-DATE    PIC 9(8).

       01  WS-HIST-TABLE.
           05 WS-DHT-COUNT PIC 9(4) VALUE 0.
           05 WS-DHT-ENTRY OCCURS 2000 TIMES.
               10 WS-DHT-DATE   PIC 9(8).
               10 WS-DHT-DONOR  PIC X(4).
               10 WS-DHT-BRANCH PIC A(2).
               10 WS-DHT-TYPE   PIC A(1).
               10 WS-DHT-QTY    PIC 9(4).
               10 WS-DHT-LOT    PIC 9(7).
               10 WS-DHT-KIDS   PIC 9(6).
       01  WS-DHT-IDX      PIC 9(4).
       01  WS-DHT-LOT-FOUND PIC A(1).

       01  WS-REGISTER-TABLE.
           05 WS-REG-COUNT PIC 9(4) VALUE 0.
           05 WS-REG-ENTRY OCCURS 2000 TIMES.
               10 WS-REG-NO      PIC 9(6).
               10 WS-REG-DONOR   PIC X(4).
               10 WS-REG-FROM    PIC 9(8).
               10 WS-REG-TO      PIC 9(8).
               10 WS-REG-ISSUED  PIC 9(8).
               10 WS-REG-QTY     PIC 9(6).
               10 WS-REG-VALUE   PIC 9(9)V99.
               10 WS-REG-REISSUES PIC 9(3).
               10 WS-REG-LAST    PIC 9(8).
       01  WS-REG-IDX      PIC 9(4).
       01  WS-REG-CUR-IDX  PIC 9(4).
       01  WS-REG-MATCH-IDX PIC 9(4).
       01  WS-REG-OVERLAP-IDX PIC 9(4).
       01  WS-REG-CHANGED  PIC A(1) VALUE 'N'.
       01  WS-NEXT-RECEIPT PIC 9(6) VALUE 0.

       01  WS-SEEN-DONORS.
           05 WS-SEEN-COUNT PIC 9(2) VALUE 0.
           05 WS-SEEN-CODE OCCURS 50 TIMES PIC X(4).
       01  WS-SEEN-IDX     PIC 9(2).
       01  WS-SEEN-FLAG    PIC A(1).
       01  WS-CUR-DONOR    PIC X(4).

       01  WS-LETTER-TABLE.
           05 WS-LTL-COUNT PIC 9(3) VALUE 0.
           05 WS-LTL-ENTRY OCCURS 300 TIMES.
               10 WS-LTL-KEY.
                   15 WS-LTL-DATE  PIC 9(8).
                   15 WS-LTL-TYPE  PIC A(1).
               10 WS-LTL-QTY   PIC 9(6).
               10 WS-LTL-PRICE PIC 9(3)V99.
               10 WS-LTL-VALUE PIC 9(9)V99.
               10 WS-LTL-KIDS  PIC 9(6).
       01  WS-LTL-IDX      PIC 9(3).
       01  WS-LTL-POS      PIC 9(3).
       01  WS-LTL-FOUND    PIC 9(3).
       01  WS-NEW-KEY.
           05 WS-NEW-DATE  PIC 9(8).
           05 WS-NEW-TYPE  PIC A(1).
       01  WS-LTL-DROPPED  PIC A(1).

       01  WS-LTR-QTY      PIC 9(6).
       01  WS-LTR-VALUE    PIC 9(9)V99.
       01  WS-LTR-KIDS     PIC 9(6).
       01  WS-LTR-UNTRACKED PIC 9(6).
       01  WS-LTR-DUP      PIC A(1).
       01  WS-TYPE-NAME    PIC X(4).

       01  WS-NEW-COUNT    PIC 9(4) VALUE 0.
       01  WS-DUP-COUNT    PIC 9(4) VALUE 0.
       01  WS-REFUSED-COUNT PIC 9(4) VALUE 0.

       01  ACK-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AH-TITLE     PIC X(50) VALUE
               "DONOR ACKNOWLEDGEMENT RECEIPT".
           05 AH-LBL       PIC X(13) VALUE "RECEIPT NO.  ".
           05 AH-RECEIPT   PIC 9(6).
       01  ACK-HEADER-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AH-LBL-2     PIC X(10) VALUE "ISSUED ON ".
           05 AH-ISSUED    PIC 9(8).
           05 FILL         PIC X(32) VALUE SPACES.
           05 AH-DUP-FLAG  PIC X(17).
       01  ACK-DUP-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AD-LBL       PIC X(28) VALUE
               "DUPLICATE COPY -- REISSUE NO".
           05 AD-REISSUE   PIC ZZ9.
           05 AD-LBL-2     PIC X(4) VALUE " ON ".
           05 AD-DATE      PIC 9(8).
           05 AD-LBL-3     PIC X(35) VALUE
               "  -- NOT A NEW RECEIPT".
       01  ACK-DONOR-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(9) VALUE "DONOR:   ".
           05 AO-CODE      PIC X(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 AO-NAME      PIC X(20).
       01  ACK-ATTN-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(9) VALUE "ATTN:    ".
           05 AA-CONTACT   PIC X(20).
       01  ACK-PERIOD-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(9) VALUE "PERIOD:  ".
           05 AP-FROM      PIC 9(8).
           05 FILL         PIC X(4) VALUE " TO ".
           05 AP-TO        PIC 9(8).
       01  ACK-TEXT-LINE-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(38) VALUE
               "WITH THANKS WE ACKNOWLEDGE RECEIPT OF ".
           05 FILL         PIC X(38) VALUE
               "THE FOLLOWING TOYS DONATED TO OUR".
       01  ACK-TEXT-LINE-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(50) VALUE
               "BRANCHES DURING THE PERIOD ABOVE:".
       01  ACK-COL-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(11) VALUE "RECEIVED".
           05 FILL         PIC X(10) VALUE "TOY TYPE".
           05 FILL         PIC X(8) VALUE "     QTY".
           05 FILL         PIC X(13) VALUE "   UNIT VALUE".
           05 FILL         PIC X(15) VALUE "     PESO VALUE".
           05 FILL         PIC X(15) VALUE "  GIVEN TO KIDS".
       01  ACK-DETAIL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AL-DATE      PIC 9(8).
           05 FILL         PIC X(3) VALUE SPACES.
           05 AL-TYPE      PIC A(1).
           05 FILL         PIC X(1) VALUE SPACE.
           05 AL-TYPE-NAME PIC X(4).
           05 FILL         PIC X(4) VALUE SPACES.
           05 AL-QTY       PIC Z(7)9.
           05 AL-PRICE     PIC Z(9)9.99.
           05 AL-VALUE     PIC Z(11)9.99.
           05 AL-KIDS      PIC Z(14)9.
       01  ACK-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "NO RECEIPTS ON DONOR HISTORY FOR THIS PERIOD".
       01  ACK-TOTAL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(21) VALUE "TOTAL".
           05 AT-QTY       PIC Z(7)9.
           05 FILL         PIC X(13) VALUE SPACES.
           05 AT-VALUE     PIC Z(11)9.99.
           05 AT-KIDS      PIC Z(14)9.
       01  ACK-KIDS-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(10) VALUE "OF THESE, ".
           05 AK-KIDS      PIC Z(5)9.
           05 FILL         PIC X(38) VALUE
               " TOYS HAVE ALREADY BEEN GIVEN TO KIDS ".
           05 FILL         PIC X(6) VALUE "AS OF ".
           05 AK-DATE      PIC 9(8).
       01  ACK-UNTRACKED-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AU-QTY       PIC Z(5)9.
           05 FILL         PIC X(40) VALUE
               " TOYS WERE RECEIVED BEFORE LOT TRACKING ".
           05 FILL         PIC X(30) VALUE
               "AND ARE NOT IN THE KIDS COUNT".
       01  ACK-PRICE-NOTE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(36) VALUE
               "PESO VALUES ARE AT OUR STANDARD TOY ".
           05 FILL         PIC X(40) VALUE
               "PRICE IN EFFECT ON EACH RECEIPT DATE.".
       01  ACK-ORIG-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(29) VALUE
               "NOTE: ORIGINAL RECEIPT SHOWED".
           05 AG-QTY       PIC Z(5)9.
           05 FILL         PIC X(14) VALUE " TOYS, VALUE ".
           05 AG-VALUE     PIC Z(8)9.99.
           05 FILL         PIC X(16) VALUE " -- HISTORY OR".
       01  ACK-ORIG-LINE-2.
           05 FILL         PIC X(8) VALUE SPACES.
           05 FILL         PIC X(60) VALUE
               "PRICES HAVE CHANGED SINCE IT WAS ISSUED".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           DISPLAY "REISSUE RECEIPT NUMBER (BLANK = NEW LETTERS): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-RECEIPT
           IF WS-INPUT-RECEIPT = SPACES THEN
               MOVE 0 TO WS-PICK-RECEIPT
           ELSE IF FUNCTION TEST-NUMVAL(WS-INPUT-RECEIPT) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-INPUT-RECEIPT)
                   TO WS-PICK-RECEIPT
           ELSE
               DISPLAY "RECEIPT NUMBER MUST BE A NUMBER -- NOTHING "
                   "PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF

           PERFORM LOAD-REGISTER
           IF WS-PICK-RECEIPT > 0 THEN
               MOVE 0 TO WS-REG-CUR-IDX
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF WS-REG-NO(WS-REG-IDX) = WS-PICK-RECEIPT THEN
                       MOVE WS-REG-IDX TO WS-REG-CUR-IDX
                   END-IF
               END-PERFORM
               IF WS-REG-CUR-IDX = 0 THEN
                   DISPLAY "RECEIPT " WS-PICK-RECEIPT
                       " IS NOT ON DONORACK.DAT -- NOTHING PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REG-DONOR(WS-REG-CUR-IDX) TO WS-PICK-DONOR
               MOVE WS-REG-FROM(WS-REG-CUR-IDX) TO WS-FROM-DATE
               MOVE WS-REG-TO(WS-REG-CUR-IDX) TO WS-TO-DATE
           ELSE
               PERFORM ASK-PERIOD-AND-DONOR
           END-IF

           PERFORM LOAD-DONORS
           PERFORM LOAD-PRICES
           PERFORM LOAD-DONOR-HIST
           PERFORM LOAD-LOT-TRAIL

           MOVE SPACES TO WS-LETTER-FILENAME
           STRING "donor_ack_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-LETTER-FILENAME
           OPEN EXTEND ACK-LETTER-FILE
           IF WS-LETTER-STATUS = "35" THEN
               OPEN OUTPUT ACK-LETTER-FILE
           END-IF

           IF WS-PICK-RECEIPT > 0 THEN
               MOVE WS-PICK-DONOR TO WS-CUR-DONOR
               PERFORM BUILD-LETTER-LINES
               PERFORM MARK-REISSUE
               PERFORM WRITE-LETTER
           ELSE
               PERFORM COLLECT-DONORS
               IF WS-SEEN-COUNT = 0 THEN
                   IF WS-PICK-DONOR = SPACES THEN
                       DISPLAY "NO DONOR RECEIPTS FROM " WS-FROM-DATE
                           " TO " WS-TO-DATE " -- NO LETTERS PRODUCED"
                   ELSE
                       DISPLAY "NO RECEIPTS FOR DONOR " WS-PICK-DONOR
                           " FROM " WS-FROM-DATE " TO " WS-TO-DATE
                           " -- NO LETTER PRODUCED"
                   END-IF
               END-IF
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                   MOVE WS-SEEN-CODE(WS-SEEN-IDX) TO WS-CUR-DONOR
                   PERFORM ACKNOWLEDGE-DONOR
               END-PERFORM
           END-IF
           CLOSE ACK-LETTER-FILE

           IF WS-REG-CHANGED = 'Y' THEN
               PERFORM SAVE-REGISTER
           END-IF

           DISPLAY "DONOR LETTERS WRITTEN TO " WS-LETTER-FILENAME
           DISPLAY "NEW RECEIPTS: " WS-NEW-COUNT
               "  DUPLICATES: " WS-DUP-COUNT
               "  NOT ISSUED: " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0
              OR WS-NEW-COUNT + WS-DUP-COUNT = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

           ASK-PERIOD-AND-DONOR.
               DISPLAY "PERIOD FROM DATE YYYYMMDD (BLANK = 1 JANUARY): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-DATE
               IF WS-INPUT-DATE = SPACES THEN
                   MOVE WS-FULL-DATE(1:4) TO WS-INPUT-DATE(1:4)
                   MOVE "0101" TO WS-INPUT-DATE(5:4)
               END-IF
               PERFORM CHECK-INPUT-DATE
               MOVE WS-INPUT-DATE TO WS-FROM-DATE
               DISPLAY "PERIOD TO DATE YYYYMMDD (BLANK = TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-DATE
               IF WS-INPUT-DATE = SPACES THEN
                   MOVE WS-FULL-DATE(1:8) TO WS-INPUT-DATE
               END-IF
               PERFORM CHECK-INPUT-DATE
               MOVE WS-INPUT-DATE TO WS-TO-DATE
               IF WS-FROM-DATE > WS-TO-DATE THEN
                   DISPLAY "FROM DATE IS AFTER TO DATE -- NOTHING "
                       "PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "DONOR CODE (BLANK = ALL DONORS): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-DONOR
               MOVE WS-INPUT-DONOR TO WS-PICK-DONOR.

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

           LOAD-REGISTER.
               MOVE 0 TO WS-NEXT-RECEIPT
               OPEN INPUT ACK-REGISTER-FILE
               IF WS-ACKREG-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ACK-REGISTER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-REGISTER-ENTRY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ACK-REGISTER-FILE
               END-IF.

           KEEP-REGISTER-ENTRY.
               IF AR-RECEIPT-NO > WS-NEXT-RECEIPT THEN
                   MOVE AR-RECEIPT-NO TO WS-NEXT-RECEIPT
               END-IF
               IF WS-REG-COUNT < 2000 THEN
                   ADD 1 TO WS-REG-COUNT
                   MOVE AR-RECEIPT-NO TO WS-REG-NO(WS-REG-COUNT)
                   MOVE AR-DONOR TO WS-REG-DONOR(WS-REG-COUNT)
                   MOVE AR-FROM TO WS-REG-FROM(WS-REG-COUNT)
                   MOVE AR-TO TO WS-REG-TO(WS-REG-COUNT)
                   MOVE AR-ISSUED TO WS-REG-ISSUED(WS-REG-COUNT)
                   MOVE AR-QTY TO WS-REG-QTY(WS-REG-COUNT)
                   MOVE AR-VALUE TO WS-REG-VALUE(WS-REG-COUNT)
                   MOVE AR-REISSUES TO WS-REG-REISSUES(WS-REG-COUNT)
                   MOVE AR-LAST-REISSUE TO WS-REG-LAST(WS-REG-COUNT)
               ELSE
                   DISPLAY "DONORACK.DAT EXCEEDS 2000-ENTRY TABLE "
                       "LIMIT -- NO LETTERS PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LOAD-DONORS.
               OPEN INPUT DONOR-FILE
               IF WS-DONOR-STATUS = "35" THEN
                   DISPLAY "DONORS.DAT NOT FOUND -- DONOR NAMES NOT "
                       "AVAILABLE"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DONOR-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-DNR-COUNT < 50 THEN
                                   ADD 1 TO WS-DNR-COUNT
                                   MOVE DNR-CODE
                                       TO WS-DNR-CODE(WS-DNR-COUNT)
                                   MOVE DNR-NAME
                                       TO WS-DNR-NAME(WS-DNR-COUNT)
                                   MOVE DNR-CONTACT
                                       TO WS-DNR-CONTACT(WS-DNR-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE DONOR-FILE
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
                               IF WS-PRC-COUNT < 200 THEN
                                   ADD 1 TO WS-PRC-COUNT
                                   MOVE PRC-TOYTYPE
                                       TO WS-PRC-TYPE(WS-PRC-COUNT)
                                   MOVE PRC-EFF-DATE
                                       TO WS-PRC-DATE(WS-PRC-COUNT)
                                   MOVE PRC-PRICE
                                       TO WS-PRC-PRICE(WS-PRC-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PRICE-FILE
               END-IF.

           GET-EFFECTIVE-PRICE.
               EVALUATE WS-LOOK-TYPE
                   WHEN 'A'
                       MOVE 15.00 TO WS-EFF-PRICE
                   WHEN 'B'
                       MOVE 25.00 TO WS-EFF-PRICE
                   WHEN 'C'
                       MOVE 20.00 TO WS-EFF-PRICE
                   WHEN 'D'
                       MOVE 50.00 TO WS-EFF-PRICE
                   WHEN OTHER
                       MOVE 0 TO WS-EFF-PRICE
               END-EVALUATE
               MOVE 0 TO WS-EFF-BEST
               PERFORM VARYING WS-PRC-IDX FROM 1 BY 1
                   UNTIL WS-PRC-IDX > WS-PRC-COUNT
                   IF WS-PRC-TYPE(WS-PRC-IDX) = WS-LOOK-TYPE
                      AND WS-PRC-DATE(WS-PRC-IDX) <= WS-LOOK-DATE
                      AND WS-PRC-DATE(WS-PRC-IDX) >= WS-EFF-BEST THEN
                       MOVE WS-PRC-DATE(WS-PRC-IDX) TO WS-EFF-BEST
                       MOVE WS-PRC-PRICE(WS-PRC-IDX) TO WS-EFF-PRICE
                   END-IF
               END-PERFORM.

           LOAD-DONOR-HIST.
               OPEN INPUT DONOR-HIST-FILE
               IF WS-HIST-STATUS = "35" THEN
                   DISPLAY "DONORHIST.DAT NOT FOUND -- NO DONOR "
                       "RECEIPTS ON FILE"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DONOR-HIST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF DH-DATE >= WS-FROM-DATE
                                  AND DH-DATE <= WS-TO-DATE
                                  AND (WS-PICK-DONOR = SPACES
                                       OR DH-DONOR = WS-PICK-DONOR) THEN
                                   PERFORM KEEP-HIST-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE DONOR-HIST-FILE
               END-IF.

           KEEP-HIST-ENTRY.
               IF WS-DHT-COUNT < 2000 THEN
                   ADD 1 TO WS-DHT-COUNT
               ELSE
                   DISPLAY "DONORHIST.DAT HAS OVER 2000 RECEIPTS FROM "
                       WS-FROM-DATE " TO " WS-TO-DATE
                       " -- NO LETTERS PRODUCED"
                   CLOSE DONOR-HIST-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DH-DATE TO WS-DHT-DATE(WS-DHT-COUNT)
               MOVE DH-DONOR TO WS-DHT-DONOR(WS-DHT-COUNT)
               MOVE DH-BRANCH TO WS-DHT-BRANCH(WS-DHT-COUNT)
               MOVE DH-TOYTYPE TO WS-DHT-TYPE(WS-DHT-COUNT)
               MOVE DH-QTY TO WS-DHT-QTY(WS-DHT-COUNT)
               MOVE DH-LOT TO WS-DHT-LOT(WS-DHT-COUNT)
               MOVE 0 TO WS-DHT-KIDS(WS-DHT-COUNT).

           LOAD-LOT-TRAIL.
               OPEN INPUT LOT-TRAIL-FILE
               IF WS-LOTTRL-STATUS = "35" THEN
                   DISPLAY "LOTTRAIL.DAT NOT FOUND -- NO TOYS COUNTED "
                       "AS GIVEN TO KIDS"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ LOT-TRAIL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF LT-LOT > 0 THEN
                                   PERFORM APPLY-LOT-TRAIL
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE LOT-TRAIL-FILE
               END-IF.

           APPLY-LOT-TRAIL.
               MOVE 'N' TO WS-DHT-LOT-FOUND
               PERFORM VARYING WS-DHT-IDX FROM 1 BY 1
                   UNTIL WS-DHT-IDX > WS-DHT-COUNT
                      OR WS-DHT-LOT-FOUND = 'Y'
                   IF WS-DHT-LOT(WS-DHT-IDX) = LT-LOT THEN
                       IF LT-SOURCE = 'I' OR LT-SOURCE = 'B' THEN
                           ADD LT-QTY TO WS-DHT-KIDS(WS-DHT-IDX)
                       ELSE IF LT-SOURCE = 'R' THEN
                           IF WS-DHT-KIDS(WS-DHT-IDX) > LT-QTY THEN
                               SUBTRACT LT-QTY
                                   FROM WS-DHT-KIDS(WS-DHT-IDX)
                           ELSE
                               MOVE 0 TO WS-DHT-KIDS(WS-DHT-IDX)
                           END-IF
                       END-IF
                       END-IF
                       MOVE 'Y' TO WS-DHT-LOT-FOUND
                   END-IF
               END-PERFORM.

           COLLECT-DONORS.
               PERFORM VARYING WS-DHT-IDX FROM 1 BY 1
                   UNTIL WS-DHT-IDX > WS-DHT-COUNT
                   IF WS-DHT-DATE(WS-DHT-IDX) >= WS-FROM-DATE
                      AND WS-DHT-DATE(WS-DHT-IDX) <= WS-TO-DATE
                      AND (WS-PICK-DONOR = SPACES
                           OR WS-DHT-DONOR(WS-DHT-IDX)
                              = WS-PICK-DONOR) THEN
                       PERFORM NOTE-SEEN-DONOR
                   END-IF
               END-PERFORM.

           NOTE-SEEN-DONOR.
               MOVE 'N' TO WS-SEEN-FLAG
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                      OR WS-SEEN-FLAG = 'Y'
                   IF WS-SEEN-CODE(WS-SEEN-IDX)
                      = WS-DHT-DONOR(WS-DHT-IDX) THEN
                       MOVE 'Y' TO WS-SEEN-FLAG
                   END-IF
               END-PERFORM
               IF WS-SEEN-FLAG = 'N' THEN
                   IF WS-SEEN-COUNT < 50 THEN
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE WS-DHT-DONOR(WS-DHT-IDX)
                           TO WS-SEEN-CODE(WS-SEEN-COUNT)
                   ELSE
                       DISPLAY "MORE THAN 50 DONORS IN THE PERIOD -- "
                           "DONOR " WS-DHT-DONOR(WS-DHT-IDX)
                           " NOT ACKNOWLEDGED"
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
               END-IF.

           ACKNOWLEDGE-DONOR.
               PERFORM BUILD-LETTER-LINES
               MOVE 0 TO WS-REG-MATCH-IDX
               MOVE 0 TO WS-REG-OVERLAP-IDX
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF WS-REG-DONOR(WS-REG-IDX) = WS-CUR-DONOR THEN
                       IF WS-REG-FROM(WS-REG-IDX) = WS-FROM-DATE
                          AND WS-REG-TO(WS-REG-IDX) = WS-TO-DATE THEN
                           MOVE WS-REG-IDX TO WS-REG-MATCH-IDX
                       ELSE IF WS-REG-FROM(WS-REG-IDX) <= WS-TO-DATE
                          AND WS-REG-TO(WS-REG-IDX)
                              >= WS-FROM-DATE THEN
                           MOVE WS-REG-IDX TO WS-REG-OVERLAP-IDX
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-REG-MATCH-IDX > 0 THEN
                   MOVE WS-REG-MATCH-IDX TO WS-REG-CUR-IDX
                   PERFORM MARK-REISSUE
                   PERFORM WRITE-LETTER
               ELSE IF WS-REG-OVERLAP-IDX > 0 THEN
                   DISPLAY "DONOR " WS-CUR-DONOR " -- PERIOD OVERLAPS "
                       "RECEIPT " WS-REG-NO(WS-REG-OVERLAP-IDX)
                       " (" WS-REG-FROM(WS-REG-OVERLAP-IDX) " TO "
                       WS-REG-TO(WS-REG-OVERLAP-IDX)
                       ") -- NOT ISSUED, REISSUE THAT RECEIPT"
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE IF WS-REG-COUNT >= 2000 THEN
                   DISPLAY "DONORACK.DAT REGISTER FULL -- DONOR "
                       WS-CUR-DONOR " NOT ISSUED"
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   PERFORM ADD-REGISTER-ENTRY
                   PERFORM WRITE-LETTER
               END-IF
               END-IF
               END-IF.

           ADD-REGISTER-ENTRY.
               ADD 1 TO WS-NEXT-RECEIPT
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-COUNT TO WS-REG-CUR-IDX
               MOVE WS-NEXT-RECEIPT TO WS-REG-NO(WS-REG-CUR-IDX)
               MOVE WS-CUR-DONOR TO WS-REG-DONOR(WS-REG-CUR-IDX)
               MOVE WS-FROM-DATE TO WS-REG-FROM(WS-REG-CUR-IDX)
               MOVE WS-TO-DATE TO WS-REG-TO(WS-REG-CUR-IDX)
               MOVE WS-RUN-DATE TO WS-REG-ISSUED(WS-REG-CUR-IDX)
               MOVE WS-LTR-QTY TO WS-REG-QTY(WS-REG-CUR-IDX)
               MOVE WS-LTR-VALUE TO WS-REG-VALUE(WS-REG-CUR-IDX)
               MOVE 0 TO WS-REG-REISSUES(WS-REG-CUR-IDX)
               MOVE 0 TO WS-REG-LAST(WS-REG-CUR-IDX)
               MOVE 'N' TO WS-LTR-DUP
               MOVE 'Y' TO WS-REG-CHANGED
               ADD 1 TO WS-NEW-COUNT.

           MARK-REISSUE.
               IF WS-REG-REISSUES(WS-REG-CUR-IDX) < 999 THEN
                   ADD 1 TO WS-REG-REISSUES(WS-REG-CUR-IDX)
               END-IF
               MOVE WS-RUN-DATE TO WS-REG-LAST(WS-REG-CUR-IDX)
               MOVE 'Y' TO WS-LTR-DUP
               MOVE 'Y' TO WS-REG-CHANGED
               ADD 1 TO WS-DUP-COUNT.

           BUILD-LETTER-LINES.
               MOVE 0 TO WS-LTL-COUNT
               MOVE 0 TO WS-LTR-QTY
               MOVE 0 TO WS-LTR-VALUE
               MOVE 0 TO WS-LTR-KIDS
               MOVE 0 TO WS-LTR-UNTRACKED
               MOVE 'N' TO WS-LTL-DROPPED
               PERFORM VARYING WS-DHT-IDX FROM 1 BY 1
                   UNTIL WS-DHT-IDX > WS-DHT-COUNT
                   IF WS-DHT-DONOR(WS-DHT-IDX) = WS-CUR-DONOR
                      AND WS-DHT-DATE(WS-DHT-IDX) >= WS-FROM-DATE
                      AND WS-DHT-DATE(WS-DHT-IDX) <= WS-TO-DATE THEN
                       PERFORM ADD-LETTER-LINE
                   END-IF
               END-PERFORM
               IF WS-LTL-DROPPED = 'Y' THEN
                   DISPLAY "DONOR " WS-CUR-DONOR " HAS MORE THAN 300 "
                       "RECEIPT LINES IN THE PERIOD -- LETTER "
                       "DETAIL TRUNCATED, TOTALS COMPLETE"
               END-IF.

           ADD-LETTER-LINE.
               MOVE WS-DHT-DATE(WS-DHT-IDX) TO WS-NEW-DATE
               MOVE WS-DHT-TYPE(WS-DHT-IDX) TO WS-NEW-TYPE
               MOVE WS-NEW-TYPE TO WS-LOOK-TYPE
               MOVE WS-NEW-DATE TO WS-LOOK-DATE
               PERFORM GET-EFFECTIVE-PRICE
               IF WS-DHT-KIDS(WS-DHT-IDX) > WS-DHT-QTY(WS-DHT-IDX) THEN
                   MOVE WS-DHT-QTY(WS-DHT-IDX)
                       TO WS-DHT-KIDS(WS-DHT-IDX)
               END-IF
               ADD WS-DHT-QTY(WS-DHT-IDX) TO WS-LTR-QTY
               COMPUTE WS-LTR-VALUE = WS-LTR-VALUE
                   + WS-DHT-QTY(WS-DHT-IDX) * WS-EFF-PRICE
               IF WS-DHT-LOT(WS-DHT-IDX) = 0 THEN
                   ADD WS-DHT-QTY(WS-DHT-IDX) TO WS-LTR-UNTRACKED
               ELSE
                   ADD WS-DHT-KIDS(WS-DHT-IDX) TO WS-LTR-KIDS
               END-IF
               MOVE 0 TO WS-LTL-FOUND
               PERFORM VARYING WS-LTL-IDX FROM 1 BY 1
                   UNTIL WS-LTL-IDX > WS-LTL-COUNT
                      OR WS-LTL-FOUND > 0
                   IF WS-LTL-KEY(WS-LTL-IDX) = WS-NEW-KEY THEN
                       MOVE WS-LTL-IDX TO WS-LTL-FOUND
                   END-IF
               END-PERFORM
               IF WS-LTL-FOUND = 0 THEN
                   IF WS-LTL-COUNT < 300 THEN
                       PERFORM INSERT-LETTER-LINE
                   ELSE
                       MOVE 'Y' TO WS-LTL-DROPPED
                   END-IF
               END-IF
               IF WS-LTL-FOUND > 0 THEN
                   ADD WS-DHT-QTY(WS-DHT-IDX)
                       TO WS-LTL-QTY(WS-LTL-FOUND)
                   COMPUTE WS-LTL-VALUE(WS-LTL-FOUND) =
                       WS-LTL-VALUE(WS-LTL-FOUND)
                       + WS-DHT-QTY(WS-DHT-IDX) * WS-EFF-PRICE
                   ADD WS-DHT-KIDS(WS-DHT-IDX)
                       TO WS-LTL-KIDS(WS-LTL-FOUND)
               END-IF.

           INSERT-LETTER-LINE.
               MOVE 1 TO WS-LTL-POS
               PERFORM VARYING WS-LTL-IDX FROM 1 BY 1
                   UNTIL WS-LTL-IDX > WS-LTL-COUNT
                   IF WS-LTL-KEY(WS-LTL-IDX) < WS-NEW-KEY THEN
                       COMPUTE WS-LTL-POS = WS-LTL-IDX + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LTL-IDX FROM WS-LTL-COUNT BY -1
                   UNTIL WS-LTL-IDX < WS-LTL-POS
                   MOVE WS-LTL-ENTRY(WS-LTL-IDX)
                       TO WS-LTL-ENTRY(WS-LTL-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-LTL-COUNT
               MOVE WS-NEW-KEY TO WS-LTL-KEY(WS-LTL-POS)
               MOVE 0 TO WS-LTL-QTY(WS-LTL-POS)
               MOVE WS-EFF-PRICE TO WS-LTL-PRICE(WS-LTL-POS)
               MOVE 0 TO WS-LTL-VALUE(WS-LTL-POS)
               MOVE 0 TO WS-LTL-KIDS(WS-LTL-POS)
               MOVE WS-LTL-POS TO WS-LTL-FOUND.

           FIND-DONOR-NAME.
               MOVE "(UNKNOWN DONOR)" TO WS-DONOR-NAME-FOUND
               MOVE SPACES TO WS-DONOR-CONTACT-FOUND
               PERFORM VARYING WS-DNR-IDX FROM 1 BY 1
                   UNTIL WS-DNR-IDX > WS-DNR-COUNT
                   IF WS-DNR-CODE(WS-DNR-IDX) = WS-CUR-DONOR THEN
                       MOVE WS-DNR-NAME(WS-DNR-IDX)
                           TO WS-DONOR-NAME-FOUND
                       MOVE WS-DNR-CONTACT(WS-DNR-IDX)
                           TO WS-DONOR-CONTACT-FOUND
                   END-IF
               END-PERFORM.

           FIND-TYPE-NAME.
               EVALUATE WS-LTL-TYPE(WS-LTL-IDX)
                   WHEN 'A'
                       MOVE "SOFT" TO WS-TYPE-NAME
                   WHEN 'B'
                       MOVE "HARD" TO WS-TYPE-NAME
                   WHEN 'C'
                       MOVE "PUZZ" TO WS-TYPE-NAME
                   WHEN 'D'
                       MOVE "ELEC" TO WS-TYPE-NAME
                   WHEN OTHER
                       MOVE "????" TO WS-TYPE-NAME
               END-EVALUATE.

           WRITE-LETTER.
               WRITE ACK-LETTER-OUT FROM DIVIDER-1
               MOVE WS-REG-NO(WS-REG-CUR-IDX) TO AH-RECEIPT
               WRITE ACK-LETTER-OUT FROM ACK-HEADER-1
               MOVE WS-REG-ISSUED(WS-REG-CUR-IDX) TO AH-ISSUED
               IF WS-LTR-DUP = 'Y' THEN
                   MOVE "*** DUPLICATE ***" TO AH-DUP-FLAG
               ELSE
                   MOVE SPACES TO AH-DUP-FLAG
               END-IF
               WRITE ACK-LETTER-OUT FROM ACK-HEADER-2
               IF WS-LTR-DUP = 'Y' THEN
                   MOVE WS-REG-REISSUES(WS-REG-CUR-IDX) TO AD-REISSUE
                   MOVE WS-RUN-DATE TO AD-DATE
                   WRITE ACK-LETTER-OUT FROM ACK-DUP-LINE
               END-IF
               WRITE ACK-LETTER-OUT FROM DIVIDER-3
               PERFORM FIND-DONOR-NAME
               MOVE WS-CUR-DONOR TO AO-CODE
               MOVE WS-DONOR-NAME-FOUND TO AO-NAME
               WRITE ACK-LETTER-OUT FROM ACK-DONOR-LINE
               IF WS-DONOR-CONTACT-FOUND NOT = SPACES THEN
                   MOVE WS-DONOR-CONTACT-FOUND TO AA-CONTACT
                   WRITE ACK-LETTER-OUT FROM ACK-ATTN-LINE
               END-IF
               MOVE WS-REG-FROM(WS-REG-CUR-IDX) TO AP-FROM
               MOVE WS-REG-TO(WS-REG-CUR-IDX) TO AP-TO
               WRITE ACK-LETTER-OUT FROM ACK-PERIOD-LINE
               WRITE ACK-LETTER-OUT FROM DIVIDER-3
               WRITE ACK-LETTER-OUT FROM ACK-TEXT-LINE-1
               WRITE ACK-LETTER-OUT FROM ACK-TEXT-LINE-2
               WRITE ACK-LETTER-OUT FROM BLANK-LINE
               WRITE ACK-LETTER-OUT FROM ACK-COL-HDR
               IF WS-LTL-COUNT = 0 THEN
                   WRITE ACK-LETTER-OUT FROM ACK-NONE-LINE
               END-IF
               PERFORM VARYING WS-LTL-IDX FROM 1 BY 1
                   UNTIL WS-LTL-IDX > WS-LTL-COUNT
                   MOVE WS-LTL-DATE(WS-LTL-IDX) TO AL-DATE
                   MOVE WS-LTL-TYPE(WS-LTL-IDX) TO AL-TYPE
                   PERFORM FIND-TYPE-NAME
                   MOVE WS-TYPE-NAME TO AL-TYPE-NAME
                   MOVE WS-LTL-QTY(WS-LTL-IDX) TO AL-QTY
                   MOVE WS-LTL-PRICE(WS-LTL-IDX) TO AL-PRICE
                   MOVE WS-LTL-VALUE(WS-LTL-IDX) TO AL-VALUE
                   MOVE WS-LTL-KIDS(WS-LTL-IDX) TO AL-KIDS
                   WRITE ACK-LETTER-OUT FROM ACK-DETAIL-LINE
               END-PERFORM
               WRITE ACK-LETTER-OUT FROM DIVIDER-3
               MOVE WS-LTR-QTY TO AT-QTY
               MOVE WS-LTR-VALUE TO AT-VALUE
               MOVE WS-LTR-KIDS TO AT-KIDS
               WRITE ACK-LETTER-OUT FROM ACK-TOTAL-LINE
               WRITE ACK-LETTER-OUT FROM BLANK-LINE
               MOVE WS-LTR-KIDS TO AK-KIDS
               MOVE WS-RUN-DATE TO AK-DATE
               WRITE ACK-LETTER-OUT FROM ACK-KIDS-LINE
               IF WS-LTR-UNTRACKED > 0 THEN
                   MOVE WS-LTR-UNTRACKED TO AU-QTY
                   WRITE ACK-LETTER-OUT FROM ACK-UNTRACKED-LINE
               END-IF
               WRITE ACK-LETTER-OUT FROM ACK-PRICE-NOTE
               IF WS-LTR-DUP = 'Y'
                  AND (WS-LTR-QTY NOT = WS-REG-QTY(WS-REG-CUR-IDX)
                       OR WS-LTR-VALUE
                          NOT = WS-REG-VALUE(WS-REG-CUR-IDX)) THEN
                   MOVE WS-REG-QTY(WS-REG-CUR-IDX) TO AG-QTY
                   MOVE WS-REG-VALUE(WS-REG-CUR-IDX) TO AG-VALUE
                   WRITE ACK-LETTER-OUT FROM ACK-ORIG-LINE
                   WRITE ACK-LETTER-OUT FROM ACK-ORIG-LINE-2
               END-IF
               WRITE ACK-LETTER-OUT FROM DIVIDER-1
               WRITE ACK-LETTER-OUT FROM BLANK-LINE.

           SAVE-REGISTER.
               OPEN OUTPUT ACK-REGISTER-FILE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   MOVE WS-REG-NO(WS-REG-IDX) TO AR-RECEIPT-NO
                   MOVE WS-REG-DONOR(WS-REG-IDX) TO AR-DONOR
                   MOVE WS-REG-FROM(WS-REG-IDX) TO AR-FROM
                   MOVE WS-REG-TO(WS-REG-IDX) TO AR-TO
                   MOVE WS-REG-ISSUED(WS-REG-IDX) TO AR-ISSUED
                   MOVE WS-REG-QTY(WS-REG-IDX) TO AR-QTY
                   MOVE WS-REG-VALUE(WS-REG-IDX) TO AR-VALUE
                   MOVE WS-REG-REISSUES(WS-REG-IDX) TO AR-REISSUES
                   MOVE WS-REG-LAST(WS-REG-IDX) TO AR-LAST-REISSUE
                   WRITE ACK-REGISTER-RECORD
               END-PERFORM
               CLOSE ACK-REGISTER-FILE.
