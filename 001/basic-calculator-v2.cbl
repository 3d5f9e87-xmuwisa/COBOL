           ASSIGN TO 'calc_output.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PRICE-FILE
           ASSIGN TO 'price.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       FD  BATCH-REPORT-FILE.
       01  BATCH-OUT       PIC X(80).

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 PRC-TOYTYPE  PIC A(1).
           05 PRC-EFF-DATE PIC 9(8).
           05 PRC-PRICE    PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  WS-RUN PIC 9(3) VALUE 1.
       01  WS-MODE PIC 9(1).
       01  WS-OPERAND-VAL PIC S9(9)V99.
       01  WS-MEM-CHOICE PIC 9(1).
       01  WS-SHOW-VAL PIC -(9)9.99.
       01  WS-PRICE-STATUS PIC X(2).
       01  WS-PRICE-EOF PIC A(1) VALUE 'N'.
       01  WS-HIST-EOF PIC A(1) VALUE 'N'.
       01  WS-QUOTE-CHOICE PIC 9(1).
       01  WS-QUOTE-DATE-IN PIC X(8).
       01  WS-QUOTE-ASOF PIC 9(8).
       01  WS-QUOTE-DATE-OK PIC A(1).
       01  WS-QUOTE-TODAY PIC 9(8).
       01  WS-QUOTE-DONE PIC A(1).
       01  WS-QUOTE-TYPE PIC X(1).
       01  WS-QUOTE-QTY-IN PIC X(6).
       01  WS-QUOTE-QTY PIC S9(7).
       01  WS-QUOTE-SAVE PIC X(1).
       01  WS-QUOTE-NO PIC 9(6) VALUE 0.
       01  WS-QUOTE-FOUND PIC A(1).
       01  WS-QUOTE-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-RECALL-IN PIC X(6).
       01  WS-RECALL-NO PIC 9(6).

       01  WS-PRICE-TABLE.
           05 WS-PRC-COUNT PIC 9(3) VALUE 0.
           05 WS-PRC-ENTRY OCCURS 200 TIMES.
               10 WS-PRC-TYPE PIC A(1).
               10 WS-PRC-DATE PIC 9(8).
               10 WS-PRC-PRICE PIC 9(3)V99.
       01  WS-PRC-IDX      PIC 9(3).
       01  WS-LOOK-TYPE    PIC A(1).
       01  WS-EFF-PRICE    PIC 9(3)V99.
       01  WS-EFF-BEST     PIC 9(8).

       01  WS-BASKET.
           05 WS-QB-COUNT PIC 9(1) VALUE 0.
           05 WS-QB-ENTRY OCCURS 4 TIMES.
               10 WS-QB-TYPE  PIC A(1).
               10 WS-QB-QTY   PIC 9(5).
               10 WS-QB-PRICE PIC 9(3)V99.
               10 WS-QB-EFF   PIC X(8).
               10 WS-QB-VALUE PIC 9(8)V99.
       01  WS-QB-IDX       PIC 9(1).
       01  WS-QB-FOUND     PIC 9(1).

       01  QUOTE-HEAD-LINE.
           05 QH-LBL        PIC X(6) VALUE "QUOTE ".
           05 QH-NO         PIC 9(6).
           05 QH-MADE-LBL   PIC X(6) VALUE " MADE ".
           05 QH-MADE       PIC 9(8).
           05 QH-ASOF-LBL   PIC X(7) VALUE " AS OF ".
           05 QH-ASOF       PIC 9(8).
           05 QH-LINES-LBL  PIC X(7) VALUE " LINES ".
           05 QH-LINES      PIC 9(2).
           05 QH-TOTAL-LBL  PIC X(7) VALUE " TOTAL ".
           05 QH-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

       01  QUOTE-ITEM-LINE.
           05 QI-LBL        PIC X(6) VALUE "QUOTE ".
           05 QI-NO         PIC 9(6).
           05 QI-SEQ-LBL    PIC X(2) VALUE " L".
           05 QI-SEQ        PIC 9(2).
           05 FILL          PIC X(1) VALUE SPACE.
           05 QI-TYPE       PIC X(1).
           05 QI-QTY-LBL    PIC X(5) VALUE " QTY ".
           05 QI-QTY        PIC 9(5).
           05 QI-PRICE-LBL  PIC X(3) VALUE " @ ".
           05 QI-PRICE      PIC ZZ9.99.
           05 QI-EFF-LBL    PIC X(5) VALUE " EFF ".
           05 QI-EFF        PIC X(8).
           05 QI-VALUE-LBL  PIC X(3) VALUE " = ".
           05 QI-VALUE      PIC ZZ,ZZZ,ZZ9.99.

       01  QUOTE-SHOW-HEAD.
           05 FILL          PIC X(34) VALUE
               "TYPE        QTY   PRICE  EFF DATE".
           05 FILL          PIC X(15) VALUE
               "          VALUE".

       01  QUOTE-SHOW-LINE.
           05 QS-TYPE       PIC X(1).
           05 FILL          PIC X(1) VALUE SPACE.
           05 QS-DESC       PIC X(4).
           05 QS-QTY        PIC ZZZ,ZZ9.
           05 FILL          PIC X(2) VALUE SPACES.
           05 QS-PRICE      PIC ZZ9.99.
           05 FILL          PIC X(2) VALUE SPACES.
           05 QS-EFF        PIC X(8).
           05 FILL          PIC X(2) VALUE SPACES.
           05 QS-VALUE      PIC ZZ,ZZZ,ZZ9.99.

       01  QUOTE-SHOW-TOTAL.
           05 FILL          PIC X(28) VALUE "BASKET TOTAL".
           05 QT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

       01  HISTORY-LINE.
           05 HL-FIRST-LBL  PIC X(7) VALUE "FIRST: ".
           "  SKIPPED: NEG BASE/FRAC EXP".

       PROCEDURE DIVISION.
           DISPLAY '[0] INTERACTIVE MODE | [1] BATCH FILE MODE | '
               '[2] TOY BASKET QUOTE: ' WITH NO ADVANCING.
           ACCEPT WS-MODE.

           IF WS-MODE = 1 THEN
               STOP RUN
           END-IF.

           IF WS-MODE = 2 THEN
               PERFORM QUOTE-MODE
               STOP RUN
           END-IF.

           PERFORM BASIC-CALCULATOR

           PERFORM UNTIL WS-RUN = 0
               END-IF
               WRITE HISTORY-OUT FROM HISTORY-LINE
               CLOSE HISTORY-FILE.
                   

           QUOTE-MODE.
               PERFORM LOAD-PRICES
               MOVE 9 TO WS-QUOTE-CHOICE
               PERFORM UNTIL WS-QUOTE-CHOICE = 0
                   DISPLAY '=================================='
                   DISPLAY '         TOY BASKET QUOTE         '
                   DISPLAY '=================================='
                   DISPLAY '[1] NEW QUOTE | [2] RECALL QUOTE | '
                       '[0] EXIT: ' WITH NO ADVANCING
                   ACCEPT WS-QUOTE-CHOICE
                   EVALUATE WS-QUOTE-CHOICE
                       WHEN 1
                           PERFORM NEW-QUOTE
                       WHEN 2
                           PERFORM RECALL-QUOTE
                       WHEN 0
                           DISPLAY 'PROGRAM ENDS...'
                       WHEN OTHER
                           DISPLAY '0, 1 OR 2 ONLY'
                   END-EVALUATE
               END-PERFORM.

           LOAD-PRICES.
               OPEN INPUT PRICE-FILE
               IF WS-PRICE-STATUS = "35" THEN
                   DISPLAY
                       "PRICE.DAT NOT FOUND -- USING BUILT-IN PRICES"
               ELSE
                   PERFORM UNTIL WS-PRICE-EOF = 'Y'
                       READ PRICE-FILE
                           AT END
                               MOVE 'Y' TO WS-PRICE-EOF
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
                      AND WS-PRC-DATE(WS-PRC-IDX) <= WS-QUOTE-ASOF
                      AND WS-PRC-DATE(WS-PRC-IDX) >= WS-EFF-BEST THEN
                       MOVE WS-PRC-DATE(WS-PRC-IDX) TO WS-EFF-BEST
                       MOVE WS-PRC-PRICE(WS-PRC-IDX) TO WS-EFF-PRICE
                   END-IF
               END-PERFORM.

           NEW-QUOTE.
               ACCEPT WS-QUOTE-TODAY FROM DATE YYYYMMDD
               DISPLAY 'PRICE AS OF DATE (YYYYMMDD, BLANK=TODAY): '
                   WITH NO ADVANCING
               ACCEPT WS-QUOTE-DATE-IN
               MOVE 'Y' TO WS-QUOTE-DATE-OK
               IF WS-QUOTE-DATE-IN = SPACES THEN
                   MOVE WS-QUOTE-TODAY TO WS-QUOTE-ASOF
               ELSE IF WS-QUOTE-DATE-IN IS NUMERIC THEN
                   MOVE WS-QUOTE-DATE-IN TO WS-QUOTE-ASOF
                   IF WS-QUOTE-ASOF(5:2) < "01"
                      OR WS-QUOTE-ASOF(5:2) > "12"
                      OR WS-QUOTE-ASOF(7:2) < "01"
                      OR WS-QUOTE-ASOF(7:2) > "31" THEN
                       MOVE 'N' TO WS-QUOTE-DATE-OK
                   END-IF
               ELSE
                   MOVE 'N' TO WS-QUOTE-DATE-OK
               END-IF
               END-IF
               IF WS-QUOTE-DATE-OK = 'N' THEN
                   DISPLAY 'DATE MUST BE YYYYMMDD -- QUOTE CANCELLED'
               ELSE
                   MOVE 0 TO WS-QB-COUNT
                   MOVE 0 TO WS-QUOTE-TOTAL
                   MOVE 'N' TO WS-QUOTE-DONE
                   PERFORM UNTIL WS-QUOTE-DONE = 'Y'
                       PERFORM ADD-BASKET-LINE
                   END-PERFORM
                   IF WS-QB-COUNT = 0 THEN
                       DISPLAY 'NO TOYS IN THE BASKET -- NOTHING QUOTED'
                   ELSE
                       MOVE 0 TO WS-QUOTE-NO
                       PERFORM SHOW-QUOTE
                       DISPLAY 'SAVE THIS QUOTE TO HISTORY (Y/N)? '
                           WITH NO ADVANCING
                       ACCEPT WS-QUOTE-SAVE
                       IF WS-QUOTE-SAVE = 'Y' OR WS-QUOTE-SAVE = 'y'
                           THEN
                           PERFORM SAVE-QUOTE
                       ELSE
                           DISPLAY 'QUOTE NOT SAVED.'
                       END-IF
                   END-IF
               END-IF.

           ADD-BASKET-LINE.
               DISPLAY 'TOY TYPE (A/B/C/D, BLANK=DONE): '
                   WITH NO ADVANCING
               MOVE SPACE TO WS-QUOTE-TYPE
               ACCEPT WS-QUOTE-TYPE
               INSPECT WS-QUOTE-TYPE CONVERTING 'abcd' TO 'ABCD'
               IF WS-QUOTE-TYPE = SPACE THEN
                   MOVE 'Y' TO WS-QUOTE-DONE
               ELSE IF WS-QUOTE-TYPE NOT = 'A' AND NOT = 'B'
                   AND NOT = 'C' AND NOT = 'D' THEN
                   DISPLAY 'TOY TYPE MUST BE A, B, C OR D.'
               ELSE
                   DISPLAY 'QUANTITY (1-99999): ' WITH NO ADVANCING
                   ACCEPT WS-QUOTE-QTY-IN
                   MOVE FUNCTION NUMVAL(WS-QUOTE-QTY-IN)
                       TO WS-QUOTE-QTY
                   IF WS-QUOTE-QTY < 1 OR WS-QUOTE-QTY > 99999 THEN
                       DISPLAY 'QUANTITY MUST BE 1 TO 99999.'
                   ELSE
                       PERFORM PRICE-BASKET-LINE
                   END-IF
               END-IF
               END-IF.

           PRICE-BASKET-LINE.
               MOVE 0 TO WS-QB-FOUND
               PERFORM VARYING WS-QB-IDX FROM 1 BY 1
                   UNTIL WS-QB-IDX > WS-QB-COUNT
                   IF WS-QB-TYPE(WS-QB-IDX) = WS-QUOTE-TYPE THEN
                       MOVE WS-QB-IDX TO WS-QB-FOUND
                   END-IF
               END-PERFORM
               IF WS-QB-FOUND = 0 THEN
                   ADD 1 TO WS-QB-COUNT
                   MOVE WS-QB-COUNT TO WS-QB-FOUND
                   MOVE WS-QUOTE-TYPE TO WS-QB-TYPE(WS-QB-FOUND)
                   MOVE 0 TO WS-QB-QTY(WS-QB-FOUND)
                   MOVE 0 TO WS-QB-VALUE(WS-QB-FOUND)
               END-IF
               IF WS-QB-QTY(WS-QB-FOUND) + WS-QUOTE-QTY > 99999 THEN
                   DISPLAY 'QUANTITY FOR THIS TYPE WOULD EXCEED 99999'
                       ' -- LINE NOT ADDED.'
               ELSE
                   MOVE WS-QUOTE-TYPE TO WS-LOOK-TYPE
                   PERFORM GET-EFFECTIVE-PRICE
                   ADD WS-QUOTE-QTY TO WS-QB-QTY(WS-QB-FOUND)
                   MOVE WS-EFF-PRICE TO WS-QB-PRICE(WS-QB-FOUND)
                   IF WS-EFF-BEST = 0 THEN
                       MOVE "BUILT-IN" TO WS-QB-EFF(WS-QB-FOUND)
                   ELSE
                       MOVE WS-EFF-BEST TO WS-QB-EFF(WS-QB-FOUND)
                   END-IF
                   SUBTRACT WS-QB-VALUE(WS-QB-FOUND)
                       FROM WS-QUOTE-TOTAL
                   COMPUTE WS-QB-VALUE(WS-QB-FOUND) =
                       WS-QB-QTY(WS-QB-FOUND) * WS-QB-PRICE(WS-QB-FOUND)
                   ADD WS-QB-VALUE(WS-QB-FOUND) TO WS-QUOTE-TOTAL
                   MOVE WS-QB-FOUND TO WS-QB-IDX
                   PERFORM FILL-SHOW-LINE
                   DISPLAY QUOTE-SHOW-LINE
               END-IF.

           FILL-SHOW-LINE.
               MOVE WS-QB-TYPE(WS-QB-IDX) TO QS-TYPE
               EVALUATE WS-QB-TYPE(WS-QB-IDX)
                   WHEN 'A'
                       MOVE "SOFT" TO QS-DESC
                   WHEN 'B'
                       MOVE "HARD" TO QS-DESC
                   WHEN 'C'
                       MOVE "PUZZ" TO QS-DESC
                   WHEN 'D'
                       MOVE "ELEC" TO QS-DESC
                   WHEN OTHER
                       MOVE SPACES TO QS-DESC
               END-EVALUATE
               MOVE WS-QB-QTY(WS-QB-IDX) TO QS-QTY
               MOVE WS-QB-PRICE(WS-QB-IDX) TO QS-PRICE
               MOVE WS-QB-EFF(WS-QB-IDX) TO QS-EFF
               MOVE WS-QB-VALUE(WS-QB-IDX) TO QS-VALUE.

           SHOW-QUOTE.
               DISPLAY '=================================='
               IF WS-QUOTE-NO = 0 THEN
                   DISPLAY 'TOY BASKET QUOTE -- PRICES AS OF '
                       WS-QUOTE-ASOF
               ELSE
                   DISPLAY 'TOY BASKET QUOTE NO. ' WS-QUOTE-NO
                       ' -- PRICES AS OF ' WS-QUOTE-ASOF
               END-IF
               DISPLAY '----------------------------------'
               DISPLAY QUOTE-SHOW-HEAD
               PERFORM VARYING WS-QB-IDX FROM 1 BY 1
                   UNTIL WS-QB-IDX > WS-QB-COUNT
                   PERFORM FILL-SHOW-LINE
                   DISPLAY QUOTE-SHOW-LINE
               END-PERFORM
               MOVE WS-QUOTE-TOTAL TO QT-TOTAL
               DISPLAY '----------------------------------'
               DISPLAY QUOTE-SHOW-TOTAL
               DISPLAY '=================================='.

           SAVE-QUOTE.
               PERFORM FIND-LAST-QUOTE-NO
               ADD 1 TO WS-QUOTE-NO
               MOVE WS-QUOTE-NO TO QH-NO
               MOVE WS-QUOTE-TODAY TO QH-MADE
               MOVE WS-QUOTE-ASOF TO QH-ASOF
               MOVE WS-QB-COUNT TO QH-LINES
               MOVE WS-QUOTE-TOTAL TO QH-TOTAL
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS = "35" THEN
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               WRITE HISTORY-OUT FROM QUOTE-HEAD-LINE
               PERFORM VARYING WS-QB-IDX FROM 1 BY 1
                   UNTIL WS-QB-IDX > WS-QB-COUNT
                   MOVE WS-QUOTE-NO TO QI-NO
                   MOVE WS-QB-IDX TO QI-SEQ
                   MOVE WS-QB-TYPE(WS-QB-IDX) TO QI-TYPE
                   MOVE WS-QB-QTY(WS-QB-IDX) TO QI-QTY
                   MOVE WS-QB-PRICE(WS-QB-IDX) TO QI-PRICE
                   MOVE WS-QB-EFF(WS-QB-IDX) TO QI-EFF
                   MOVE WS-QB-VALUE(WS-QB-IDX) TO QI-VALUE
                   WRITE HISTORY-OUT FROM QUOTE-ITEM-LINE
               END-PERFORM
               CLOSE HISTORY-FILE
               DISPLAY 'SAVED AS QUOTE NO. ' WS-QUOTE-NO.

           FIND-LAST-QUOTE-NO.
               MOVE 0 TO WS-QUOTE-NO
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "35" THEN
                   MOVE 'N' TO WS-HIST-EOF
                   PERFORM UNTIL WS-HIST-EOF = 'Y'
                       READ HISTORY-FILE
                           AT END
                               MOVE 'Y' TO WS-HIST-EOF
                           NOT AT END
                               IF HISTORY-OUT(1:6) = "QUOTE "
                                  AND HISTORY-OUT(13:6) = " MADE "
                                  AND HISTORY-OUT(7:6) IS NUMERIC
                                  THEN
                                   MOVE HISTORY-OUT TO QUOTE-HEAD-LINE
                                   IF QH-NO > WS-QUOTE-NO THEN
                                       MOVE QH-NO TO WS-QUOTE-NO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF.

           RECALL-QUOTE.
               DISPLAY 'QUOTE NO. TO RECALL: ' WITH NO ADVANCING
               ACCEPT WS-RECALL-IN
               MOVE FUNCTION NUMVAL(WS-RECALL-IN) TO WS-RECALL-NO
               MOVE 'N' TO WS-QUOTE-FOUND
               MOVE 0 TO WS-QB-COUNT
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = "35" THEN
                   DISPLAY 'HISTORY.LOG NOT FOUND -- NO SAVED QUOTES'
               ELSE
                   MOVE 'N' TO WS-HIST-EOF
                   PERFORM UNTIL WS-HIST-EOF = 'Y'
                       READ HISTORY-FILE
                           AT END
                               MOVE 'Y' TO WS-HIST-EOF
                           NOT AT END
                               PERFORM RECALL-HISTORY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
                   IF WS-QUOTE-FOUND = 'N' THEN
                       DISPLAY 'QUOTE NO. ' WS-RECALL-NO
                           ' NOT FOUND IN HISTORY.LOG'
                   ELSE
                       MOVE WS-RECALL-NO TO WS-QUOTE-NO
                       PERFORM SHOW-QUOTE
                       DISPLAY 'QUOTE MADE ' QH-MADE
                           ' -- PRICES SHOWN AS SAVED.'
                   END-IF
               END-IF.

           RECALL-HISTORY-LINE.
               IF HISTORY-OUT(1:6) = "QUOTE "
                  AND HISTORY-OUT(7:6) = WS-RECALL-NO THEN
                   IF HISTORY-OUT(13:6) = " MADE " THEN
                       MOVE 'Y' TO WS-QUOTE-FOUND
                       MOVE HISTORY-OUT TO QUOTE-HEAD-LINE
                       MOVE QH-ASOF TO WS-QUOTE-ASOF
                       MOVE FUNCTION NUMVAL(QH-TOTAL)
                           TO WS-QUOTE-TOTAL
                   ELSE IF HISTORY-OUT(13:2) = " L"
                       AND WS-QB-COUNT < 4 THEN
                       MOVE HISTORY-OUT TO QUOTE-ITEM-LINE
                       ADD 1 TO WS-QB-COUNT
                       MOVE QI-TYPE TO WS-QB-TYPE(WS-QB-COUNT)
                       MOVE QI-QTY TO WS-QB-QTY(WS-QB-COUNT)
                       MOVE FUNCTION NUMVAL(QI-PRICE)
                           TO WS-QB-PRICE(WS-QB-COUNT)
                       MOVE QI-EFF TO WS-QB-EFF(WS-QB-COUNT)
                       MOVE FUNCTION NUMVAL(QI-VALUE)
                           TO WS-QB-VALUE(WS-QB-COUNT)
                   END-IF
                   END-IF
               END-IF.
