       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-RECALL.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT INTRANSIT-FILE
           ASSIGN TO 'intransit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IT-STATUS.

       SELECT KID-MASTER-FILE
           ASSIGN TO 'kidmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KM-STATUS.

       SELECT RECALL-FILE
           ASSIGN DYNAMIC WS-RECALL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RECALL-FILE.
       01  RECALL-OUT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(70) VALUE ALL "=".
       01  DIVIDER-3       PIC X(70) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-LOTREG-STATUS PIC X(2).
       01  WS-LOTBAL-STATUS PIC X(2).
       01  WS-LOTTRL-STATUS PIC X(2).
       01  WS-IT-STATUS    PIC X(2).
       01  WS-KM-STATUS    PIC X(2).
       01  WS-RECALL-FILENAME PIC X(60).

       01  WS-MODE         PIC X(1).
       01  WS-IN-LOT       PIC X(7).
       01  WS-SEL-LOT      PIC 9(7) VALUE 0.
       01  WS-IN-DONOR     PIC X(4).
       01  WS-IN-FROM      PIC X(8).
       01  WS-IN-TO        PIC X(8).
       01  WS-IN-TYPE      PIC X(1).
       01  WS-FROM-DATE    PIC 9(8).
       01  WS-TO-DATE      PIC 9(8).
       01  WS-MATCH        PIC A(1).

       01  WS-SEL-TABLE.
           05 WS-SEL-COUNT PIC 9(4) VALUE 0.
           05 WS-SEL-ENTRY OCCURS 2000 TIMES.
               10 WS-SEL-NO     PIC 9(7).
               10 WS-SEL-DATE   PIC 9(8).
               10 WS-SEL-BRANCH PIC A(2).
               10 WS-SEL-TYPE   PIC A(1).
               10 WS-SEL-DONOR  PIC X(4).
               10 WS-SEL-QTY    PIC 9(4).
       01  WS-SEL-IDX      PIC 9(4).
       01  WS-SEL-FOUND    PIC A(1).

       01  WS-KM-TABLE.
           05 WS-KM-COUNT  PIC 9(4) VALUE 0.
           05 WS-KM-ENTRY OCCURS 5000 TIMES.
               10 WS-KM-ID       PIC 9(4).
               10 WS-KM-BRANCH   PIC A(2).
               10 WS-KM-NAME     PIC X(20).
       01  WS-KM-IDX       PIC 9(4).
       01  WS-KID-NAME     PIC X(20).

       01  WS-HIT-TABLE.
           05 WS-HIT-COUNT PIC 9(5) VALUE 0.
           05 WS-HIT-ENTRY OCCURS 10000 TIMES.
               10 WS-HIT-BRANCH PIC A(2).
               10 WS-HIT-ID     PIC 9(4).
               10 WS-HIT-TYPE   PIC A(1).
               10 WS-HIT-QTY    PIC 9(6).
               10 WS-HIT-FIRST  PIC 9(8).
               10 WS-HIT-LAST   PIC 9(8).
       01  WS-HIT-IDX      PIC 9(5).
       01  WS-HIT-IDX-2    PIC 9(5).
       01  WS-HIT-FOUND    PIC 9(5).
       01  WS-HIT-SWAP     PIC X(29).

       01  WS-BR-TABLE.
           05 WS-BR-COUNT  PIC 9(3) VALUE 0.
           05 WS-BR-ENTRY OCCURS 200 TIMES.
               10 WS-BR-CODE    PIC A(2).
               10 WS-BR-ONHAND  PIC 9(7).
               10 WS-BR-TRANSIT PIC 9(7).
       01  WS-BR-IDX       PIC 9(3).
       01  WS-BR-IDX-2     PIC 9(3).
       01  WS-BR-FOUND     PIC 9(3).
       01  WS-BR-SWAP      PIC X(16).
       01  WS-FIND-BRANCH  PIC A(2).

       01  WS-BR-KIDS      PIC 9(6).
       01  WS-BR-TOYS      PIC 9(7).
       01  WS-TOT-KIDS     PIC 9(6) VALUE 0.
       01  WS-TOT-TOYS     PIC 9(7) VALUE 0.
       01  WS-TOT-ONHAND   PIC 9(7) VALUE 0.
       01  WS-TOT-TRANSIT  PIC 9(7) VALUE 0.
       01  WS-TOT-RCVD     PIC 9(7) VALUE 0.
       01  WS-TYPE-CODE    PIC A(1).
       01  WS-TYPE-NAME    PIC X(4).
       01  WS-NEW-KID      PIC A(1).

       01  RC-TITLE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(30) VALUE
               "TOY LOT RECALL TRACE".
       01  RC-LOT-CRIT-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(12) VALUE "LOT NUMBER: ".
           05 RL-LOT       PIC 9(7).
       01  RC-DONOR-CRIT-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(7) VALUE "DONOR: ".
           05 RD-DONOR     PIC X(4).
           05 FILL         PIC X(16) VALUE "  RECEIVED FROM ".
           05 RD-FROM      PIC 9(8).
           05 FILL         PIC X(4) VALUE " TO ".
           05 RD-TO        PIC 9(8).
           05 FILL         PIC X(8) VALUE "  TYPE: ".
           05 RD-TYPE      PIC X(4).
       01  RC-LOT-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "LOTS SELECTED:".
       01  RC-LOT-COL-HDR.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(9) VALUE "LOT NO.  ".
           05 FILL         PIC X(10) VALUE "RECEIVED  ".
           05 FILL         PIC X(8) VALUE "BRANCH  ".
           05 FILL         PIC X(6) VALUE "TYPE  ".
           05 FILL         PIC X(7) VALUE "DONOR  ".
           05 FILL         PIC X(5) VALUE "  QTY".
       01  RC-LOT-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 RS-LOT       PIC 9(7).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RS-DATE      PIC 9(8).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RS-BRANCH    PIC A(2).
           05 FILL         PIC X(6) VALUE SPACES.
           05 RS-TYPE      PIC X(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RS-DONOR     PIC X(4).
           05 FILL         PIC X(3) VALUE SPACES.
           05 RS-QTY       PIC Z(4)9.
       01  RC-BRANCH-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(8) VALUE "BRANCH: ".
           05 RB-BRANCH    PIC A(2).
       01  RC-KID-COL-HDR.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(6) VALUE "KID   ".
           05 FILL         PIC X(22) VALUE "NAME".
           05 FILL         PIC X(6) VALUE "TYPE  ".
           05 FILL         PIC X(6) VALUE "   QTY".
           05 FILL         PIC X(10) VALUE "  FIRST   ".
           05 FILL         PIC X(10) VALUE "  LAST    ".
       01  RC-KID-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 RK-ID        PIC 9(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RK-NAME      PIC X(20).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RK-TYPE      PIC X(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RK-QTY       PIC Z(5)9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 RK-FIRST     PIC 9(8).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RK-LAST      PIC 9(8).
       01  RC-BR-TOTAL-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(7) VALUE "KIDS: ".
           05 RT-KIDS      PIC Z(5)9.
           05 FILL         PIC X(15) VALUE "  TOYS ISSUED: ".
           05 RT-TOYS      PIC Z(6)9.
           05 FILL         PIC X(17) VALUE "  STILL ON HAND: ".
           05 RT-ONHAND    PIC Z(6)9.
       01  RC-BR-TRANSIT-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(27) VALUE
               "IN TRANSIT TO THIS BRANCH: ".
           05 RT-TRANSIT   PIC Z(6)9.
       01  RC-NONE-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "NO KIDS RECEIVED TOYS FROM THESE LOTS".
       01  RC-GRAND-LINE-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(18) VALUE "TOTAL RECEIVED:   ".
           05 RG-RCVD      PIC Z(6)9.
           05 FILL         PIC X(18) VALUE "  STILL ON HAND:  ".
           05 RG-ONHAND    PIC Z(6)9.
           05 FILL         PIC X(18) VALUE "  IN TRANSIT:     ".
           05 RG-TRANSIT   PIC Z(6)9.
       01  RC-GRAND-LINE-2.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(18) VALUE "KIDS AFFECTED:    ".
           05 RG-KIDS      PIC Z(6)9.
           05 FILL         PIC X(18) VALUE "  TOYS ISSUED:    ".
           05 RG-TOYS      PIC Z(6)9.

       PROCEDURE DIVISION.
           DISPLAY "RECALL BY 1 = LOT NUMBER, 2 = DONOR/DATES/TYPE: "
               WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN '1'
                   PERFORM ACCEPT-LOT-CRITERIA
               WHEN '2'
                   PERFORM ACCEPT-DONOR-CRITERIA
               WHEN OTHER
                   DISPLAY "MODE MUST BE 1 OR 2 -- NOTHING PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM LOAD-SELECTED-LOTS
           IF WS-SEL-COUNT = 0 THEN
               DISPLAY "NO LOTS ON LOTREG.DAT MATCH -- NOTHING "
                   "PRODUCED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-KID-MASTER
           PERFORM LOAD-TRAIL-HITS
           PERFORM LOAD-ON-HAND
           PERFORM LOAD-IN-TRANSIT
           PERFORM SORT-BRANCHES
           PERFORM SORT-HITS

           OPEN OUTPUT RECALL-FILE
           PERFORM WRITE-RECALL-HEADER
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM WRITE-BRANCH-SECTION
           END-PERFORM
           WRITE RECALL-OUT FROM DIVIDER-1
           MOVE WS-TOT-RCVD TO RG-RCVD
           MOVE WS-TOT-ONHAND TO RG-ONHAND
           MOVE WS-TOT-TRANSIT TO RG-TRANSIT
           WRITE RECALL-OUT FROM RC-GRAND-LINE-1
           MOVE WS-TOT-KIDS TO RG-KIDS
           MOVE WS-TOT-TOYS TO RG-TOYS
           WRITE RECALL-OUT FROM RC-GRAND-LINE-2
           WRITE RECALL-OUT FROM DIVIDER-1
           CLOSE RECALL-FILE

           DISPLAY "RECALL TRACE WRITTEN TO " WS-RECALL-FILENAME
           DISPLAY "LOTS: " WS-SEL-COUNT "  KIDS: " WS-TOT-KIDS
               "  ON HAND: " WS-TOT-ONHAND
               "  IN TRANSIT: " WS-TOT-TRANSIT

           STOP RUN.

           ACCEPT-LOT-CRITERIA.
               DISPLAY "LOT NUMBER: " WITH NO ADVANCING
               ACCEPT WS-IN-LOT
               IF FUNCTION TRIM(WS-IN-LOT) IS NOT NUMERIC THEN
                   DISPLAY "LOT NUMBER MUST BE NUMERIC -- NOTHING "
                       "PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-IN-LOT) TO WS-SEL-LOT
               MOVE SPACES TO WS-RECALL-FILENAME
               STRING "recall_lot_" WS-SEL-LOT ".txt"
                   DELIMITED BY SIZE INTO WS-RECALL-FILENAME.

           ACCEPT-DONOR-CRITERIA.
               DISPLAY "DONOR CODE: " WITH NO ADVANCING
               ACCEPT WS-IN-DONOR
               DISPLAY "RECEIVED FROM (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-IN-FROM
               DISPLAY "RECEIVED TO (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-IN-TO
               DISPLAY "TOY TYPE (A/B/C/D, * FOR ALL): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-TYPE
               IF WS-IN-DONOR = SPACES THEN
                   DISPLAY "DONOR CODE REQUIRED -- NOTHING PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-IN-FROM IS NOT NUMERIC
                  OR WS-IN-TO IS NOT NUMERIC THEN
                   DISPLAY "DATES MUST BE YYYYMMDD -- NOTHING "
                       "PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-IN-FROM TO WS-FROM-DATE
               MOVE WS-IN-TO TO WS-TO-DATE
               IF WS-FROM-DATE > WS-TO-DATE THEN
                   DISPLAY "FROM DATE IS AFTER TO DATE -- NOTHING "
                       "PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-IN-TYPE = SPACE THEN
                   MOVE '*' TO WS-IN-TYPE
               END-IF
               IF WS-IN-TYPE NOT = '*' AND WS-IN-TYPE NOT = 'A'
                  AND WS-IN-TYPE NOT = 'B' AND WS-IN-TYPE NOT = 'C'
                  AND WS-IN-TYPE NOT = 'D' THEN
                   DISPLAY "TOY TYPE MUST BE A, B, C, D OR * -- "
                       "NOTHING PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-RECALL-FILENAME
               STRING "recall_" FUNCTION TRIM(WS-IN-DONOR) "_"
                   WS-IN-FROM "_" WS-IN-TO ".txt"
                   DELIMITED BY SIZE INTO WS-RECALL-FILENAME.

           LOAD-SELECTED-LOTS.
               OPEN INPUT LOT-REGISTER-FILE
               IF WS-LOTREG-STATUS = "35" THEN
                   DISPLAY "LOTREG.DAT NOT FOUND -- NO LOTS RECORDED"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ LOT-REGISTER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM SELECT-ONE-LOT
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE LOT-REGISTER-FILE
               END-IF.

           SELECT-ONE-LOT.
               MOVE 'N' TO WS-MATCH
               IF WS-MODE = '1' THEN
                   IF LR-LOT = WS-SEL-LOT THEN
                       MOVE 'Y' TO WS-MATCH
                   END-IF
               ELSE
                   IF LR-DONOR = WS-IN-DONOR
                      AND LR-DATE >= WS-FROM-DATE
                      AND LR-DATE <= WS-TO-DATE
                      AND (WS-IN-TYPE = '*'
                           OR LR-TOYTYPE = WS-IN-TYPE) THEN
                       MOVE 'Y' TO WS-MATCH
                   END-IF
               END-IF
               IF WS-MATCH = 'Y' THEN
                   IF WS-SEL-COUNT < 2000 THEN
                       ADD 1 TO WS-SEL-COUNT
                       MOVE LR-LOT TO WS-SEL-NO(WS-SEL-COUNT)
                       MOVE LR-DATE TO WS-SEL-DATE(WS-SEL-COUNT)
                       MOVE LR-BRANCH TO WS-SEL-BRANCH(WS-SEL-COUNT)
                       MOVE LR-TOYTYPE TO WS-SEL-TYPE(WS-SEL-COUNT)
                       MOVE LR-DONOR TO WS-SEL-DONOR(WS-SEL-COUNT)
                       MOVE LR-QTY TO WS-SEL-QTY(WS-SEL-COUNT)
                       ADD LR-QTY TO WS-TOT-RCVD
                       MOVE LR-BRANCH TO WS-FIND-BRANCH
                       PERFORM FIND-BRANCH-ENTRY
                   ELSE
                       DISPLAY "MORE THAN 2000 LOTS MATCH -- LOT "
                           LR-LOT " NOT TRACED"
                   END-IF
               END-IF.

           LOAD-KID-MASTER.
               OPEN INPUT KID-MASTER-FILE
               IF WS-KM-STATUS = "35" THEN
                   DISPLAY "KIDMAST.DAT NOT FOUND -- NAMES NOT "
                       "AVAILABLE"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ KID-MASTER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-KM-COUNT < 5000 THEN
                                   ADD 1 TO WS-KM-COUNT
                                   MOVE KM-ID TO WS-KM-ID(WS-KM-COUNT)
                                   MOVE KM-BRANCH
                                       TO WS-KM-BRANCH(WS-KM-COUNT)
                                   MOVE KM-NAME
                                       TO WS-KM-NAME(WS-KM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE KID-MASTER-FILE
               END-IF.

           FIND-SELECTED-LOT.
               MOVE 'N' TO WS-SEL-FOUND
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
                      OR WS-SEL-FOUND = 'Y'
                   IF WS-SEL-NO(WS-SEL-IDX) = WS-SEL-LOT THEN
                       MOVE 'Y' TO WS-SEL-FOUND
                   END-IF
               END-PERFORM.

           LOAD-TRAIL-HITS.
               OPEN INPUT LOT-TRAIL-FILE
               IF WS-LOTTRL-STATUS = "35" THEN
                   DISPLAY "LOTTRAIL.DAT NOT FOUND -- NO ISSUES "
                       "TRACED"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ LOT-TRAIL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF LT-LOT IS NUMERIC AND LT-LOT > 0
                                  AND LT-SOURCE NOT = 'R' THEN
                                   MOVE LT-LOT TO WS-SEL-LOT
                                   PERFORM FIND-SELECTED-LOT
                                   IF WS-SEL-FOUND = 'Y' THEN
                                       PERFORM ADD-TRAIL-HIT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE LOT-TRAIL-FILE
               END-IF.

           ADD-TRAIL-HIT.
               MOVE 0 TO WS-HIT-FOUND
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
                      OR WS-HIT-FOUND > 0
                   IF WS-HIT-BRANCH(WS-HIT-IDX) = LT-BRANCH
                      AND WS-HIT-ID(WS-HIT-IDX) = LT-ID
                      AND WS-HIT-TYPE(WS-HIT-IDX) = LT-TOYTYPE THEN
                       MOVE WS-HIT-IDX TO WS-HIT-FOUND
                   END-IF
               END-PERFORM
               IF WS-HIT-FOUND = 0 THEN
                   IF WS-HIT-COUNT < 10000 THEN
                       ADD 1 TO WS-HIT-COUNT
                       MOVE WS-HIT-COUNT TO WS-HIT-FOUND
                       MOVE LT-BRANCH TO WS-HIT-BRANCH(WS-HIT-FOUND)
                       MOVE LT-ID TO WS-HIT-ID(WS-HIT-FOUND)
                       MOVE LT-TOYTYPE TO WS-HIT-TYPE(WS-HIT-FOUND)
                       MOVE 0 TO WS-HIT-QTY(WS-HIT-FOUND)
                       MOVE LT-DATE TO WS-HIT-FIRST(WS-HIT-FOUND)
                       MOVE LT-DATE TO WS-HIT-LAST(WS-HIT-FOUND)
                       MOVE LT-BRANCH TO WS-FIND-BRANCH
                       PERFORM FIND-BRANCH-ENTRY
                   ELSE
                       DISPLAY "MORE THAN 10000 KID/TYPE HITS -- "
                           "TRAIL LINE FOR KID " LT-ID " DROPPED"
                   END-IF
               END-IF
               IF WS-HIT-FOUND > 0 THEN
                   ADD LT-QTY TO WS-HIT-QTY(WS-HIT-FOUND)
                   IF LT-DATE < WS-HIT-FIRST(WS-HIT-FOUND) THEN
                       MOVE LT-DATE TO WS-HIT-FIRST(WS-HIT-FOUND)
                   END-IF
                   IF LT-DATE > WS-HIT-LAST(WS-HIT-FOUND) THEN
                       MOVE LT-DATE TO WS-HIT-LAST(WS-HIT-FOUND)
                   END-IF
               END-IF.

           LOAD-ON-HAND.
               OPEN INPUT LOT-BALANCE-FILE
               IF WS-LOTBAL-STATUS = "35" THEN
                   DISPLAY "LOTBAL.DAT NOT FOUND -- ON-HAND "
                       "QUANTITIES NOT AVAILABLE"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ LOT-BALANCE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE LB-LOT TO WS-SEL-LOT
                               PERFORM FIND-SELECTED-LOT
                               IF WS-SEL-FOUND = 'Y'
                                  AND LB-QTY IS NUMERIC THEN
                                   MOVE LB-BRANCH TO WS-FIND-BRANCH
                                   PERFORM FIND-BRANCH-ENTRY
                                   IF WS-BR-FOUND > 0 THEN
                                       ADD LB-QTY
                                           TO WS-BR-ONHAND(WS-BR-FOUND)
                                   END-IF
                                   ADD LB-QTY TO WS-TOT-ONHAND
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE LOT-BALANCE-FILE
               END-IF.

           LOAD-IN-TRANSIT.
               OPEN INPUT INTRANSIT-FILE
               IF WS-IT-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ INTRANSIT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF IT-LOT IS NUMERIC AND IT-LOT > 0
                                  AND IT-QTY IS NUMERIC THEN
                                   MOVE IT-LOT TO WS-SEL-LOT
                                   PERFORM FIND-SELECTED-LOT
                                   IF WS-SEL-FOUND = 'Y' THEN
                                       MOVE IT-TO TO WS-FIND-BRANCH
                                       PERFORM FIND-BRANCH-ENTRY
                                       IF WS-BR-FOUND > 0 THEN
                                           ADD IT-QTY TO
                                             WS-BR-TRANSIT(WS-BR-FOUND)
                                       END-IF
                                       ADD IT-QTY TO WS-TOT-TRANSIT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE INTRANSIT-FILE
               END-IF.

           FIND-BRANCH-ENTRY.
               MOVE 0 TO WS-BR-FOUND
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-FOUND > 0
                   IF WS-BR-CODE(WS-BR-IDX) = WS-FIND-BRANCH THEN
                       MOVE WS-BR-IDX TO WS-BR-FOUND
                   END-IF
               END-PERFORM
               IF WS-BR-FOUND = 0 AND WS-BR-COUNT < 200 THEN
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-FIND-BRANCH TO WS-BR-CODE(WS-BR-COUNT)
                   MOVE 0 TO WS-BR-ONHAND(WS-BR-COUNT)
                   MOVE 0 TO WS-BR-TRANSIT(WS-BR-COUNT)
                   MOVE WS-BR-COUNT TO WS-BR-FOUND
               END-IF.

           SORT-BRANCHES.
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX >= WS-BR-COUNT
                   PERFORM VARYING WS-BR-IDX-2 FROM WS-BR-IDX BY 1
                       UNTIL WS-BR-IDX-2 > WS-BR-COUNT
                       IF WS-BR-CODE(WS-BR-IDX-2)
                          < WS-BR-CODE(WS-BR-IDX) THEN
                           MOVE WS-BR-ENTRY(WS-BR-IDX) TO WS-BR-SWAP
                           MOVE WS-BR-ENTRY(WS-BR-IDX-2)
                               TO WS-BR-ENTRY(WS-BR-IDX)
                           MOVE WS-BR-SWAP TO WS-BR-ENTRY(WS-BR-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           SORT-HITS.
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX >= WS-HIT-COUNT
                   PERFORM VARYING WS-HIT-IDX-2 FROM WS-HIT-IDX BY 1
                       UNTIL WS-HIT-IDX-2 > WS-HIT-COUNT
                       IF WS-HIT-ENTRY(WS-HIT-IDX-2)(1:7)
                          < WS-HIT-ENTRY(WS-HIT-IDX)(1:7) THEN
                           MOVE WS-HIT-ENTRY(WS-HIT-IDX)
                               TO WS-HIT-SWAP
                           MOVE WS-HIT-ENTRY(WS-HIT-IDX-2)
                               TO WS-HIT-ENTRY(WS-HIT-IDX)
                           MOVE WS-HIT-SWAP
                               TO WS-HIT-ENTRY(WS-HIT-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-RECALL-HEADER.
               WRITE RECALL-OUT FROM DIVIDER-1
               WRITE RECALL-OUT FROM RC-TITLE-LINE
               IF WS-MODE = '1' THEN
                   MOVE WS-SEL-NO(1) TO RL-LOT
                   WRITE RECALL-OUT FROM RC-LOT-CRIT-LINE
               ELSE
                   MOVE WS-IN-DONOR TO RD-DONOR
                   MOVE WS-FROM-DATE TO RD-FROM
                   MOVE WS-TO-DATE TO RD-TO
                   IF WS-IN-TYPE = '*' THEN
                       MOVE "ALL" TO RD-TYPE
                   ELSE
                       MOVE WS-IN-TYPE TO WS-TYPE-CODE
                       PERFORM SET-TYPE-NAME
                       MOVE WS-TYPE-NAME TO RD-TYPE
                   END-IF
                   WRITE RECALL-OUT FROM RC-DONOR-CRIT-LINE
               END-IF
               WRITE RECALL-OUT FROM DIVIDER-1
               WRITE RECALL-OUT FROM RC-LOT-HDR
               WRITE RECALL-OUT FROM RC-LOT-COL-HDR
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
                   MOVE WS-SEL-NO(WS-SEL-IDX) TO RS-LOT
                   MOVE WS-SEL-DATE(WS-SEL-IDX) TO RS-DATE
                   MOVE WS-SEL-BRANCH(WS-SEL-IDX) TO RS-BRANCH
                   MOVE WS-SEL-TYPE(WS-SEL-IDX) TO WS-TYPE-CODE
                   PERFORM SET-TYPE-NAME
                   MOVE WS-TYPE-NAME TO RS-TYPE
                   MOVE WS-SEL-DONOR(WS-SEL-IDX) TO RS-DONOR
                   MOVE WS-SEL-QTY(WS-SEL-IDX) TO RS-QTY
                   WRITE RECALL-OUT FROM RC-LOT-LINE
               END-PERFORM
               WRITE RECALL-OUT FROM DIVIDER-1.

           SET-TYPE-NAME.
               EVALUATE WS-TYPE-CODE
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

           WRITE-BRANCH-SECTION.
               MOVE WS-BR-CODE(WS-BR-IDX) TO RB-BRANCH
               WRITE RECALL-OUT FROM RC-BRANCH-LINE
               WRITE RECALL-OUT FROM DIVIDER-3
               MOVE 0 TO WS-BR-KIDS
               MOVE 0 TO WS-BR-TOYS
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
                   IF WS-HIT-BRANCH(WS-HIT-IDX)
                      = WS-BR-CODE(WS-BR-IDX) THEN
                       IF WS-BR-KIDS = 0 THEN
                           WRITE RECALL-OUT FROM RC-KID-COL-HDR
                       END-IF
                       PERFORM WRITE-KID-LINE
                   END-IF
               END-PERFORM
               IF WS-BR-TOYS = 0 THEN
                   WRITE RECALL-OUT FROM RC-NONE-LINE
               END-IF
               MOVE WS-BR-KIDS TO RT-KIDS
               MOVE WS-BR-TOYS TO RT-TOYS
               MOVE WS-BR-ONHAND(WS-BR-IDX) TO RT-ONHAND
               WRITE RECALL-OUT FROM DIVIDER-3
               WRITE RECALL-OUT FROM RC-BR-TOTAL-LINE
               IF WS-BR-TRANSIT(WS-BR-IDX) > 0 THEN
                   MOVE WS-BR-TRANSIT(WS-BR-IDX) TO RT-TRANSIT
                   WRITE RECALL-OUT FROM RC-BR-TRANSIT-LINE
               END-IF
               WRITE RECALL-OUT FROM DIVIDER-1.

           WRITE-KID-LINE.
               PERFORM CHECK-NEW-KID
               IF WS-NEW-KID = 'Y' THEN
                   ADD 1 TO WS-BR-KIDS
                   ADD 1 TO WS-TOT-KIDS
               END-IF
               MOVE SPACES TO WS-KID-NAME
               PERFORM VARYING WS-KM-IDX FROM 1 BY 1
                   UNTIL WS-KM-IDX > WS-KM-COUNT
                      OR WS-KID-NAME NOT = SPACES
                   IF WS-KM-ID(WS-KM-IDX) = WS-HIT-ID(WS-HIT-IDX)
                      AND WS-KM-BRANCH(WS-KM-IDX)
                          = WS-HIT-BRANCH(WS-HIT-IDX) THEN
                       MOVE WS-KM-NAME(WS-KM-IDX) TO WS-KID-NAME
                   END-IF
               END-PERFORM
               IF WS-KID-NAME = SPACES THEN
                   MOVE "(NOT ON KID MASTER)" TO WS-KID-NAME
               END-IF
               MOVE WS-HIT-ID(WS-HIT-IDX) TO RK-ID
               MOVE WS-KID-NAME TO RK-NAME
               MOVE WS-HIT-TYPE(WS-HIT-IDX) TO WS-TYPE-CODE
               PERFORM SET-TYPE-NAME
               MOVE WS-TYPE-NAME TO RK-TYPE
               MOVE WS-HIT-QTY(WS-HIT-IDX) TO RK-QTY
               MOVE WS-HIT-FIRST(WS-HIT-IDX) TO RK-FIRST
               MOVE WS-HIT-LAST(WS-HIT-IDX) TO RK-LAST
               WRITE RECALL-OUT FROM RC-KID-LINE
               ADD WS-HIT-QTY(WS-HIT-IDX) TO WS-BR-TOYS
               ADD WS-HIT-QTY(WS-HIT-IDX) TO WS-TOT-TOYS.

           CHECK-NEW-KID.
               MOVE 'Y' TO WS-NEW-KID
               IF WS-HIT-IDX > 1 THEN
                   IF WS-HIT-BRANCH(WS-HIT-IDX - 1)
                          = WS-HIT-BRANCH(WS-HIT-IDX)
                      AND WS-HIT-ID(WS-HIT-IDX - 1)
                          = WS-HIT-ID(WS-HIT-IDX) THEN
                       MOVE 'N' TO WS-NEW-KID
                   END-IF
               END-IF.
