           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.

       SELECT ADJ-HISTORY-FILE
           ASSIGN TO 'adjhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AH-STATUS.

       SELECT OPERATOR-FILE
           ASSIGN TO 'opermast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT SYSTEM-LOCK-FILE
           ASSIGN TO 'syslock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           05 CE-BRANCH    PIC A(2).
           05 CE-TOYTYPE   PIC A(1).
           05 CE-QTY       PIC 9(6).
           05 CE-COUNTED-BY PIC X(3).
           05 CE-COUNT-DATE PIC 9(8).

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 ADJ-BRANCH   PIC A(2).
           05 ADJ-TOYTYPE  PIC A(1).
           05 ADJ-QTY      PIC S9(6) SIGN LEADING SEPARATE.
           05 ADJ-COUNTED-BY PIC X(3).
           05 ADJ-APPROVED-BY PIC X(3).
           05 ADJ-DATE     PIC 9(8).

       FD  ADJ-HISTORY-FILE.
       01  ADJ-HISTORY-RECORD.
           05 AH-DATE      PIC 9(8).
           05 AH-BRANCH    PIC A(2).
           05 AH-TOYTYPE   PIC A(1).
           05 AH-QTY       PIC S9(6) SIGN LEADING SEPARATE.
           05 AH-COUNTED-BY PIC X(3).
           05 AH-COUNT-DATE PIC 9(8).
           05 AH-APPROVED-BY PIC X(3).
           05 AH-DISP      PIC X(1).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID       PIC X(3).
           05 OPR-PASSWORD PIC X(8).
           05 OPR-LEVEL    PIC 9(1).

       FD  SYSTEM-LOCK-FILE.
       01  SYSTEM-LOCK-RECORD.
           05 SL-STATE     PIC X(1).
           05 SL-HOLDER    PIC X(20).
           05 SL-DATE      PIC 9(8).
           05 SL-TIME      PIC 9(6).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(40) VALUE ALL "=".
       01  WS-COUNT-STATUS PIC X(2).
       01  WS-STOCK-STATUS PIC X(2).
       01  WS-ADJ-STATUS   PIC X(2).
       01  WS-AH-STATUS    PIC X(2).
       01  WS-OPERATOR     PIC X(3).
       01  WS-OPER-STATUS  PIC X(2).
       01  WS-OPER-EOF     PIC A(1).
       01  WS-OPER-LEVEL   PIC 9(1) VALUE 0.
       01  WS-SIGNON-OK    PIC A(1).
       01  WS-SIGNON-TRIES PIC 9(1).
       01  WS-INPUT-OPER   PIC X(3).
       01  WS-INPUT-PASS   PIC X(8).
       01  WS-LOCK-STATUS  PIC X(2).
       01  WS-LOCKED       PIC A(1) VALUE 'N'.
       01  WS-LOCK-SEEN    PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).

               10 WS-CNT-QTY    PIC 9(6).
               10 WS-CNT-BOOK   PIC 9(6).
               10 WS-CNT-SEEN   PIC A(1).
               10 WS-CNT-BY     PIC X(3).
               10 WS-CNT-DATE   PIC 9(8).
       01  WS-CNT-IDX      PIC 9(3).
       01  WS-VARIANCE     PIC S9(6).
       01  WS-VAR-LINES    PIC 9(3) VALUE 0.
           05 FILL         PIC X(9) VALUE "  COUNTED".
           05 FILL         PIC X(9) VALUE " VARIANCE".
           05 FILL         PIC X(12) VALUE "  DISPOSAL".
           05 FILL         PIC X(8) VALUE "COUNTED".
           05 FILL         PIC X(8) VALUE "APPROVED".
       01  VARIANCE-LINE.
           05 VL-BRANCH    PIC A(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 VL-VARIANCE  PIC -(8)9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 VL-DISP      PIC X(10).
           05 VL-COUNTED-BY PIC X(3).
           05 FILL         PIC X(5) VALUE SPACES.
           05 VL-APPROVED-BY PIC X(3).
       01  VARIANCE-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 VN-LBL       PIC X(36) VALUE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL

           PERFORM SIGN-ON
           IF WS-SIGNON-OK = 'N' THEN
               DISPLAY 'SIGN-ON FAILED -- PROGRAM ENDS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPER-LEVEL < 2 THEN
               DISPLAY 'OPERATOR ' WS-OPERATOR ' IS NOT '
                   'AUTHORIZED TO APPROVE COUNT ADJUSTMENTS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-SYSTEM-LOCK
           IF WS-LOCKED = 'Y' THEN
               PERFORM SHOW-SYSTEM-LOCK
               DISPLAY 'COUNT REVIEW POSTS ADJUSTMENTS -- TRY AGAIN '
                   'AFTER THE BATCH WINDOW.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-COUNTS
           IF WS-CNT-COUNT = 0 THEN
               DISPLAY "COUNTENTRY.DAT EMPTY OR NOT FOUND -- "
           IF WS-ADJ-STATUS = "35" THEN
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF
           OPEN EXTEND ADJ-HISTORY-FILE
           IF WS-AH-STATUS = "35" THEN
               OPEN OUTPUT ADJ-HISTORY-FILE
           END-IF
           WRITE VARIANCE-OUT FROM DIVIDER-1
           WRITE VARIANCE-OUT FROM VARIANCE-HEADER-1
           MOVE WS-RUN-DATE TO VD-DATE
           WRITE VARIANCE-OUT FROM VARIANCE-TOTAL-LINE
           CLOSE VARIANCE-REPORT-FILE
                 ADJUSTMENT-FILE
                 ADJ-HISTORY-FILE

           DISPLAY "CYCLE COUNT COMPLETE. VARIANCES: " WS-VAR-LINES
               " ADJUSTMENTS: " WS-ADJ-WRITTEN
                                       TO WS-CNT-BOOK(WS-CNT-COUNT)
                                   MOVE 'N'
                                       TO WS-CNT-SEEN(WS-CNT-COUNT)
                                   MOVE CE-COUNTED-BY
                                       TO WS-CNT-BY(WS-CNT-COUNT)
                                   IF CE-COUNT-DATE IS NUMERIC THEN
                                       MOVE CE-COUNT-DATE
                                         TO WS-CNT-DATE(WS-CNT-COUNT)
                                   ELSE
                                       MOVE 0
                                         TO WS-CNT-DATE(WS-CNT-COUNT)
                                   END-IF
                               ELSE
                                   DISPLAY "COUNTENTRY.DAT EXCEEDS "
                                       "200-ENTRY TABLE LIMIT -- "
                       " BOOK " WS-CNT-BOOK(WS-CNT-IDX)
                       " COUNTED " WS-CNT-QTY(WS-CNT-IDX)
                       " VARIANCE " WS-VARIANCE
                   IF WS-CNT-BY(WS-CNT-IDX) = SPACES THEN
                       DISPLAY "COUNTER NOT RECORDED ON COUNTENTRY.DAT"
                   ELSE
                       DISPLAY "COUNTED BY " WS-CNT-BY(WS-CNT-IDX)
                           " ON " WS-CNT-DATE(WS-CNT-IDX)
                   END-IF
                   IF WS-CNT-BY(WS-CNT-IDX) = WS-OPERATOR THEN
                       DISPLAY "YOU COUNTED THIS ITEM -- AN APPROVAL "
                           "BY YOU WILL BE REPORTED ON THE "
                           "SEGREGATION OF DUTIES AUDIT"
                   END-IF
                   DISPLAY "APPROVE ADJUSTMENT? 1:YES 0:NO => "
                       WITH NO ADVANCING
                   ACCEPT WS-APPROVE
                   MOVE WS-CNT-BRANCH(WS-CNT-IDX) TO AH-BRANCH
                   MOVE WS-CNT-TYPE(WS-CNT-IDX) TO AH-TOYTYPE
                   MOVE WS-VARIANCE TO AH-QTY
                   MOVE WS-CNT-BY(WS-CNT-IDX) TO AH-COUNTED-BY
                   MOVE WS-CNT-DATE(WS-CNT-IDX) TO AH-COUNT-DATE
                   MOVE WS-OPERATOR TO AH-APPROVED-BY
                   MOVE WS-RUN-DATE TO AH-DATE
                   IF WS-APPROVE = 1 THEN
                       MOVE WS-CNT-BRANCH(WS-CNT-IDX) TO ADJ-BRANCH
                       MOVE WS-CNT-TYPE(WS-CNT-IDX) TO ADJ-TOYTYPE
                       MOVE WS-VARIANCE TO ADJ-QTY
                       MOVE WS-CNT-BY(WS-CNT-IDX) TO ADJ-COUNTED-BY
                       MOVE WS-OPERATOR TO ADJ-APPROVED-BY
                       MOVE WS-RUN-DATE TO ADJ-DATE
                       WRITE ADJUSTMENT-RECORD
                       ADD 1 TO WS-ADJ-WRITTEN
                       MOVE "APPROVED" TO VL-DISP
                       MOVE 'A' TO AH-DISP
                   ELSE
                       MOVE "HELD" TO VL-DISP
                       MOVE 'H' TO AH-DISP
                   END-IF
                   WRITE ADJ-HISTORY-RECORD
                   MOVE WS-CNT-BY(WS-CNT-IDX) TO VL-COUNTED-BY
                   MOVE WS-OPERATOR TO VL-APPROVED-BY
                   WRITE VARIANCE-OUT FROM VARIANCE-LINE
               END-IF.

           SIGN-ON.
               MOVE 'N' TO WS-SIGNON-OK
               OPEN INPUT OPERATOR-FILE
               IF WS-OPER-STATUS = "35" THEN
                   DISPLAY 'OPERMAST.DAT NOT FOUND -- SIGN-ON BY '
                       'INITIALS ONLY, UPDATE LEVEL ASSUMED'
                   DISPLAY 'ENTER OPERATOR INITIALS (3 LETTERS): '
                       WITH NO ADVANCING
                   ACCEPT WS-OPERATOR
                   MOVE 2 TO WS-OPER-LEVEL
                   MOVE 'Y' TO WS-SIGNON-OK
               ELSE
                   CLOSE OPERATOR-FILE
                   MOVE 0 TO WS-SIGNON-TRIES
                   PERFORM UNTIL WS-SIGNON-OK = 'Y'
                      OR WS-SIGNON-TRIES >= 3
                       ADD 1 TO WS-SIGNON-TRIES
                       DISPLAY 'OPERATOR ID (3 LETTERS): '
                           WITH NO ADVANCING
                       ACCEPT WS-INPUT-OPER
                       DISPLAY 'PASSWORD: ' WITH NO ADVANCING
                       ACCEPT WS-INPUT-PASS
                       PERFORM CHECK-OPERATOR
                       IF WS-SIGNON-OK = 'N' THEN
                           DISPLAY 'OPERATOR ID OR PASSWORD NOT '
                               'RECOGNIZED.'
                       END-IF
                   END-PERFORM
               END-IF.

           CHECK-OPERATOR.
               MOVE 'N' TO WS-OPER-EOF
               OPEN INPUT OPERATOR-FILE
               PERFORM UNTIL WS-OPER-EOF = 'Y'
                   READ OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           IF OPR-ID = WS-INPUT-OPER
                              AND OPR-PASSWORD = WS-INPUT-PASS THEN
                               MOVE 'Y' TO WS-SIGNON-OK
                               MOVE OPR-ID TO WS-OPERATOR
                               MOVE OPR-LEVEL TO WS-OPER-LEVEL
                               MOVE 'Y' TO WS-OPER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE.

           CHECK-SYSTEM-LOCK.
               MOVE 'N' TO WS-LOCKED
               OPEN INPUT SYSTEM-LOCK-FILE
               IF WS-LOCK-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   READ SYSTEM-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SL-STATE = 'L' THEN
                               MOVE 'Y' TO WS-LOCKED
                               MOVE 'Y' TO WS-LOCK-SEEN
                           END-IF
                   END-READ
                   CLOSE SYSTEM-LOCK-FILE
               END-IF.

           SHOW-SYSTEM-LOCK.
               DISPLAY 'SYSTEM LOCKED BY ' SL-HOLDER ' SINCE '
                   SL-DATE ' ' SL-TIME(1:2) ':' SL-TIME(3:2) ':'
                   SL-TIME(5:2)
               DISPLAY 'UPDATES ARE REFUSED UNTIL THE LOCK IS '
                   'CLEARED -- INQUIRY ONLY.'.
