           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT SYSTEM-LOCK-FILE
           ASSIGN TO 'syslock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       SELECT STOCK-FILE
           ASSIGN TO 'stock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           05 OPR-PASSWORD PIC X(8).
           05 OPR-LEVEL    PIC 9(1).

       FD  SYSTEM-LOCK-FILE.
       01  SYSTEM-LOCK-RECORD.
           05 SL-STATE     PIC X(1).
           05 SL-HOLDER    PIC X(20).
           05 SL-DATE      PIC 9(8).
           05 SL-TIME      PIC 9(6).

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 STK-BRANCH   PIC A(2).
           05 STK-BALANCE  PIC 9(6).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC    PIC X(25).

       FD  INTRANSIT-FILE.
       01  INTRANSIT-RECORD.
           05 IT-TO        PIC A(2).
           05 IT-TOYTYPE   PIC A(1).
           05 IT-QTY       PIC 9(4).
           05 IT-LOT       PIC 9(7).
           05 IT-LOT-DATE  PIC 9(8).
           05 IT-DONOR     PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-SIGNON-TRIES PIC 9(1).
       01  WS-INPUT-OPER   PIC X(3).
       01  WS-INPUT-PASS   PIC X(8).
       01  WS-LOCK-STATUS  PIC X(2).
       01  WS-LOCKED       PIC A(1) VALUE 'N'.
       01  WS-LOCK-SEEN    PIC A(1) VALUE 'N'.
       01  WS-AUTH-NEED    PIC 9(1).
       01  WS-AUTH-OK      PIC A(1).

               STOP RUN
           END-IF

           PERFORM CHECK-SYSTEM-LOCK
           IF WS-LOCKED = 'Y' THEN
               PERFORM SHOW-SYSTEM-LOCK
           END-IF

           PERFORM LOAD-TABLE

           PERFORM UNTIL WS-CHOICE = 6

               PERFORM GET-OPTION-LEVEL
               PERFORM CHECK-AUTH
               IF WS-AUTH-OK = 'Y' AND WS-AUTH-NEED >= 2 THEN
                   PERFORM CHECK-UPDATE-LOCK
               END-IF
               IF WS-AUTH-OK = 'N' THEN
                   CONTINUE
               ELSE
                       WHEN 5
                           PERFORM CLOSE-BRANCH
                       WHEN 6
                           PERFORM CHECK-SYSTEM-LOCK
                           IF WS-LOCK-SEEN = 'Y' THEN
                               DISPLAY 'BRANCH FILE LEFT AS THE BATCH '
                                   'WROTE IT. PROGRAM ENDS...'
                           ELSE
                               PERFORM SAVE-TABLE
                               DISPLAY 'SAVED. PROGRAM ENDS...'
                           END-IF
                       WHEN OTHER
                           DISPLAY 'INVALID OPTION, 1-6 ONLY'
                   END-EVALUATE
               END-PERFORM
               CLOSE OPERATOR-FILE.

           CHECK-UPDATE-LOCK.
               PERFORM CHECK-SYSTEM-LOCK
               IF WS-LOCKED = 'Y' THEN
                   PERFORM SHOW-SYSTEM-LOCK
                   MOVE 'N' TO WS-AUTH-OK
               ELSE IF WS-LOCK-SEEN = 'Y' THEN
                   MOVE 0 TO WS-BRM-COUNT
                   PERFORM LOAD-TABLE
                   MOVE 'N' TO WS-LOCK-SEEN
                   DISPLAY 'SYSTEM LOCK CLEARED -- BRANCH FILE '
                       'RELOADED.'
               END-IF
               END-IF.

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

           GET-OPTION-LEVEL.
               EVALUATE WS-CHOICE
                   WHEN 4
