           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDP-STATUS.

       SELECT PRICE-IMPACT-FILE
           ASSIGN TO 'priceimpact.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIMP-STATUS.

       SELECT PRICE-REPORT-FILE
           ASSIGN TO 'pricechg_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT SYSTEM-LOCK-FILE
           ASSIGN TO 'syslock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       SELECT RUN-STATUS-FILE
           ASSIGN TO 'runstat.dat'
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

       DATA DIVISION.
       FILE SECTION.
       FD  KID-TOYS-MASTER.
           05 PP-REVIEWED-BY PIC X(3).
           05 PP-REVIEWED-ON PIC 9(8).

       FD  PRICE-IMPACT-FILE.
       01  PRICE-IMPACT-RECORD.
           05 PI-ENTRY     PIC 9(3).
           05 PI-TOYTYPE   PIC A(1).
           05 PI-EFF-DATE  PIC 9(8).
           05 PI-PRICE     PIC 9(3)V99.
           05 PI-ENTERED-BY PIC X(3).
           05 PI-ENTERED-ON PIC 9(8).
           05 PI-OLD-PRICE PIC 9(3)V99.
           05 PI-FROM-DATE PIC 9(8).
           05 PI-TO-DATE   PIC 9(8).
           05 PI-RUN-DATE  PIC 9(8).
           05 PI-DAYS      PIC 9(3).
           05 PI-ISS-QTY   PIC 9(8).
           05 PI-ISS-OLD   PIC 9(9)V99.
           05 PI-ISS-NEW   PIC 9(9)V99.
           05 PI-SOH-QTY   PIC 9(8).
           05 PI-SOH-OLD   PIC 9(9)V99.
           05 PI-SOH-NEW   PIC 9(9)V99.
           05 PI-GL-ACCOUNT PIC X(4).
           05 PI-GL-DIFF   PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD  PRICE-REPORT-FILE.
       01  PRICE-REPORT-OUT PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-OUT     PIC X(61).

       FD  PROOF-FILE.
       01  PROOF-OUT       PIC X(60).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC    PIC X(25).

       FD  GENCAT-FILE.
       01  GENCAT-REC      PIC X(16).
           05 KM-YTD       PIC 9(6).
           05 KM-MTD       PIC 9(6).
           05 KM-LAST-DATE PIC 9(8).
           05 KM-BIRTH-DATE PIC 9(8).
           05 KM-ELIG-STATUS PIC X(1).
           05 KM-HOUSEHOLD PIC 9(5).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-PASSWORD PIC X(8).
           05 OPR-LEVEL    PIC 9(1).

       FD  SYSTEM-LOCK-FILE.
       01  SYSTEM-LOCK-RECORD.
           05 SL-STATE     PIC X(1).
           05 SL-HOLDER    PIC X(20).
           05 SL-DATE      PIC 9(8).
           05 SL-TIME      PIC 9(6).

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
       01  PPA-LOG-RECORD.
           05 PL-LOG-DATE  PIC 9(8).
           05 PL-PROGRAM   PIC X(20).
           05 PL-SOURCE    PIC X(10).
           05 PL-ORIG-DATE PIC 9(8).
           05 PL-POST-DATE PIC 9(8).
           05 PL-BRANCH    PIC A(2).
           05 PL-TOYTYPE   PIC X(1).
           05 PL-QTY       PIC S9(6) SIGN LEADING SEPARATE.
           05 PL-VALUE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PL-REF       PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-RUNSTAT-STATUS PIC X(2).
       01  WS-RS-STAMP     PIC X(21).
           05 JRN-BEFORE    PIC X(9).
           05 FILL          PIC X(1) VALUE SPACE.
           05 JRN-AFTER     PIC X(9).

       01  JOURNAL-TRAIL-RECORD.
           05 JT-BODY       PIC X(42).
           05 FILL          PIC X(1) VALUE SPACE.
           05 JT-SEQ        PIC 9(8).
           05 FILL          PIC X(1) VALUE SPACE.
           05 JT-CHK        PIC 9(9).
       01  WS-TRAIL-SEQ     PIC 9(8).
       01  WS-TRAIL-CHK     PIC 9(9).
       01  WS-TRAIL-WORK    PIC 9(12).
       01  WS-TRAIL-POS     PIC 9(3).
       01  WS-CHOICE       PIC 9(1).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-PRICE-STATUS PIC X(2).

       01  WS-NEW-TOYTYPE  PIC A(1).
       01  WS-JOURNAL-STATUS PIC X(2).
       01  WS-JOURNAL-EOF  PIC A(1) VALUE 'N'.
       01  WS-OPERATOR     PIC X(3).
       01  WS-OPER-STATUS  PIC X(2).
       01  WS-OPER-EOF     PIC A(1).
       01  WS-SIGNON-TRIES PIC 9(1).
       01  WS-INPUT-OPER   PIC X(3).
       01  WS-INPUT-PASS   PIC X(8).
       01  WS-LOCK-STATUS  PIC X(2).
       01  WS-LOCKED       PIC A(1) VALUE 'N'.
       01  WS-LOCK-SEEN    PIC A(1) VALUE 'N'.
       01  WS-AUTH-NEED    PIC 9(1).
       01  WS-AUTH-OK      PIC A(1).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-SUS-OK       PIC A(1).
       01  WS-SUS-IDX      PIC 9(3).

       01  WS-PERIOD-STATUS PIC X(2).
       01  WS-PPA-STATUS   PIC X(2).
       01  WS-PER-EOF      PIC A(1).
       01  WS-PER-LOADED   PIC A(1) VALUE 'N'.
       01  WS-POST-DATE    PIC X(8).
       01  WS-PERIOD-TABLE.
           05 WS-PER-COUNT PIC 9(3) VALUE 0.
           05 WS-PER-ENTRY OCCURS 240 TIMES.
               10 WS-PER-MONTH  PIC 9(6).
               10 WS-PER-STATUS PIC X(1).
       01  WS-PER-IDX      PIC 9(3).
       01  WS-PER-FOUND-IDX PIC 9(3).
       01  WS-PER-CHECK-MONTH PIC 9(6).
       01  WS-PER-CHECK-X  REDEFINES WS-PER-CHECK-MONTH.
           05 WS-PER-CHECK-YYYY PIC 9(4).
           05 WS-PER-CHECK-MM   PIC 9(2).
       01  WS-PER-CLOSED   PIC A(1).
       01  WS-PER-TRIES    PIC 9(3).

       01  SUSPENSE-LINE.
           05 SUS-DATE     PIC 9(8).
           05 SUS-REASON   PIC X(2).
           05 SUS-DATA     PIC X(15).
       01  WS-SUSPENSE-TABLE.
           05 WS-SUS-COUNT PIC 9(3) VALUE 0.
           05 WS-SUS-ENTRY OCCURS 200 TIMES.
               10 WS-SUS-DATE   PIC 9(8).
               10 WS-SUS-REASON PIC X(2).
               10 WS-SUS-DATA   PIC X(15).

       01  WS-INQ-CHOICE   PIC 9(1).
       01  WS-BROWSE-EOF   PIC A(1).
       01  WS-PPT-IDX      PIC 9(3).
       01  WS-PEND-SHOWN   PIC 9(3).

       01  WS-PIMP-STATUS  PIC X(2).
       01  WS-PIMP-EOF     PIC A(1).
       01  WS-PIMP-FOUND   PIC A(1).
       01  WS-PIMP-DIFF    PIC S9(9)V99.
       01  WS-PIMP-QTY-ED  PIC Z(7)9.
       01  WS-PIMP-PRICE-ED PIC ZZ9.99.
       01  WS-PIMP-OLD-ED  PIC Z(8)9.99.
       01  WS-PIMP-NEW-ED  PIC Z(8)9.99.
       01  WS-PIMP-DIFF-ED PIC -(9)9.99.

       01  PRICE-REPORT-HEADER.
           05 PR-TITLE     PIC X(28) VALUE
               "DAILY PRICE CHANGE REPORT".
               STOP RUN
           END-IF

           PERFORM CHECK-SYSTEM-LOCK
           IF WS-LOCKED = 'Y' THEN
               PERFORM SHOW-SYSTEM-LOCK
           END-IF

           PERFORM OPEN-MASTER

           PERFORM LOAD-KID-NAMES

               PERFORM GET-OPTION-LEVEL
               PERFORM CHECK-AUTH
               IF WS-AUTH-OK = 'Y' AND WS-AUTH-NEED >= 2 THEN
                   PERFORM CHECK-UPDATE-LOCK
               END-IF
               IF WS-AUTH-OK = 'N' THEN
                   CONTINUE
               ELSE
               END-PERFORM
               CLOSE OPERATOR-FILE.

           CHECK-UPDATE-LOCK.
               PERFORM CHECK-SYSTEM-LOCK
               IF WS-LOCKED = 'Y' THEN
                   PERFORM SHOW-SYSTEM-LOCK
                   MOVE 'N' TO WS-AUTH-OK
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
                   WHEN 5
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-BEFORE TO JRN-BEFORE
               MOVE WS-JRN-AFTER TO JRN-AFTER
               PERFORM LOAD-JOURNAL-CHAIN
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35" THEN
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE JOURNAL-LINE TO JT-BODY
               PERFORM STAMP-JOURNAL-TRAIL
               WRITE JOURNAL-OUT FROM JOURNAL-TRAIL-RECORD
               CLOSE JOURNAL-FILE
               IF WS-JRN-ACTION NOT = "BKO" THEN
                   IF WS-SJ-COUNT < 200 THEN
                   END-IF
               END-IF.

           LOAD-JOURNAL-CHAIN.
               MOVE 0 TO WS-TRAIL-SEQ
               MOVE 0 TO WS-TRAIL-CHK
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
                       READ JOURNAL-FILE
                           AT END
                               MOVE 'Y' TO WS-JOURNAL-EOF
                           NOT AT END
                               IF JOURNAL-OUT(44:8) IS NUMERIC
                                  AND JOURNAL-OUT(53:9) IS NUMERIC THEN
                                   MOVE JOURNAL-OUT(44:8)
                                       TO WS-TRAIL-SEQ
                                   MOVE JOURNAL-OUT(53:9)
                                       TO WS-TRAIL-CHK
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-JOURNAL-EOF
                   CLOSE JOURNAL-FILE
               END-IF.

           STAMP-JOURNAL-TRAIL.
               ADD 1 TO WS-TRAIL-SEQ
               COMPUTE WS-TRAIL-WORK = WS-TRAIL-CHK * 31 + WS-TRAIL-SEQ
               COMPUTE WS-TRAIL-CHK =
                   FUNCTION MOD(WS-TRAIL-WORK, 999999937)
               PERFORM VARYING WS-TRAIL-POS FROM 1 BY 1
                   UNTIL WS-TRAIL-POS > 42
                   COMPUTE WS-TRAIL-WORK = WS-TRAIL-CHK * 31
                       + FUNCTION ORD(JT-BODY(WS-TRAIL-POS:1))
                   COMPUTE WS-TRAIL-CHK =
                       FUNCTION MOD(WS-TRAIL-WORK, 999999937)
               END-PERFORM
               MOVE WS-TRAIL-SEQ TO JT-SEQ
               MOVE WS-TRAIL-CHK TO JT-CHK.

           SUSPENSE-MENU.
               PERFORM LOAD-SUSPENSE
               MOVE 9 TO WS-SUS-CHOICE
                               'MASTER.'
                   END-WRITE
                   IF WS-SUS-OK = 'Y' THEN
                       PERFORM CHECK-SUSPENSE-PERIOD
                       PERFORM REMOVE-SUSPENSE-ENTRY
                   ELSE
                       DISPLAY 'SUSPENSE ENTRY KEPT -- RESUBMIT '
                       END-REWRITE
               END-READ.

           CHECK-SUSPENSE-PERIOD.
               IF WS-PER-LOADED = 'N' THEN
                   PERFORM LOAD-PERIODS
               END-IF
               IF SUS-DATE IS NUMERIC AND SUS-DATE > 0 THEN
                   MOVE SUS-DATE(1:6) TO WS-PER-CHECK-MONTH
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PER-CLOSED = 'Y' THEN
                       PERFORM WRITE-SUSPENSE-PPA
                   END-IF
               END-IF.

           WRITE-SUSPENSE-PPA.
               MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
               MOVE WS-FULL-DATE(1:6) TO WS-PER-CHECK-MONTH
               PERFORM FIND-OPEN-PERIOD
               IF WS-PER-CHECK-MONTH = WS-FULL-DATE(1:6) THEN
                   MOVE WS-FULL-DATE(1:8) TO WS-POST-DATE
               ELSE
                   MOVE WS-PER-CHECK-MONTH TO WS-POST-DATE(1:6)
                   MOVE "01" TO WS-POST-DATE(7:2)
               END-IF
               MOVE WS-FULL-DATE(1:8) TO PL-LOG-DATE
               MOVE "KID-TOYS-MAINTENANCE" TO PL-PROGRAM
               MOVE "SUSPENSE" TO PL-SOURCE
               MOVE SUS-DATE TO PL-ORIG-DATE
               MOVE WS-POST-DATE TO PL-POST-DATE
               MOVE WS-INPUT-BRANCH TO PL-BRANCH
               MOVE WS-INPUT-TOYTYPE TO PL-TOYTYPE
               MOVE WS-INPUT-TOYS TO PL-QTY
               MOVE 0 TO PL-VALUE
               MOVE SPACES TO PL-REF
               STRING "KID " WS-INPUT-ID " " SUS-REASON
                   DELIMITED BY SIZE INTO PL-REF
               OPEN EXTEND PPA-LOG-FILE
               IF WS-PPA-STATUS = "35" THEN
                   OPEN OUTPUT PPA-LOG-FILE
               END-IF
               WRITE PPA-LOG-RECORD
               CLOSE PPA-LOG-FILE
               DISPLAY '** PRIOR-PERIOD ADJUSTMENT ** ITEM SUSPENDED '
                   SUS-DATE ' IS IN A CLOSED PERIOD'
               DISPLAY 'IT WILL POST IN THE OPEN PERIOD FROM '
                   WS-POST-DATE ' -- LOGGED TO PPALOG.DAT'.

           LOAD-PERIODS.
               MOVE 0 TO WS-PER-COUNT
               MOVE 'N' TO WS-PER-EOF
               OPEN INPUT PERIOD-FILE
               IF WS-PERIOD-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-PER-EOF = 'Y'
                       READ PERIOD-FILE
                           AT END
                               MOVE 'Y' TO WS-PER-EOF
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
                   CLOSE PERIOD-FILE
               END-IF
               MOVE 'Y' TO WS-PER-LOADED.

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

           DROP-SUSPENSE.
               DISPLAY 'ENTRY NUMBER TO DROP: ' WITH NO ADVANCING
               ACCEPT WS-SUS-PICK
               END-IF.

           DECIDE-PRICE-CHANGE.
               PERFORM SHOW-PRICE-IMPACT
               DISPLAY '1:APPROVE 2:REJECT 0:CANCEL => '
                   WITH NO ADVANCING
               ACCEPT WS-PPT-DECIDE
                       DISPLAY 'REVIEW CANCELLED.'
               END-EVALUATE.

           SHOW-PRICE-IMPACT.
               MOVE 'N' TO WS-PIMP-FOUND
               OPEN INPUT PRICE-IMPACT-FILE
               IF WS-PIMP-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-PIMP-EOF
                   PERFORM UNTIL WS-PIMP-EOF = 'Y'
                       READ PRICE-IMPACT-FILE
                           AT END
                               MOVE 'Y' TO WS-PIMP-EOF
                           NOT AT END
                               IF PI-ENTRY = WS-PPT-PICK
                                  AND PI-TOYTYPE
                                      = WS-PPT-TOYTYPE(WS-PPT-PICK)
                                  AND PI-EFF-DATE
                                      = WS-PPT-EFF-DATE(WS-PPT-PICK)
                                  AND PI-PRICE
                                      = WS-PPT-PRICE(WS-PPT-PICK)
                                  AND PI-ENTERED-ON
                                      = WS-PPT-ENT-ON(WS-PPT-PICK)
                                   THEN
                                   MOVE 'Y' TO WS-PIMP-FOUND
                                   MOVE 'Y' TO WS-PIMP-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRICE-IMPACT-FILE
               END-IF
               DISPLAY '---------- SIMULATED IMPACT ----------'
               IF WS-PIMP-FOUND = 'N' THEN
                   DISPLAY 'NO PRICE-IMPACT SIMULATION ON FILE FOR '
                       'THIS ENTRY -- RUN PRICE-IMPACT BEFORE '
                       'APPROVING IF THE EFFECT IS NOT KNOWN.'
               ELSE
                   MOVE PI-OLD-PRICE TO WS-PIMP-PRICE-ED
                   DISPLAY 'PERIOD ' PI-FROM-DATE ' TO ' PI-TO-DATE
                       ' (' PI-DAYS ' DAYS ON FILE), SIMULATED ON '
                       PI-RUN-DATE ', CURRENT PRICE '
                       WS-PIMP-PRICE-ED
                   MOVE PI-ISS-QTY TO WS-PIMP-QTY-ED
                   MOVE PI-ISS-OLD TO WS-PIMP-OLD-ED
                   MOVE PI-ISS-NEW TO WS-PIMP-NEW-ED
                   COMPUTE WS-PIMP-DIFF = PI-ISS-NEW - PI-ISS-OLD
                   MOVE WS-PIMP-DIFF TO WS-PIMP-DIFF-ED
                   DISPLAY 'ISSUES  QTY ' WS-PIMP-QTY-ED
                       '  OLD ' WS-PIMP-OLD-ED
                       '  NEW ' WS-PIMP-NEW-ED
                       '  DIFF ' WS-PIMP-DIFF-ED
                   MOVE PI-SOH-QTY TO WS-PIMP-QTY-ED
                   MOVE PI-SOH-OLD TO WS-PIMP-OLD-ED
                   MOVE PI-SOH-NEW TO WS-PIMP-NEW-ED
                   COMPUTE WS-PIMP-DIFF = PI-SOH-NEW - PI-SOH-OLD
                   MOVE WS-PIMP-DIFF TO WS-PIMP-DIFF-ED
                   DISPLAY 'STOCK   QTY ' WS-PIMP-QTY-ED
                       '  OLD ' WS-PIMP-OLD-ED
                       '  NEW ' WS-PIMP-NEW-ED
                       '  DIFF ' WS-PIMP-DIFF-ED
                   MOVE PI-GL-DIFF TO WS-PIMP-DIFF-ED
                   DISPLAY 'GL ACCOUNT ' PI-GL-ACCOUNT
                       ' ISSUE POSTINGS DIFFERENCE ' WS-PIMP-DIFF-ED
                   DISPLAY 'LATEST BRANCH DETAIL IN '
                       'PRICEIMPACT_REPORT.DAT'
               END-IF.

           PRICE-CHANGE-REPORT.
               MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
               MOVE WS-FULL-DATE(1:8) TO PR-DATE
