       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RESTART.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUN-STATUS-FILE
           ASSIGN TO 'runstat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNSTAT-STATUS.

       SELECT RESTART-FILE
           ASSIGN TO 'restart.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESTART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-IN.
           05 RI-DATE      PIC 9(8).
           05 FILL         PIC X(1).
           05 RI-TIME      PIC X(6).
           05 FILL         PIC X(1).
           05 RI-PROGRAM   PIC X(20).
           05 FILL         PIC X(1).
           05 RI-EVENT     PIC X(5).
           05 FILL         PIC X(1).
           05 RI-RC        PIC 9(3).

       FD  RESTART-FILE.
       01  RESTART-OUT     PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-RUNSTAT-STATUS PIC X(2).
       01  WS-RESTART-STATUS PIC X(2).
       01  WS-RS-STAMP     PIC X(21).
       01  RUN-STATUS-LINE.
           05 RS-DATE      PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-TIME      PIC X(6).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-PROGRAM   PIC X(20) VALUE "BATCH-RESTART".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-RUN-DAY      PIC X(8) VALUE SPACES.
       01  WS-REQUEST      PIC X(20).
       01  WS-REQ-STEP     PIC X(7).
       01  WS-REQ-DATE     PIC X(8).

       01  WS-STEP-TABLE.
           05 WS-STEP-COUNT PIC 9(2) VALUE 26.
           05 WS-STEP-ENTRY OCCURS 26 TIMES.
               10 WS-STEP-NO     PIC X(7).
               10 WS-STEP-PGM    PIC X(20).
               10 WS-STEP-LOGS   PIC A(1).
               10 WS-STEP-FAIL-RC PIC 9(3).
               10 WS-STEP-ONCE   PIC A(1).
               10 WS-STEP-SEEN   PIC A(1).
               10 WS-STEP-ENDED  PIC A(1).
               10 WS-STEP-RC     PIC 9(3).
               10 WS-STEP-TIME   PIC X(6).
       01  WS-STEP-IDX     PIC 9(2).
       01  WS-NX-STEP      PIC X(7).
       01  WS-NX-PGM       PIC X(20).
       01  WS-NX-LOGS      PIC A(1).
       01  WS-NX-FAIL-RC   PIC 9(3).
       01  WS-NX-ONCE      PIC A(1).

       01  WS-FAILED-IDX   PIC 9(2) VALUE 0.
       01  WS-LAST-DONE-IDX PIC 9(2) VALUE 0.
       01  WS-RESTART-IDX  PIC 9(2) VALUE 0.
       01  WS-ANY-SEEN     PIC A(1) VALUE 'N'.
       01  WS-REFUSED      PIC A(1) VALUE 'N'.
       01  WS-STATE        PIC X(16).

       01  PLAN-LINE.
           05 PL-STEP      PIC X(7).
           05 FILL         PIC X(2) VALUE SPACES.
           05 PL-PGM       PIC X(20).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PL-STATE     PIC X(16).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PL-ACTION    PIC X(14).

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-BUSINESS-DATE

           DISPLAY "RESTART FROM STEP (STEPNNN, BLANK OR AUTO FOR "
               "FAILED STEP) AND DATE (YYYYMMDD, BLANK FOR TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-REQUEST
           MOVE SPACES TO WS-REQ-STEP WS-REQ-DATE
           UNSTRING FUNCTION UPPER-CASE(WS-REQUEST)
               DELIMITED BY ALL SPACE
               INTO WS-REQ-STEP WS-REQ-DATE
           END-UNSTRING
           IF WS-REQ-DATE NOT = SPACES
              AND WS-REQ-DATE IS NUMERIC THEN
               MOVE WS-REQ-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-REQ-STEP = "AUTO" THEN
               MOVE SPACES TO WS-REQ-STEP
           END-IF

           PERFORM INIT-STEP-TABLE
           PERFORM SCAN-RUN-STATUS
           PERFORM FIND-LAST-COMPLETED

           IF WS-REQ-STEP NOT = SPACES THEN
               PERFORM APPLY-OVERRIDE
           ELSE
               PERFORM CHOOSE-RESTART-STEP
           END-IF

           IF WS-RESTART-IDX > 0 THEN
               PERFORM CHECK-ONCE-ONLY-STEPS
           END-IF

           PERFORM SHOW-RESTART-PLAN

           IF WS-RESTART-IDX = 0 OR WS-REFUSED = 'Y' THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-RESTART-POINT
           END-IF

           MOVE "END" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           STOP RUN.

           INIT-STEP-TABLE.
               MOVE 0 TO WS-STEP-IDX
               MOVE "STEP010" TO WS-NX-STEP
               MOVE "KID-TOYS-MAINTENANCE" TO WS-NX-PGM
               MOVE 'Y' TO WS-NX-LOGS
               MOVE 1 TO WS-NX-FAIL-RC
               MOVE 'N' TO WS-NX-ONCE
               PERFORM ADD-STEP
               MOVE "STEP012" TO WS-NX-STEP
               MOVE "KID-TOYS-EXTRACT" TO WS-NX-PGM
               PERFORM ADD-STEP
               MOVE "STEP013" TO WS-NX-STEP
               MOVE "YEAR-END-CLOSE" TO WS-NX-PGM
               MOVE 'Y' TO WS-NX-ONCE
               PERFORM ADD-STEP
               MOVE 'N' TO WS-NX-ONCE
               MOVE "STEP014" TO WS-NX-STEP
               MOVE "INPUT-COLLECT" TO WS-NX-PGM
               MOVE 999 TO WS-NX-FAIL-RC
               PERFORM ADD-STEP
               MOVE 1 TO WS-NX-FAIL-RC
               MOVE "STEP015" TO WS-NX-STEP
               MOVE "INPUT-EDIT" TO WS-NX-PGM
               PERFORM ADD-STEP
               MOVE "STEP016" TO WS-NX-STEP
               MOVE "INTEGRITY-CHECK" TO WS-NX-PGM
               MOVE 8 TO WS-NX-FAIL-RC
               PERFORM ADD-STEP
               MOVE "STEP017" TO WS-NX-STEP
               MOVE "TRAIL-VERIFY" TO WS-NX-PGM
               PERFORM ADD-STEP
               MOVE "STEP018" TO WS-NX-STEP
               MOVE "BUILD-SHIPMENTS" TO WS-NX-PGM
               MOVE 999 TO WS-NX-FAIL-RC
               PERFORM ADD-STEP
               MOVE "STEP018" TO WS-NX-STEP
               MOVE "RECEIPT-CONVERT" TO WS-NX-PGM
               MOVE 8 TO WS-NX-FAIL-RC
               PERFORM ADD-STEP
               MOVE 1 TO WS-NX-FAIL-RC
               MOVE "STEP019" TO WS-NX-STEP
               MOVE "INVENTORY-VALUATION" TO WS-NX-PGM
               MOVE 'N' TO WS-NX-LOGS
               PERFORM ADD-STEP
               MOVE 'Y' TO WS-NX-LOGS
               MOVE "STEP020" TO WS-NX-STEP
               MOVE "SARI-SARI-STORE" TO WS-NX-PGM
               MOVE 'Y' TO WS-NX-ONCE
               PERFORM ADD-STEP
               MOVE 'N' TO WS-NX-ONCE
               MOVE "STEP021" TO WS-NX-STEP
               MOVE "CARTON-FIT" TO WS-NX-PGM
               PERFORM ADD-STEP
               MOVE "STEP022" TO WS-NX-STEP
               MOVE "DAY-RECONCILE" TO WS-NX-PGM
               PERFORM ADD-STEP
               MOVE "STEP023" TO WS-NX-STEP
               MOVE "GL-MAP-CHECK" TO WS-NX-PGM
               MOVE 8 TO WS-NX-FAIL-RC
               PERFORM ADD-STEP
               MOVE "STEP023" TO WS-NX-STEP
               MOVE "GL-ACK-MATCH" TO WS-NX-PGM
               MOVE 999 TO WS-NX-FAIL-RC
               PERFORM ADD-STEP
               MOVE "STEP024" TO WS-NX-STEP
               MOVE "INVOICE-MATCH" TO WS-NX-PGM
               MOVE 'Y' TO WS-NX-ONCE
               PERFORM ADD-STEP
               MOVE 'N' TO WS-NX-ONCE
               MOVE 1 TO WS-NX-FAIL-RC
               MOVE "STEP025" TO WS-NX-STEP
               MOVE "MONTH-END-SUMMARY" TO WS-NX-PGM
               PERFORM ADD-STEP
               MOVE "STEP026" TO WS-NX-STEP
               MOVE "AGE-OUT-LIST" TO WS-NX-PGM
               PERFORM ADD-STEP
               MOVE "STEP027" TO WS-NX-STEP
               MOVE "DEMAND-FORECAST" TO WS-NX-PGM
               PERFORM ADD-STEP
               MOVE "STEP028" TO WS-NX-STEP
               MOVE "STOCK-REBALANCE" TO WS-NX-PGM
               PERFORM ADD-STEP
               MOVE "STEP029" TO WS-NX-STEP
               MOVE "CAMPAIGN-PROGRESS" TO WS-NX-PGM
               MOVE 999 TO WS-NX-FAIL-RC
               PERFORM ADD-STEP
               MOVE 1 TO WS-NX-FAIL-RC
               MOVE "STEP030" TO WS-NX-STEP
               MOVE "ARCHIVE" TO WS-NX-PGM
               MOVE 'N' TO WS-NX-LOGS
               PERFORM ADD-STEP
               MOVE 'Y' TO WS-NX-LOGS
               MOVE "STEP031" TO WS-NX-STEP
               MOVE "WRAP-REQUISITION" TO WS-NX-PGM
               MOVE 999 TO WS-NX-FAIL-RC
               PERFORM ADD-STEP
               MOVE "STEP032" TO WS-NX-STEP
               MOVE "BRANCH-SCORECARD" TO WS-NX-PGM
               MOVE 'N' TO WS-NX-LOGS
               PERFORM ADD-STEP
               MOVE "STEP033" TO WS-NX-STEP
               MOVE "PERIOD-CONTROL" TO WS-NX-PGM
               MOVE 'Y' TO WS-NX-LOGS
               PERFORM ADD-STEP
               MOVE 1 TO WS-NX-FAIL-RC
               MOVE "STEP035" TO WS-NX-STEP
               MOVE "HOUSEKEEPING" TO WS-NX-PGM
               PERFORM ADD-STEP.

           ADD-STEP.
               ADD 1 TO WS-STEP-IDX
               MOVE WS-NX-STEP TO WS-STEP-NO(WS-STEP-IDX)
               MOVE WS-NX-PGM TO WS-STEP-PGM(WS-STEP-IDX)
               MOVE WS-NX-LOGS TO WS-STEP-LOGS(WS-STEP-IDX)
               MOVE WS-NX-FAIL-RC TO WS-STEP-FAIL-RC(WS-STEP-IDX)
               MOVE WS-NX-ONCE TO WS-STEP-ONCE(WS-STEP-IDX)
               MOVE 'N' TO WS-STEP-SEEN(WS-STEP-IDX)
               MOVE 'N' TO WS-STEP-ENDED(WS-STEP-IDX)
               MOVE 0 TO WS-STEP-RC(WS-STEP-IDX)
               MOVE SPACES TO WS-STEP-TIME(WS-STEP-IDX).

           SCAN-RUN-STATUS.
               OPEN INPUT RUN-STATUS-FILE
               IF WS-RUNSTAT-STATUS = "35" THEN
                   DISPLAY "RUNSTAT.DAT NOT FOUND -- NO STEP "
                       "RECORDS YET"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ RUN-STATUS-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-RECORD-DAY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE RUN-STATUS-FILE
               END-IF.

           CHECK-RECORD-DAY.
               IF RI-PROGRAM = "BUSINESS-DATE" THEN
                   IF RI-EVENT = "BEGIN" THEN
                       MOVE RI-DATE TO WS-RUN-DAY
                   ELSE
                       MOVE SPACES TO WS-RUN-DAY
                   END-IF
               ELSE IF WS-RUN-DAY NOT = SPACES THEN
                   IF WS-RUN-DAY = WS-BUSINESS-DATE THEN
                       PERFORM NOTE-STATUS-RECORD
                   END-IF
               ELSE IF RI-DATE = WS-BUSINESS-DATE THEN
                   PERFORM NOTE-STATUS-RECORD
               END-IF
               END-IF
               END-IF.

           NOTE-STATUS-RECORD.
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STEP-PGM(WS-STEP-IDX) = RI-PROGRAM THEN
                       MOVE 'Y' TO WS-STEP-SEEN(WS-STEP-IDX)
                       MOVE 'Y' TO WS-ANY-SEEN
                       MOVE RI-TIME TO WS-STEP-TIME(WS-STEP-IDX)
                       IF RI-EVENT = "START" THEN
                           MOVE 'N' TO WS-STEP-ENDED(WS-STEP-IDX)
                           MOVE 0 TO WS-STEP-RC(WS-STEP-IDX)
                       ELSE IF RI-EVENT = "END" THEN
                           MOVE 'Y' TO WS-STEP-ENDED(WS-STEP-IDX)
                           MOVE RI-RC TO WS-STEP-RC(WS-STEP-IDX)
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           FIND-LAST-COMPLETED.
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STEP-SEEN(WS-STEP-IDX) = 'Y' THEN
                       IF WS-STEP-ENDED(WS-STEP-IDX) = 'N'
                          OR WS-STEP-RC(WS-STEP-IDX)
                             >= WS-STEP-FAIL-RC(WS-STEP-IDX) THEN
                           IF WS-FAILED-IDX = 0 THEN
                               MOVE WS-STEP-IDX TO WS-FAILED-IDX
                           END-IF
                       ELSE
                           MOVE WS-STEP-IDX TO WS-LAST-DONE-IDX
                       END-IF
                   END-IF
               END-PERFORM.

           CHOOSE-RESTART-STEP.
               IF WS-FAILED-IDX > 0 THEN
                   MOVE WS-FAILED-IDX TO WS-RESTART-IDX
                   DISPLAY "FAILED STEP: " WS-STEP-NO(WS-FAILED-IDX)
                       " " WS-STEP-PGM(WS-FAILED-IDX)
               ELSE IF WS-ANY-SEEN = 'N' THEN
                   MOVE 1 TO WS-RESTART-IDX
                   DISPLAY "NO STEPS RECORDED FOR " WS-BUSINESS-DATE
                       " -- RUN STARTS FROM THE FIRST STEP"
               ELSE IF WS-LAST-DONE-IDX >= WS-STEP-COUNT THEN
                   DISPLAY "THE RUN FOR " WS-BUSINESS-DATE
                       " IS ALREADY COMPLETE -- NOTHING TO RESTART"
               ELSE
                   COMPUTE WS-RESTART-IDX = WS-LAST-DONE-IDX + 1
                   DISPLAY "NO FAILED STEP -- LAST COMPLETED STEP "
                       "WAS " WS-STEP-NO(WS-LAST-DONE-IDX)
               END-IF
               END-IF
               END-IF.

           APPLY-OVERRIDE.
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-RESTART-IDX > 0
                   IF WS-STEP-NO(WS-STEP-IDX) = WS-REQ-STEP THEN
                       MOVE WS-STEP-IDX TO WS-RESTART-IDX
                   END-IF
               END-PERFORM
               IF WS-RESTART-IDX = 0 THEN
                   DISPLAY "OPERATOR OVERRIDE: " WS-REQ-STEP
                       " IS NOT A STEP OF THE DAILY RUN"
               ELSE
                   DISPLAY "OPERATOR OVERRIDE: RESTART FORCED AT "
                       WS-REQ-STEP " " WS-STEP-PGM(WS-RESTART-IDX)
               END-IF.

           CHECK-ONCE-ONLY-STEPS.
               PERFORM VARYING WS-STEP-IDX FROM WS-RESTART-IDX BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STEP-ONCE(WS-STEP-IDX) = 'Y'
                      AND WS-STEP-ENDED(WS-STEP-IDX) = 'Y'
                      AND WS-STEP-RC(WS-STEP-IDX)
                          < WS-STEP-FAIL-RC(WS-STEP-IDX) THEN
                       MOVE 'Y' TO WS-REFUSED
                       DISPLAY "REFUSED: " WS-STEP-NO(WS-STEP-IDX)
                           " " WS-STEP-PGM(WS-STEP-IDX)
                           " COMPLETED AT " WS-STEP-TIME(WS-STEP-IDX)
                           " AND MUST NOT RUN TWICE IN ONE DAY"
                   END-IF
               END-PERFORM
               IF WS-REFUSED = 'Y' THEN
                   DISPLAY "CHOOSE A RESTART STEP AFTER THE LAST "
                       "COMPLETED RUN-ONCE STEP"
               END-IF.

           SHOW-RESTART-PLAN.
               DISPLAY "========================================"
               DISPLAY "BATCH RESTART PLAN FOR " WS-BUSINESS-DATE
               DISPLAY "========================================"
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   MOVE WS-STEP-NO(WS-STEP-IDX) TO PL-STEP
                   MOVE WS-STEP-PGM(WS-STEP-IDX) TO PL-PGM
                   EVALUATE TRUE
                       WHEN WS-STEP-LOGS(WS-STEP-IDX) = 'N'
                           MOVE "NOT LOGGED" TO WS-STATE
                       WHEN WS-STEP-SEEN(WS-STEP-IDX) = 'N'
                           MOVE "NOT STARTED" TO WS-STATE
                       WHEN WS-STEP-ENDED(WS-STEP-IDX) = 'N'
                           MOVE "** NO END **" TO WS-STATE
                       WHEN WS-STEP-RC(WS-STEP-IDX)
                            >= WS-STEP-FAIL-RC(WS-STEP-IDX)
                           MOVE SPACES TO WS-STATE
                           STRING "** FAILED RC "
                               WS-STEP-RC(WS-STEP-IDX) " **"
                               DELIMITED BY SIZE INTO WS-STATE
                       WHEN OTHER
                           MOVE "COMPLETE" TO WS-STATE
                   END-EVALUATE
                   MOVE WS-STATE TO PL-STATE
                   EVALUATE TRUE
                       WHEN WS-RESTART-IDX = 0
                           MOVE SPACES TO PL-ACTION
                       WHEN WS-STEP-IDX < WS-RESTART-IDX
                           MOVE "SKIP" TO PL-ACTION
                       WHEN WS-STEP-IDX = WS-RESTART-IDX
                           MOVE "RESTART HERE" TO PL-ACTION
                       WHEN OTHER
                           MOVE "RUN" TO PL-ACTION
                   END-EVALUATE
                   IF WS-STEP-ONCE(WS-STEP-IDX) = 'Y'
                      AND PL-ACTION = SPACES THEN
                       MOVE "RUN ONCE" TO PL-ACTION
                   END-IF
                   DISPLAY PLAN-LINE
               END-PERFORM
               DISPLAY "----------------------------------------"
               IF WS-RESTART-IDX > 0 AND WS-REFUSED = 'N' THEN
                   DISPLAY "RESTARTING FROM "
                       WS-STEP-NO(WS-RESTART-IDX) " "
                       WS-STEP-PGM(WS-RESTART-IDX)
               ELSE
                   DISPLAY "NO RESTART POINT SET"
               END-IF.

           WRITE-RESTART-POINT.
               OPEN OUTPUT RESTART-FILE
               MOVE WS-STEP-NO(WS-RESTART-IDX) TO RESTART-OUT
               WRITE RESTART-OUT
               CLOSE RESTART-FILE.

           WRITE-RUN-STATUS.
               MOVE FUNCTION CURRENT-DATE TO WS-RS-STAMP
               MOVE WS-RS-STAMP(1:8) TO RS-DATE
               MOVE WS-RS-STAMP(9:6) TO RS-TIME
               MOVE RETURN-CODE TO RS-RC
               OPEN EXTEND RUN-STATUS-FILE
               IF WS-RUNSTAT-STATUS = "35" THEN
                   OPEN OUTPUT RUN-STATUS-FILE
               END-IF
               WRITE RUN-STATUS-IN FROM RUN-STATUS-LINE
               CLOSE RUN-STATUS-FILE.
