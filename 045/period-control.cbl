       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CONTROL.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT PERIOD-FILE
           ASSIGN TO 'period.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

       SELECT PPA-LOG-FILE
           ASSIGN TO 'ppalog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PPA-STATUS.

       SELECT PPA-REPORT-FILE
           ASSIGN DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPERATOR-FILE
           ASSIGN TO 'opermast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT SYSTEM-LOCK-FILE
           ASSIGN TO 'syslock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       SELECT AUDIT-LOG-FILE
           ASSIGN TO 'audit.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

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

       FD  PPA-REPORT-FILE.
       01  PPA-REPORT-OUT  PIC X(110).

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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-OUT       PIC X(159).

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
           05 RS-PROGRAM   PIC X(20) VALUE "PERIOD-CONTROL".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  DIVIDER-1       PIC X(110) VALUE ALL "=".
       01  DIVIDER-3       PIC X(110) VALUE ALL "-".

       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-PERIOD-STATUS PIC X(2).
       01  WS-PPA-STATUS   PIC X(2).
       01  WS-OPER-STATUS  PIC X(2).
       01  WS-LOCK-STATUS  PIC X(2).
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-AUDIT-EOF    PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-TODAY        PIC 9(8).
       01  WS-CUR-MONTH    PIC 9(6).
       01  WS-RPT-FILENAME PIC X(40).

       01  WS-REQUEST      PIC X(40).
       01  WS-REQ-FUNCTION PIC X(8).
       01  WS-REQ-MONTH    PIC X(8).
       01  WS-MONTH        PIC 9(6).
       01  WS-MONTH-OK     PIC A(1).
       01  WS-ALL-MONTHS   PIC A(1) VALUE 'N'.

       01  WS-PERIOD-TABLE.
           05 WS-PER-COUNT PIC 9(3) VALUE 0.
           05 WS-PER-ENTRY OCCURS 240 TIMES.
               10 WS-PER-MONTH  PIC 9(6).
               10 WS-PER-STATUS PIC X(1).
               10 WS-PER-BY     PIC X(3).
               10 WS-PER-DATE   PIC 9(8).
               10 WS-PER-TIME   PIC 9(6).
       01  WS-PER-IDX      PIC 9(3).
       01  WS-PER-IDX-2    PIC 9(3).
       01  WS-PER-FOUND-IDX PIC 9(3).
       01  WS-PER-INS-IDX  PIC 9(3).
       01  WS-PER-CHECK-MONTH PIC 9(6).
       01  WS-PER-CHECK-X  REDEFINES WS-PER-CHECK-MONTH.
           05 WS-PER-CHECK-YYYY PIC 9(4).
           05 WS-PER-CHECK-MM   PIC 9(2).
       01  WS-PER-CLOSED   PIC A(1).
       01  WS-PER-TRIES    PIC 9(3).

       01  WS-LOCKED       PIC A(1) VALUE 'N'.
       01  WS-OPERATOR     PIC X(3).
       01  WS-OPER-EOF     PIC A(1).
       01  WS-OPER-LEVEL   PIC 9(1) VALUE 0.
       01  WS-SIGNON-OK    PIC A(1).
       01  WS-SIGNON-TRIES PIC 9(1).
       01  WS-INPUT-OPER   PIC X(3).
       01  WS-INPUT-PASS   PIC X(8).
       01  WS-REASON       PIC X(40).
       01  WS-CONFIRM      PIC X(1).

       01  AUDIT-PERIOD-LINE.
           05 AP-LBL       PIC X(15).
           05 AP-DATE      PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 AP-TIME      PIC X(6).
           05 AP-LBL-2     PIC X(8) VALUE "  MONTH ".
           05 AP-MONTH     PIC 9(6).
           05 AP-LBL-3     PIC X(4) VALUE " BY ".
           05 AP-OPER      PIC X(3).
           05 AP-LBL-4     PIC X(9) VALUE "  REASON ".
           05 AP-REASON    PIC X(40).

       01  AUDIT-TRAIL-RECORD.
           05 AT-BODY      PIC X(140).
           05 FILL         PIC X(1) VALUE SPACE.
           05 AT-SEQ       PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 AT-CHK       PIC 9(9).
       01  WS-TRAIL-SEQ    PIC 9(8).
       01  WS-TRAIL-CHK    PIC 9(9).
       01  WS-TRAIL-WORK   PIC 9(12).
       01  WS-TRAIL-POS    PIC 9(3).

       01  WS-SRC-TABLE.
           05 WS-SRC-COUNT PIC 9(2) VALUE 0.
           05 WS-SRC-ENTRY OCCURS 20 TIMES.
               10 WS-SRC-NAME   PIC X(10).
               10 WS-SRC-LINES  PIC 9(5).
               10 WS-SRC-QTY    PIC S9(7).
               10 WS-SRC-VALUE  PIC S9(11)V99.
       01  WS-SRC-IDX      PIC 9(2).
       01  WS-SRC-FOUND-IDX PIC 9(2).
       01  WS-RPT-LINES    PIC 9(5) VALUE 0.
       01  WS-RPT-TODAY    PIC 9(5) VALUE 0.
       01  WS-RPT-QTY      PIC S9(7) VALUE 0.
       01  WS-RPT-VALUE    PIC S9(11)V99 VALUE 0.

       01  PPA-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PH-TITLE     PIC X(42) VALUE
               "PRIOR-PERIOD ADJUSTMENT REDIRECT REPORT".
           05 PH-LBL       PIC X(15) VALUE "POSTING MONTH: ".
           05 PH-MONTH     PIC X(6).
           05 PH-LBL-2     PIC X(8) VALUE "   RUN: ".
           05 PH-DATE      PIC 9(8).
       01  PPA-COL-HDR.
           05 FILL         PIC X(9) VALUE "LOGGED".
           05 FILL         PIC X(21) VALUE "PROGRAM".
           05 FILL         PIC X(11) VALUE "SOURCE".
           05 FILL         PIC X(9) VALUE "DATED".
           05 FILL         PIC X(9) VALUE "POSTED".
           05 FILL         PIC X(3) VALUE "BR".
           05 FILL         PIC X(2) VALUE "T".
           05 FILL         PIC X(8) VALUE "     QTY".
           05 FILL         PIC X(16) VALUE "           VALUE".
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(12) VALUE "REFERENCE".
       01  PPA-DETAIL-LINE.
           05 PR-LOG-DATE  PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PR-PROGRAM   PIC X(20).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PR-SOURCE    PIC X(10).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PR-ORIG-DATE PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PR-POST-DATE PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PR-BRANCH    PIC X(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PR-TOYTYPE   PIC X(1).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PR-QTY       PIC -(6)9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 PR-VALUE     PIC -(11)9.99.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PR-REF       PIC X(12).
       01  PPA-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PN-LBL       PIC X(44) VALUE
               "NO ACTIVITY REDIRECTED FROM CLOSED PERIODS".
       01  PPA-SOURCE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PS-NAME      PIC X(10).
           05 PS-LBL       PIC X(9) VALUE "  LINES: ".
           05 PS-LINES     PIC Z(4)9.
           05 PS-LBL-2     PIC X(7) VALUE "  QTY: ".
           05 PS-QTY       PIC -(6)9.
           05 PS-LBL-3     PIC X(9) VALUE "  VALUE: ".
           05 PS-VALUE     PIC -(11)9.99.
       01  PPA-TOTAL-LINE.
           05 PT-LBL       PIC X(15) VALUE "TOTAL LINES: ".
           05 PT-LINES     PIC Z(4)9.
           05 PT-LBL-2     PIC X(17) VALUE "  LOGGED TODAY: ".
           05 PT-TODAY     PIC Z(4)9.
           05 PT-LBL-3     PIC X(9) VALUE "  VALUE: ".
           05 PT-VALUE     PIC -(11)9.99.
       01  PPA-PERIOD-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PP-TITLE     PIC X(40) VALUE
               "ACCOUNTING PERIOD STATUS (PERIOD.DAT)".
       01  PPA-PERIOD-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PP-MONTH     PIC 9(6).
           05 FILL         PIC X(2) VALUE SPACES.
           05 PP-STATUS    PIC X(8).
           05 PP-LBL       PIC X(4) VALUE " BY ".
           05 PP-BY        PIC X(3).
           05 PP-LBL-2     PIC X(4) VALUE " ON ".
           05 PP-DATE      PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 PP-TIME      PIC 9(6).
       01  PPA-OPEN-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 PO-LBL       PIC X(30) VALUE
               "CURRENT OPEN POSTING PERIOD: ".
           05 PO-MONTH     PIC 9(6).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-TODAY
           MOVE WS-FULL-DATE(1:6) TO WS-CUR-MONTH

           DISPLAY "PERIOD FUNCTION (SHOW, CLOSE yyyymm, REOPEN "
               "yyyymm, REPORT [yyyymm|ALL]): " WITH NO ADVANCING
           ACCEPT WS-REQUEST
           MOVE SPACES TO WS-REQ-FUNCTION WS-REQ-MONTH
           UNSTRING FUNCTION UPPER-CASE(WS-REQUEST)
               DELIMITED BY ALL SPACE
               INTO WS-REQ-FUNCTION WS-REQ-MONTH
           END-UNSTRING
           IF WS-REQ-FUNCTION = "REPORT" THEN
               MOVE "START" TO RS-EVENT
               PERFORM WRITE-RUN-STATUS
               PERFORM READ-RUNCTL
           END-IF

           PERFORM LOAD-PERIODS

           EVALUATE WS-REQ-FUNCTION
               WHEN "SHOW"
                   PERFORM SHOW-PERIODS
               WHEN "CLOSE"
                   PERFORM CLOSE-PERIOD
               WHEN "REOPEN"
                   PERFORM REOPEN-PERIOD
               WHEN "REPORT"
                   PERFORM REDIRECT-REPORT
               WHEN OTHER
                   DISPLAY "UNKNOWN PERIOD FUNCTION " WS-REQ-FUNCTION
                       " -- USE SHOW, CLOSE, REOPEN OR REPORT"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           IF WS-REQ-FUNCTION = "REPORT" THEN
               MOVE "END" TO RS-EVENT
               PERFORM WRITE-RUN-STATUS
           END-IF
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
                               IF RC-KEYWORD = "RUNDATE"
                                  AND RC-VALUE(1:8) IS NUMERIC THEN
                                   MOVE RC-VALUE(1:8) TO WS-TODAY
                                   MOVE RC-VALUE(1:6) TO WS-CUR-MONTH
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-RUNCTL-EOF
                   CLOSE RUNCTL-FILE
               END-IF.

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
                               PERFORM ADD-PERIOD-ENTRY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PERIOD-FILE
               END-IF.

           ADD-PERIOD-ENTRY.
               IF PD-MONTH IS NOT NUMERIC THEN
                   DISPLAY "PERIOD.DAT: BAD MONTH " PERIOD-RECORD
                       " -- IGNORED"
               ELSE IF WS-PER-COUNT >= 240 THEN
                   DISPLAY "PERIOD TABLE FULL (240 MONTHS) -- "
                       PD-MONTH " IGNORED"
               ELSE
                   ADD 1 TO WS-PER-COUNT
                   MOVE PD-MONTH TO WS-PER-MONTH(WS-PER-COUNT)
                   MOVE PD-STATUS TO WS-PER-STATUS(WS-PER-COUNT)
                   MOVE PD-BY TO WS-PER-BY(WS-PER-COUNT)
                   MOVE PD-DATE TO WS-PER-DATE(WS-PER-COUNT)
                   MOVE PD-TIME TO WS-PER-TIME(WS-PER-COUNT)
               END-IF
               END-IF.

           SAVE-PERIODS.
               OPEN OUTPUT PERIOD-FILE
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
                   MOVE WS-PER-MONTH(WS-PER-IDX) TO PD-MONTH
                   MOVE WS-PER-STATUS(WS-PER-IDX) TO PD-STATUS
                   MOVE WS-PER-BY(WS-PER-IDX) TO PD-BY
                   MOVE WS-PER-DATE(WS-PER-IDX) TO PD-DATE
                   MOVE WS-PER-TIME(WS-PER-IDX) TO PD-TIME
                   WRITE PERIOD-RECORD
               END-PERFORM
               CLOSE PERIOD-FILE.

           FIND-PERIOD.
               MOVE 0 TO WS-PER-FOUND-IDX
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
                      OR WS-PER-FOUND-IDX > 0
                   IF WS-PER-MONTH(WS-PER-IDX) = WS-PER-CHECK-MONTH
                       THEN
                       MOVE WS-PER-IDX TO WS-PER-FOUND-IDX
                   END-IF
               END-PERFORM.

           CHECK-PERIOD-OPEN.
               MOVE 'N' TO WS-PER-CLOSED
               PERFORM FIND-PERIOD
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

           VALIDATE-MONTH.
               MOVE 'N' TO WS-MONTH-OK
               IF WS-REQ-MONTH(1:6) IS NUMERIC
                  AND WS-REQ-MONTH(7:2) = SPACES THEN
                   MOVE WS-REQ-MONTH(1:6) TO WS-MONTH
                   MOVE WS-MONTH TO WS-PER-CHECK-MONTH
                   IF WS-PER-CHECK-MM >= 1 AND WS-PER-CHECK-MM <= 12
                      AND WS-PER-CHECK-YYYY > 1900 THEN
                       MOVE 'Y' TO WS-MONTH-OK
                   END-IF
               END-IF
               IF WS-MONTH-OK = 'N' THEN
                   DISPLAY "BAD PERIOD MONTH " WS-REQ-MONTH
                       " -- ENTER AS YYYYMM"
                   MOVE 8 TO RETURN-CODE
               END-IF.

           SHOW-PERIODS.
               IF WS-PER-COUNT = 0 THEN
                   DISPLAY "PERIOD.DAT EMPTY OR NOT FOUND -- ALL "
                       "MONTHS OPEN FOR POSTING"
               ELSE
                   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > WS-PER-COUNT
                       PERFORM SET-PERIOD-LINE
                       DISPLAY PPA-PERIOD-LINE
                   END-PERFORM
               END-IF
               MOVE WS-CUR-MONTH TO WS-PER-CHECK-MONTH
               PERFORM FIND-OPEN-PERIOD
               DISPLAY "CURRENT OPEN POSTING PERIOD: "
                   WS-PER-CHECK-MONTH.

           SET-PERIOD-LINE.
               MOVE WS-PER-MONTH(WS-PER-IDX) TO PP-MONTH
               IF WS-PER-STATUS(WS-PER-IDX) = 'C' THEN
                   MOVE "CLOSED" TO PP-STATUS
               ELSE
                   MOVE "REOPENED" TO PP-STATUS
               END-IF
               MOVE WS-PER-BY(WS-PER-IDX) TO PP-BY
               MOVE WS-PER-DATE(WS-PER-IDX) TO PP-DATE
               MOVE WS-PER-TIME(WS-PER-IDX) TO PP-TIME.

           CLOSE-PERIOD.
               PERFORM VALIDATE-MONTH
               IF WS-MONTH-OK = 'N' THEN
                   CONTINUE
               ELSE IF WS-MONTH NOT < WS-CUR-MONTH THEN
                   DISPLAY "PERIOD " WS-MONTH " HAS NOT ENDED -- "
                       "ONLY PAST MONTHS CAN BE CLOSED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-MONTH TO WS-PER-CHECK-MONTH
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PER-CLOSED = 'Y' THEN
                       DISPLAY "PERIOD " WS-MONTH " IS ALREADY "
                           "CLOSED -- NOTHING TO DO"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE "PERIOD CLOSE:  " TO AP-LBL
                       PERFORM AUTHORIZE-CHANGE
                   END-IF
               END-IF
               END-IF.

           REOPEN-PERIOD.
               PERFORM VALIDATE-MONTH
               IF WS-MONTH-OK = 'N' THEN
                   CONTINUE
               ELSE
                   MOVE WS-MONTH TO WS-PER-CHECK-MONTH
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PER-CLOSED = 'N' THEN
                       DISPLAY "PERIOD " WS-MONTH " IS NOT CLOSED "
                           "-- NOTHING TO REOPEN"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY "REOPENING LETS ACTIVITY DATED IN "
                           WS-MONTH " POST TO IT AGAIN UNTIL IT IS "
                           "CLOSED."
                       MOVE "PERIOD REOPEN: " TO AP-LBL
                       PERFORM AUTHORIZE-CHANGE
                   END-IF
               END-IF.

           AUTHORIZE-CHANGE.
               PERFORM CHECK-SYSTEM-LOCK
               IF WS-LOCKED = 'Y' THEN
                   DISPLAY 'SYSTEM LOCKED BY ' SL-HOLDER ' SINCE '
                       SL-DATE ' ' SL-TIME(1:2) ':' SL-TIME(3:2) ':'
                       SL-TIME(5:2)
                   DISPLAY 'PERIOD STATUS NOT CHANGED -- TRY AGAIN '
                       'AFTER THE BATCH WINDOW.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "SUPERVISOR SIGN-ON REQUIRED."
                   PERFORM SIGN-ON
                   IF WS-SIGNON-OK = 'N' THEN
                       DISPLAY 'SIGN-ON FAILED -- PERIOD STATUS NOT '
                           'CHANGED.'
                       MOVE 8 TO RETURN-CODE
                   ELSE IF WS-OPER-LEVEL < 3 THEN
                       DISPLAY 'OPERATOR ' WS-OPERATOR ' IS NOT '
                           'AUTHORIZED TO CLOSE OR REOPEN PERIODS.'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM CONFIRM-CHANGE
                   END-IF
                   END-IF
               END-IF.

           CONFIRM-CHANGE.
               MOVE SPACES TO WS-REASON
               PERFORM UNTIL WS-REASON NOT = SPACES
                   DISPLAY 'REASON: ' WITH NO ADVANCING
                   ACCEPT WS-REASON
               END-PERFORM
               DISPLAY AP-LBL WS-MONTH ' (Y/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y' THEN
                   PERFORM APPLY-CHANGE
                   PERFORM SAVE-PERIODS
                   PERFORM WRITE-PERIOD-AUDIT
                   IF AP-LBL = "PERIOD CLOSE:  " THEN
                       DISPLAY "PERIOD " WS-MONTH " CLOSED BY "
                           WS-OPERATOR " -- LOGGED TO AUDIT.LOG"
                   ELSE
                       DISPLAY "PERIOD " WS-MONTH " REOPENED BY "
                           WS-OPERATOR " -- LOGGED TO AUDIT.LOG"
                   END-IF
               ELSE
                   DISPLAY "PERIOD STATUS NOT CHANGED."
               END-IF.

           APPLY-CHANGE.
               MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
               MOVE WS-MONTH TO WS-PER-CHECK-MONTH
               PERFORM FIND-PERIOD
               IF WS-PER-FOUND-IDX = 0 THEN
                   PERFORM INSERT-PERIOD
               END-IF
               IF WS-PER-FOUND-IDX > 0 THEN
                   IF AP-LBL = "PERIOD CLOSE:  " THEN
                       MOVE 'C' TO WS-PER-STATUS(WS-PER-FOUND-IDX)
                   ELSE
                       MOVE 'O' TO WS-PER-STATUS(WS-PER-FOUND-IDX)
                   END-IF
                   MOVE WS-OPERATOR TO WS-PER-BY(WS-PER-FOUND-IDX)
                   MOVE WS-FULL-DATE(1:8)
                       TO WS-PER-DATE(WS-PER-FOUND-IDX)
                   MOVE WS-FULL-DATE(9:6)
                       TO WS-PER-TIME(WS-PER-FOUND-IDX)
               END-IF.

           INSERT-PERIOD.
               IF WS-PER-COUNT >= 240 THEN
                   DISPLAY "PERIOD TABLE FULL (240 MONTHS) -- "
                       WS-MONTH " NOT ADDED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-PER-COUNT TO WS-PER-INS-IDX
                   ADD 1 TO WS-PER-INS-IDX
                   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > WS-PER-COUNT
                          OR WS-PER-INS-IDX <= WS-PER-COUNT
                       IF WS-PER-MONTH(WS-PER-IDX) > WS-MONTH THEN
                           MOVE WS-PER-IDX TO WS-PER-INS-IDX
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-PER-IDX-2 FROM WS-PER-COUNT
                       BY -1 UNTIL WS-PER-IDX-2 < WS-PER-INS-IDX
                       MOVE WS-PER-ENTRY(WS-PER-IDX-2)
                           TO WS-PER-ENTRY(WS-PER-IDX-2 + 1)
                   END-PERFORM
                   ADD 1 TO WS-PER-COUNT
                   MOVE WS-MONTH TO WS-PER-MONTH(WS-PER-INS-IDX)
                   MOVE WS-PER-INS-IDX TO WS-PER-FOUND-IDX
               END-IF.

           REDIRECT-REPORT.
               IF WS-REQ-MONTH = SPACES THEN
                   MOVE WS-CUR-MONTH TO WS-MONTH
                   MOVE 'Y' TO WS-MONTH-OK
               ELSE IF WS-REQ-MONTH = "ALL" THEN
                   MOVE 'Y' TO WS-ALL-MONTHS
                   MOVE 'Y' TO WS-MONTH-OK
               ELSE
                   PERFORM VALIDATE-MONTH
               END-IF
               END-IF
               IF WS-MONTH-OK = 'Y' THEN
                   PERFORM WRITE-REDIRECT-REPORT
               END-IF.

           WRITE-REDIRECT-REPORT.
               IF WS-ALL-MONTHS = 'Y' THEN
                   MOVE "ppa_report_all.txt" TO WS-RPT-FILENAME
                   MOVE "ALL" TO PH-MONTH
               ELSE
                   STRING "ppa_report_" WS-MONTH ".txt"
                       DELIMITED BY SIZE INTO WS-RPT-FILENAME
                   MOVE WS-MONTH TO PH-MONTH
               END-IF
               MOVE WS-TODAY TO PH-DATE
               OPEN OUTPUT PPA-REPORT-FILE
               WRITE PPA-REPORT-OUT FROM DIVIDER-1
               WRITE PPA-REPORT-OUT FROM PPA-HEADER-1
               WRITE PPA-REPORT-OUT FROM DIVIDER-1
               WRITE PPA-REPORT-OUT FROM PPA-COL-HDR
               WRITE PPA-REPORT-OUT FROM DIVIDER-3
               OPEN INPUT PPA-LOG-FILE
               IF WS-PPA-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PPA-LOG-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM REPORT-PPA-ENTRY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PPA-LOG-FILE
               END-IF
               IF WS-RPT-LINES = 0 THEN
                   WRITE PPA-REPORT-OUT FROM PPA-NONE-LINE
               END-IF
               WRITE PPA-REPORT-OUT FROM DIVIDER-3
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   MOVE WS-SRC-NAME(WS-SRC-IDX) TO PS-NAME
                   MOVE WS-SRC-LINES(WS-SRC-IDX) TO PS-LINES
                   MOVE WS-SRC-QTY(WS-SRC-IDX) TO PS-QTY
                   MOVE WS-SRC-VALUE(WS-SRC-IDX) TO PS-VALUE
                   WRITE PPA-REPORT-OUT FROM PPA-SOURCE-LINE
               END-PERFORM
               MOVE WS-RPT-LINES TO PT-LINES
               MOVE WS-RPT-TODAY TO PT-TODAY
               MOVE WS-RPT-VALUE TO PT-VALUE
               WRITE PPA-REPORT-OUT FROM PPA-TOTAL-LINE
               WRITE PPA-REPORT-OUT FROM DIVIDER-1
               WRITE PPA-REPORT-OUT FROM PPA-PERIOD-HDR
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
                   PERFORM SET-PERIOD-LINE
                   WRITE PPA-REPORT-OUT FROM PPA-PERIOD-LINE
               END-PERFORM
               MOVE WS-CUR-MONTH TO WS-PER-CHECK-MONTH
               PERFORM FIND-OPEN-PERIOD
               MOVE WS-PER-CHECK-MONTH TO PO-MONTH
               WRITE PPA-REPORT-OUT FROM PPA-OPEN-LINE
               WRITE PPA-REPORT-OUT FROM DIVIDER-1
               CLOSE PPA-REPORT-FILE
               DISPLAY "REDIRECT REPORT WRITTEN TO " WS-RPT-FILENAME
                   " -- " WS-RPT-LINES " LINES, " WS-RPT-TODAY
                   " LOGGED TODAY"
               IF WS-RPT-TODAY > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF.

           REPORT-PPA-ENTRY.
               IF WS-ALL-MONTHS = 'Y'
                  OR PL-POST-DATE(1:6) = WS-MONTH THEN
                   MOVE PL-LOG-DATE TO PR-LOG-DATE
                   MOVE PL-PROGRAM TO PR-PROGRAM
                   MOVE PL-SOURCE TO PR-SOURCE
                   MOVE PL-ORIG-DATE TO PR-ORIG-DATE
                   MOVE PL-POST-DATE TO PR-POST-DATE
                   MOVE PL-BRANCH TO PR-BRANCH
                   MOVE PL-TOYTYPE TO PR-TOYTYPE
                   MOVE PL-QTY TO PR-QTY
                   MOVE PL-VALUE TO PR-VALUE
                   MOVE PL-REF TO PR-REF
                   WRITE PPA-REPORT-OUT FROM PPA-DETAIL-LINE
                   ADD 1 TO WS-RPT-LINES
                   IF PL-LOG-DATE = WS-TODAY THEN
                       ADD 1 TO WS-RPT-TODAY
                   END-IF
                   IF PL-SOURCE NOT = "GL BATCH" THEN
                       ADD PL-QTY TO WS-RPT-QTY
                       ADD PL-VALUE TO WS-RPT-VALUE
                   END-IF
                   PERFORM TALLY-SOURCE
               END-IF.

           TALLY-SOURCE.
               MOVE 0 TO WS-SRC-FOUND-IDX
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                      OR WS-SRC-FOUND-IDX > 0
                   IF WS-SRC-NAME(WS-SRC-IDX) = PL-SOURCE THEN
                       MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-SRC-FOUND-IDX = 0 AND WS-SRC-COUNT < 20 THEN
                   ADD 1 TO WS-SRC-COUNT
                   MOVE PL-SOURCE TO WS-SRC-NAME(WS-SRC-COUNT)
                   MOVE 0 TO WS-SRC-LINES(WS-SRC-COUNT)
                   MOVE 0 TO WS-SRC-QTY(WS-SRC-COUNT)
                   MOVE 0 TO WS-SRC-VALUE(WS-SRC-COUNT)
                   MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IDX
               END-IF
               IF WS-SRC-FOUND-IDX > 0 THEN
                   ADD 1 TO WS-SRC-LINES(WS-SRC-FOUND-IDX)
                   ADD PL-QTY TO WS-SRC-QTY(WS-SRC-FOUND-IDX)
                   ADD PL-VALUE TO WS-SRC-VALUE(WS-SRC-FOUND-IDX)
               END-IF.

           WRITE-PERIOD-AUDIT.
               MOVE WS-FULL-DATE(1:8) TO AP-DATE
               MOVE WS-FULL-DATE(9:6) TO AP-TIME
               MOVE WS-MONTH TO AP-MONTH
               MOVE WS-OPERATOR TO AP-OPER
               MOVE WS-REASON TO AP-REASON
               PERFORM LOAD-AUDIT-CHAIN
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               MOVE AUDIT-PERIOD-LINE TO AT-BODY
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
                   PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                       READ AUDIT-LOG-FILE
                           AT END
                               MOVE 'Y' TO WS-AUDIT-EOF
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
                   MOVE 'N' TO WS-AUDIT-EOF
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
                           END-IF
                   END-READ
                   CLOSE SYSTEM-LOCK-FILE
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
