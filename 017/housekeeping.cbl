           ASSIGN TO 'audit.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TRAIL-CONTROL-FILE
           ASSIGN TO 'trailctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TC-STATUS.

       SELECT ISSUE-HISTORY-FILE
           ASSIGN TO 'issuehist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ISH-KEY
           FILE STATUS IS WS-IH-STATUS.

       SELECT PURGE-REPORT-FILE
           ASSIGN TO 'housekeep_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           05 FILL         PIC X(59).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-IN        PIC X(159).

       FD  AUDIT-TMP-FILE.
       01  AUDIT-TMP-OUT   PIC X(159).

       FD  TRAIL-CONTROL-FILE.
       01  TRAIL-CONTROL-RECORD.
           05 TC-KIND      PIC X(1).
           05 TC-TRAIL     PIC X(8).
           05 TC-DATE      PIC 9(8).
           05 TC-SEQ       PIC 9(8).
           05 TC-CHK       PIC 9(9).
           05 TC-COUNT     PIC 9(7).

       FD  ISSUE-HISTORY-FILE.
       01  ISSUE-HISTORY-RECORD.
           05 ISH-KEY.
               10 ISH-BRANCH    PIC A(2).
               10 ISH-ID        PIC 9(4).
               10 ISH-DATE      PIC 9(8).
               10 ISH-SEQ       PIC 9(3).
           05 ISH-KIND      PIC X(1).
           05 ISH-TOYTYPE   PIC A(1).
           05 ISH-QTY       PIC 9(4).
           05 ISH-VALUE     PIC 9(7)V99.
           05 ISH-REASON    PIC X(1).

       FD  PURGE-REPORT-FILE.
       01  PURGE-OUT       PIC X(80).
       01  WS-RETAIN-STATUS PIC X(2).
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-IH-STATUS    PIC X(2).
       01  WS-TC-STATUS    PIC X(2).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).

       01  WS-KEEP-GLMO    PIC 9(2) VALUE 6.
       01  WS-AUDIT-DAYS   PIC 9(3) VALUE 400.
       01  WS-SCAN-LIMIT   PIC 9(4) VALUE 1500.
       01  WS-HIST-DAYS    PIC 9(4) VALUE 0.
       01  WS-HIST-CUT     PIC 9(8).
       01  WS-HIST-CUT-INT PIC 9(8).
       01  WS-HIST-PURGED  PIC 9(7) VALUE 0.

       01  WS-BRANCH-CODES.
           05 WS-BRC-COUNT PIC 9(2) VALUE 0.
       01  WS-AUDIT-TMPNAME PIC X(20) VALUE "audit.tmp".
       01  WS-AUDIT-NAME   PIC X(20) VALUE "audit.log".

       01  AUDIT-TRAIL-RECORD.
           05 AT-BODY      PIC X(140).
           05 FILL         PIC X(1) VALUE SPACE.
           05 AT-SEQ       PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 AT-CHK       PIC 9(9).
       01  WS-TRAIL-SEQ    PIC 9(8) VALUE 0.
       01  WS-TRAIL-CHK    PIC 9(9) VALUE 0.
       01  WS-TRAIL-WORK   PIC 9(12).
       01  WS-TRAIL-POS    PIC 9(3).
       01  WS-CHAIN-STAMPED PIC A(1) VALUE 'N'.
       01  WS-CHAIN-OK     PIC A(1) VALUE 'Y'.
       01  WS-CHAIN-BREAK  PIC 9(8) VALUE 0.

       01  AUDIT-CARRY-LINE.
           05 AC-LBL       PIC X(15) VALUE "CARRY FORWARD: ".
           05 AC-DATE      PIC 9(8).
           05 AC-LBL-2     PIC X(11) VALUE "  LAST SEQ ".
           05 AC-SEQ       PIC 9(8).
           05 AC-LBL-3     PIC X(11) VALUE "  LAST CHK ".
           05 AC-CHK       PIC 9(9).
           05 AC-LBL-4     PIC X(17) VALUE "  LINES REMOVED: ".
           05 AC-REMOVED   PIC Z(5)9.

       01  WS-LINE-DATE    PIC X(8).
       01  WS-LINE-RECORDS PIC 9(6).
       01  WS-LINE-TOYS    PIC 9(6).
           05 PC-COND      PIC Z(4)9.
           05 PC-LBL-2     PIC X(14) VALUE " LINES, KEPT: ".
           05 PC-KEPT      PIC Z(4)9.
       01  PURGE-HIST-KEEP-LINE.
           05 PK-LBL       PIC X(36) VALUE
               "ISSUE HISTORY: EXCLUDED FROM PURGING".
       01  PURGE-HIST-LINE.
           05 PI-LBL-1     PIC X(23) VALUE "ISSUE HISTORY PURGED: ".
           05 PI-COUNT     PIC Z(6)9.
           05 PI-LBL-2     PIC X(19) VALUE " RECORDS OLDER THAN".
           05 FILL         PIC X(1) VALUE SPACE.
           05 PI-CUT       PIC 9(8).
       01  PURGE-CARRY-LINE.
           05 PX-LBL-1     PIC X(35) VALUE
               "AUDIT CHAIN CARRIED FORWARD AT SEQ ".
           05 PX-SEQ       PIC 9(8).
           05 PX-LBL-2     PIC X(5) VALUE " CHK ".
           05 PX-CHK       PIC 9(9).
       01  PURGE-BROKEN-LINE.
           05 PB-LBL-1     PIC X(28) VALUE
               "AUDIT CHAIN BROKEN NEAR SEQ ".
           05 PB-SEQ       PIC 9(8).
           05 PB-LBL-2     PIC X(18) VALUE " -- NOT CONDENSED".
       01  PURGE-TOTAL-LINE.
           05 PT-LBL       PIC X(15) VALUE "FILES REMOVED: ".
           05 PT-COUNT     PIC Z(4)9.

           PERFORM PURGE-DATED-FILES
           PERFORM CONDENSE-AUDIT-LOG
           PERFORM PURGE-ISSUE-HISTORY

           WRITE PURGE-OUT FROM DIVIDER-3
           MOVE WS-PURGED-COUNT TO PT-COUNT
               END-IF
               DISPLAY "RETENTION POLICY: OUTPUTS " WS-KEEP-DAYS
                   " DAYS, GLPOST " WS-KEEP-GLMO
                   " MONTHS, AUDIT " WS-AUDIT-DAYS " DAYS"
               IF WS-HIST-DAYS = 0 THEN
                   DISPLAY "ISSUE HISTORY: KEPT PERMANENTLY"
               ELSE
                   DISPLAY "ISSUE HISTORY: " WS-HIST-DAYS " DAYS"
               END-IF.

           APPLY-RETENTION-CARD.
               EVALUATE RT-KEYWORD
                           DISPLAY "RETENTION.DAT: BAD AUDITDAY "
                               "VALUE " RT-VALUE " -- IGNORED"
                       END-IF
                   WHEN "HISTDAYS"
                       IF RT-VALUE NOT = SPACES
                          AND FUNCTION TEST-NUMVAL(RT-VALUE) = 0
                          AND FUNCTION NUMVAL(RT-VALUE) >= 0
                          AND FUNCTION NUMVAL(RT-VALUE) < 10000 THEN
                           MOVE FUNCTION NUMVAL(RT-VALUE)
                               TO WS-HIST-DAYS
                       ELSE
                           DISPLAY "RETENTION.DAT: BAD HISTDAYS "
                               "VALUE " RT-VALUE " -- IGNORED"
                       END-IF
                   WHEN OTHER
                       DISPLAY "RETENTION.DAT: UNKNOWN CARD "
                           RT-KEYWORD " -- IGNORED"
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-AUDIT-CHAIN
                               PERFORM TALLY-AUDIT-LINE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE AUDIT-LOG-FILE
                   IF WS-CHAIN-OK = 'N' THEN
                       DISPLAY "AUDIT.LOG CHAIN BROKEN NEAR SEQ "
                           WS-CHAIN-BREAK " -- NOT CONDENSED, RUN "
                           "TRAIL-VERIFY"
                       MOVE WS-CHAIN-BREAK TO PB-SEQ
                       WRITE PURGE-OUT FROM PURGE-BROKEN-LINE
                       MOVE 0 TO WS-COND-COUNT
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-COND-COUNT > 0 THEN
                       PERFORM REWRITE-AUDIT-LOG
                   END-IF
                   WRITE PURGE-OUT FROM PURGE-COND-LINE
               END-IF.

           CHECK-AUDIT-CHAIN.
               IF AUDIT-IN(142:8) IS NOT NUMERIC
                  OR AUDIT-IN(151:9) IS NOT NUMERIC THEN
                   IF WS-CHAIN-STAMPED = 'Y'
                      AND WS-CHAIN-OK = 'Y' THEN
                       MOVE 'N' TO WS-CHAIN-OK
                       MOVE WS-TRAIL-SEQ TO WS-CHAIN-BREAK
                   END-IF
               ELSE
                   IF WS-CHAIN-STAMPED = 'N'
                      AND AUDIT-IN(1:15) = "CARRY FORWARD: "
                      AND AUDIT-IN(35:8) IS NUMERIC
                      AND AUDIT-IN(54:9) IS NUMERIC THEN
                       MOVE AUDIT-IN(35:8) TO WS-TRAIL-SEQ
                       MOVE AUDIT-IN(54:9) TO WS-TRAIL-CHK
                   END-IF
                   MOVE 'Y' TO WS-CHAIN-STAMPED
                   MOVE AUDIT-IN(1:140) TO AT-BODY
                   PERFORM STAMP-AUDIT-TRAIL
                   IF AUDIT-TRAIL-RECORD NOT = AUDIT-IN THEN
                       IF WS-CHAIN-OK = 'Y' THEN
                           MOVE 'N' TO WS-CHAIN-OK
                           MOVE AUDIT-IN(142:8) TO WS-CHAIN-BREAK
                       END-IF
                       MOVE AUDIT-IN(142:8) TO WS-TRAIL-SEQ
                       MOVE AUDIT-IN(151:9) TO WS-TRAIL-CHK
                   END-IF
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

           TALLY-AUDIT-LINE.
               IF AUDIT-IN(1:15) = "CARRY FORWARD: " THEN
                   CONTINUE
               ELSE IF AUDIT-IN(1:13) = "YEAR SUMMARY " THEN
                   MOVE FUNCTION NUMVAL(AUDIT-IN(14:4))
                       TO WS-LINE-YEAR
                   PERFORM FIND-YEAR-ENTRY

           REWRITE-AUDIT-LOG.
               OPEN OUTPUT AUDIT-TMP-FILE
               MOVE WS-RUN-DATE TO AC-DATE
               MOVE WS-TRAIL-SEQ TO AC-SEQ
               MOVE WS-TRAIL-CHK TO AC-CHK
               MOVE WS-COND-COUNT TO AC-REMOVED
               PERFORM RECORD-CARRY-FORWARD
               MOVE AUDIT-CARRY-LINE TO AT-BODY
               PERFORM WRITE-STAMPED-LINE
               PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-COUNT
                   MOVE WS-YR-YEAR(WS-YR-IDX) TO YS-YEAR
                   MOVE WS-YR-RUNS(WS-YR-IDX) TO YS-RUNS
                   MOVE WS-YR-RECORDS(WS-YR-IDX) TO YS-RECORDS
                   MOVE WS-YR-TOYS(WS-YR-IDX) TO YS-TOYS
                   MOVE YEAR-SUMMARY-LINE TO AT-BODY
                   PERFORM WRITE-STAMPED-LINE
               END-PERFORM
               OPEN INPUT AUDIT-LOG-FILE
               PERFORM UNTIL WS-EOF = 'Y'
               END-CALL.

           COPY-KEPT-LINE.
               MOVE AUDIT-IN(1:140) TO AT-BODY
               IF AUDIT-IN(1:13) = "YEAR SUMMARY "
                  OR AUDIT-IN(1:15) = "CARRY FORWARD: " THEN
                   CONTINUE
               ELSE IF AUDIT-IN(1:15) = "RUN DATE/TIME: " THEN
                   MOVE AUDIT-IN(22:4) TO WS-LINE-DATE(1:4)
                   IF WS-LINE-DATE < WS-AUDIT-CUT THEN
                       CONTINUE
                   ELSE
                       PERFORM WRITE-STAMPED-LINE
                   END-IF
               ELSE IF AUDIT-IN(1:15) = "BUDGET OVER:   "
                    OR AUDIT-IN(1:15) = "LOCK RELEASE:  " THEN
                   MOVE AUDIT-IN(16:8) TO WS-LINE-DATE
                   IF WS-LINE-DATE < WS-AUDIT-CUT THEN
                       CONTINUE
                   ELSE
                       PERFORM WRITE-STAMPED-LINE
                   END-IF
               ELSE
                   PERFORM WRITE-STAMPED-LINE
               END-IF.

           WRITE-STAMPED-LINE.
               PERFORM STAMP-AUDIT-TRAIL
               WRITE AUDIT-TMP-OUT FROM AUDIT-TRAIL-RECORD.

           RECORD-CARRY-FORWARD.
               MOVE "C" TO TC-KIND
               MOVE "AUDIT" TO TC-TRAIL
               MOVE WS-RUN-DATE TO TC-DATE
               MOVE WS-TRAIL-SEQ TO TC-SEQ
               MOVE WS-TRAIL-CHK TO TC-CHK
               MOVE WS-COND-COUNT TO TC-COUNT
               OPEN EXTEND TRAIL-CONTROL-FILE
               IF WS-TC-STATUS = "35" THEN
                   OPEN OUTPUT TRAIL-CONTROL-FILE
               END-IF
               WRITE TRAIL-CONTROL-RECORD
               CLOSE TRAIL-CONTROL-FILE
               MOVE WS-TRAIL-SEQ TO PX-SEQ
               MOVE WS-TRAIL-CHK TO PX-CHK
               WRITE PURGE-OUT FROM PURGE-CARRY-LINE.

           PURGE-ISSUE-HISTORY.
               IF WS-HIST-DAYS = 0 THEN
                   WRITE PURGE-OUT FROM PURGE-HIST-KEEP-LINE
               ELSE
                   COMPUTE WS-HIST-CUT-INT = WS-RUN-INT - WS-HIST-DAYS
                   COMPUTE WS-HIST-CUT =
                       FUNCTION DATE-OF-INTEGER(WS-HIST-CUT-INT)
                   OPEN I-O ISSUE-HISTORY-FILE
                   IF WS-IH-STATUS = "35" THEN
                       DISPLAY "ISSUEHIST.DAT NOT FOUND -- NO ISSUE "
                           "HISTORY TO PURGE"
                   ELSE IF WS-IH-STATUS NOT = "00" THEN
                       DISPLAY "CANNOT OPEN ISSUEHIST.DAT, STATUS "
                           WS-IH-STATUS " -- ISSUE HISTORY NOT PURGED"
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ ISSUE-HISTORY-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-EOF
                               NOT AT END
                                   IF ISH-DATE < WS-HIST-CUT THEN
                                       DELETE ISSUE-HISTORY-FILE
                                           RECORD
                                       END-DELETE
                                       ADD 1 TO WS-HIST-PURGED
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE 'N' TO WS-EOF
                       CLOSE ISSUE-HISTORY-FILE
                   END-IF
                   END-IF
                   MOVE WS-HIST-PURGED TO PI-COUNT
                   MOVE WS-HIST-CUT TO PI-CUT
                   WRITE PURGE-OUT FROM PURGE-HIST-LINE
               END-IF.

           WRITE-RUN-STATUS.
