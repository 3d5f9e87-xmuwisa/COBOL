       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAIL-VERIFY.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT AUDIT-LOG-FILE
           ASSIGN TO 'audit.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       SELECT JOURNAL-FILE
           ASSIGN TO 'journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT KM-JOURNAL-FILE
           ASSIGN TO 'kmjournal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KMJ-STATUS.

       SELECT TRAIL-CONTROL-FILE
           ASSIGN TO 'trailctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TC-STATUS.

       SELECT VERIFY-REPORT-FILE
           ASSIGN TO 'trailverify_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-IN        PIC X(159).

       FD  JOURNAL-FILE.
       01  JOURNAL-IN      PIC X(61).

       FD  KM-JOURNAL-FILE.
       01  KM-JOURNAL-IN   PIC X(119).

       FD  TRAIL-CONTROL-FILE.
       01  TRAIL-CONTROL-RECORD.
           05 TC-KIND      PIC X(1).
           05 TC-TRAIL     PIC X(8).
           05 TC-DATE      PIC 9(8).
           05 TC-SEQ       PIC 9(8).
           05 TC-CHK       PIC 9(9).
           05 TC-COUNT     PIC 9(7).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-OUT      PIC X(100).

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
           05 RS-PROGRAM   PIC X(20) VALUE "TRAIL-VERIFY".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  DIVIDER-1       PIC X(60) VALUE ALL "=".
       01  DIVIDER-3       PIC X(60) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-JOURNAL-STATUS PIC X(2).
       01  WS-KMJ-STATUS   PIC X(2).
       01  WS-TC-STATUS    PIC X(2).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).

       01  WS-CARRY-TABLE.
           05 WS-CF-COUNT  PIC 9(3) VALUE 0.
           05 WS-CF-ENTRY OCCURS 200 TIMES.
               10 WS-CF-TRAIL   PIC X(8).
               10 WS-CF-SEQ     PIC 9(8).
               10 WS-CF-CHK     PIC 9(9).
       01  WS-CF-IDX       PIC 9(3).
       01  WS-CF-FOUND     PIC A(1).

       01  WS-VERIFIED-TABLE.
           05 WS-VF-ENTRY OCCURS 3 TIMES.
               10 WS-VF-TRAIL   PIC X(8).
               10 WS-VF-DATE    PIC 9(8).
               10 WS-VF-SEQ     PIC 9(8).
               10 WS-VF-CHK     PIC 9(9).
       01  WS-VF-IDX       PIC 9(1).

       01  WS-TV-TRAIL     PIC X(8).
       01  WS-TV-FILE      PIC X(14).
       01  WS-TV-SLOT      PIC 9(1).
       01  WS-TV-BODY-LEN  PIC 9(3).
       01  WS-TV-REC       PIC X(159).
       01  WS-TV-FOUND     PIC A(1).
       01  WS-TV-STAMPED   PIC A(1).
       01  WS-TV-SAVED-OK  PIC A(1).
       01  WS-TV-LINES     PIC 9(7).
       01  WS-TV-LEGACY    PIC 9(7).
       01  WS-TV-CHECKED   PIC 9(7).
       01  WS-TV-EXCEPTIONS PIC 9(5).
       01  WS-TV-TOTAL-EXC PIC 9(6) VALUE 0.
       01  WS-TV-SEQ-IN    PIC 9(8).
       01  WS-TV-CHK-IN    PIC 9(9).
       01  WS-TV-CARRY-SEQ PIC 9(8).
       01  WS-TV-CARRY-CHK PIC 9(9).
       01  WS-TV-EXPECT    PIC 9(8).
       01  WS-TV-MSG       PIC X(70).

       01  WS-TRAIL-SEQ    PIC 9(8).
       01  WS-TRAIL-CHK    PIC 9(9).
       01  WS-TRAIL-WORK   PIC 9(12).
       01  WS-TRAIL-POS    PIC 9(3).

       01  VERIFY-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 VH-TITLE     PIC X(34) VALUE
               "AUDIT TRAIL VERIFICATION REPORT  ".
           05 VH-DATE      PIC X(8).
       01  TRAIL-HEAD-LINE.
           05 TH-LBL-1     PIC X(7) VALUE "TRAIL: ".
           05 TH-TRAIL     PIC X(8).
           05 TH-LBL-2     PIC X(8) VALUE "  FILE: ".
           05 TH-FILE      PIC X(14).
       01  TRAIL-EXC-LINE.
           05 TE-LBL       PIC X(7) VALUE "  LINE ".
           05 TE-LINE      PIC Z(6)9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 TE-MSG       PIC X(70).
       01  TRAIL-MORE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 TM-LBL       PIC X(45) VALUE
               "FURTHER EXCEPTIONS ON THIS TRAIL NOT LISTED".
       01  TRAIL-COUNT-LINE.
           05 TN-LBL-1     PIC X(9) VALUE "  LINES: ".
           05 TN-LINES     PIC Z(6)9.
           05 TN-LBL-2     PIC X(11) VALUE "  CHECKED: ".
           05 TN-CHECKED   PIC Z(6)9.
           05 TN-LBL-3     PIC X(21) VALUE "  UNSTAMPED (LEGACY):".
           05 TN-LEGACY    PIC Z(6)9.
           05 TN-LBL-4     PIC X(12) VALUE "  LAST SEQ: ".
           05 TN-LAST-SEQ  PIC Z(7)9.
       01  TRAIL-RESULT-LINE.
           05 TR-LBL-1     PIC X(10) VALUE "  RESULT: ".
           05 TR-RESULT    PIC X(30).
           05 TR-LBL-2     PIC X(14) VALUE "  EXCEPTIONS: ".
           05 TR-EXC       PIC Z(4)9.
       01  VERIFY-TOTAL-LINE.
           05 VT-LBL       PIC X(18) VALUE "TOTAL EXCEPTIONS: ".
           05 VT-EXC       PIC Z(5)9.

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           PERFORM LOAD-TRAIL-CONTROL

           OPEN OUTPUT VERIFY-REPORT-FILE
           WRITE VERIFY-OUT FROM DIVIDER-1
           MOVE WS-RUN-DATE TO VH-DATE
           WRITE VERIFY-OUT FROM VERIFY-HEADER-1
           WRITE VERIFY-OUT FROM DIVIDER-1

           PERFORM VERIFY-AUDIT-LOG
           PERFORM VERIFY-JOURNAL
           PERFORM VERIFY-KM-JOURNAL

           WRITE VERIFY-OUT FROM DIVIDER-1
           MOVE WS-TV-TOTAL-EXC TO VT-EXC
           WRITE VERIFY-OUT FROM VERIFY-TOTAL-LINE
           CLOSE VERIFY-REPORT-FILE

           IF WS-TV-TOTAL-EXC > 0 THEN
               DISPLAY "TRAIL-VERIFY: " WS-TV-TOTAL-EXC
                   " EXCEPTIONS -- AUDIT TRAIL CHAIN BROKEN, SEE "
                   "TRAILVERIFY_REPORT.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TRAIL-VERIFY: ALL AUDIT TRAILS INTACT"
           END-IF

           MOVE "END" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
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
                                   MOVE RC-VALUE(1:8) TO WS-RUN-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-RUNCTL-EOF
                   CLOSE RUNCTL-FILE
               END-IF.

           LOAD-TRAIL-CONTROL.
               MOVE "AUDIT" TO WS-VF-TRAIL(1)
               MOVE "JOURNAL" TO WS-VF-TRAIL(2)
               MOVE "KMJOURNL" TO WS-VF-TRAIL(3)
               PERFORM VARYING WS-VF-IDX FROM 1 BY 1
                   UNTIL WS-VF-IDX > 3
                   MOVE 0 TO WS-VF-DATE(WS-VF-IDX)
                   MOVE 0 TO WS-VF-SEQ(WS-VF-IDX)
                   MOVE 0 TO WS-VF-CHK(WS-VF-IDX)
               END-PERFORM
               OPEN INPUT TRAIL-CONTROL-FILE
               IF WS-TC-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ TRAIL-CONTROL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-CONTROL-RECORD
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE TRAIL-CONTROL-FILE
               END-IF.

           KEEP-CONTROL-RECORD.
               IF TC-KIND = "C" THEN
                   IF WS-CF-COUNT < 200 THEN
                       ADD 1 TO WS-CF-COUNT
                       MOVE TC-TRAIL TO WS-CF-TRAIL(WS-CF-COUNT)
                       MOVE TC-SEQ TO WS-CF-SEQ(WS-CF-COUNT)
                       MOVE TC-CHK TO WS-CF-CHK(WS-CF-COUNT)
                   ELSE
                       DISPLAY "TRAILCTL.DAT EXCEEDS 200 CARRY-"
                           "FORWARD ENTRIES -- ENTRY SKIPPED"
                   END-IF
               ELSE IF TC-KIND = "V" THEN
                   PERFORM VARYING WS-VF-IDX FROM 1 BY 1
                       UNTIL WS-VF-IDX > 3
                       IF WS-VF-TRAIL(WS-VF-IDX) = TC-TRAIL THEN
                           MOVE TC-DATE TO WS-VF-DATE(WS-VF-IDX)
                           MOVE TC-SEQ TO WS-VF-SEQ(WS-VF-IDX)
                           MOVE TC-CHK TO WS-VF-CHK(WS-VF-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               END-IF.

           VERIFY-AUDIT-LOG.
               MOVE "AUDIT" TO WS-TV-TRAIL
               MOVE "audit.log" TO WS-TV-FILE
               MOVE 1 TO WS-TV-SLOT
               MOVE 140 TO WS-TV-BODY-LEN
               PERFORM BEGIN-TRAIL
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS = "35" THEN
                   MOVE 'N' TO WS-TV-FOUND
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ AUDIT-LOG-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE AUDIT-IN TO WS-TV-REC
                               PERFORM CHECK-TRAIL-RECORD
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE AUDIT-LOG-FILE
               END-IF
               PERFORM END-TRAIL.

           VERIFY-JOURNAL.
               MOVE "JOURNAL" TO WS-TV-TRAIL
               MOVE "journal.dat" TO WS-TV-FILE
               MOVE 2 TO WS-TV-SLOT
               MOVE 42 TO WS-TV-BODY-LEN
               PERFORM BEGIN-TRAIL
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35" THEN
                   MOVE 'N' TO WS-TV-FOUND
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ JOURNAL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE JOURNAL-IN TO WS-TV-REC
                               PERFORM CHECK-TRAIL-RECORD
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE JOURNAL-FILE
               END-IF
               PERFORM END-TRAIL.

           VERIFY-KM-JOURNAL.
               MOVE "KMJOURNL" TO WS-TV-TRAIL
               MOVE "kmjournal.dat" TO WS-TV-FILE
               MOVE 3 TO WS-TV-SLOT
               MOVE 100 TO WS-TV-BODY-LEN
               PERFORM BEGIN-TRAIL
               OPEN INPUT KM-JOURNAL-FILE
               IF WS-KMJ-STATUS = "35" THEN
                   MOVE 'N' TO WS-TV-FOUND
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ KM-JOURNAL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE KM-JOURNAL-IN TO WS-TV-REC
                               PERFORM CHECK-TRAIL-RECORD
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE KM-JOURNAL-FILE
               END-IF
               PERFORM END-TRAIL.

           BEGIN-TRAIL.
               MOVE 'Y' TO WS-TV-FOUND
               MOVE 'N' TO WS-TV-STAMPED
               MOVE 0 TO WS-TV-LINES
               MOVE 0 TO WS-TV-LEGACY
               MOVE 0 TO WS-TV-CHECKED
               MOVE 0 TO WS-TV-EXCEPTIONS
               MOVE 0 TO WS-TRAIL-SEQ
               MOVE 0 TO WS-TRAIL-CHK
               IF WS-VF-SEQ(WS-TV-SLOT) = 0 THEN
                   MOVE 'Y' TO WS-TV-SAVED-OK
               ELSE
                   MOVE 'N' TO WS-TV-SAVED-OK
               END-IF
               WRITE VERIFY-OUT FROM DIVIDER-3
               MOVE WS-TV-TRAIL TO TH-TRAIL
               MOVE WS-TV-FILE TO TH-FILE
               WRITE VERIFY-OUT FROM TRAIL-HEAD-LINE.

           CHECK-TRAIL-RECORD.
               ADD 1 TO WS-TV-LINES
               IF WS-TV-REC(WS-TV-BODY-LEN + 2:8) IS NOT NUMERIC
                  OR WS-TV-REC(WS-TV-BODY-LEN + 11:9) IS NOT NUMERIC
                  THEN
                   IF WS-TV-STAMPED = 'N' THEN
                       ADD 1 TO WS-TV-LEGACY
                   ELSE
                       MOVE SPACES TO WS-TV-MSG
                       STRING "UNSTAMPED LINE AFTER SEQ " WS-TRAIL-SEQ
                           " -- INSERTED OR ALTERED"
                           DELIMITED BY SIZE INTO WS-TV-MSG
                       PERFORM REPORT-TRAIL-EXCEPTION
                   END-IF
               ELSE
                   ADD 1 TO WS-TV-CHECKED
                   MOVE WS-TV-REC(WS-TV-BODY-LEN + 2:8) TO WS-TV-SEQ-IN
                   MOVE WS-TV-REC(WS-TV-BODY-LEN + 11:9)
                       TO WS-TV-CHK-IN
                   IF WS-TV-REC(1:15) = "CARRY FORWARD: " THEN
                       PERFORM CHECK-CARRY-FORWARD
                   END-IF
                   MOVE 'Y' TO WS-TV-STAMPED
                   COMPUTE WS-TV-EXPECT = WS-TRAIL-SEQ + 1
                   IF WS-TV-SEQ-IN NOT = WS-TV-EXPECT THEN
                       MOVE SPACES TO WS-TV-MSG
                       STRING "SEQUENCE GAP: EXPECTED " WS-TV-EXPECT
                           " FOUND " WS-TV-SEQ-IN
                           DELIMITED BY SIZE INTO WS-TV-MSG
                       PERFORM REPORT-TRAIL-EXCEPTION
                   ELSE
                       PERFORM COMPUTE-TRAIL-CHECK
                       IF WS-TRAIL-CHK NOT = WS-TV-CHK-IN THEN
                           MOVE SPACES TO WS-TV-MSG
                           STRING "CHECK VALUE MISMATCH AT SEQ "
                               WS-TV-SEQ-IN
                               " -- RECORD ALTERED OR CHAIN BROKEN"
                               DELIMITED BY SIZE INTO WS-TV-MSG
                           PERFORM REPORT-TRAIL-EXCEPTION
                       END-IF
                   END-IF
                   MOVE WS-TV-SEQ-IN TO WS-TRAIL-SEQ
                   MOVE WS-TV-CHK-IN TO WS-TRAIL-CHK
                   IF WS-VF-SEQ(WS-TV-SLOT) > 0
                      AND WS-TV-SEQ-IN = WS-VF-SEQ(WS-TV-SLOT) THEN
                       IF WS-TV-CHK-IN = WS-VF-CHK(WS-TV-SLOT) THEN
                           MOVE 'Y' TO WS-TV-SAVED-OK
                       ELSE
                           MOVE SPACES TO WS-TV-MSG
                           STRING "SEQ " WS-TV-SEQ-IN
                               " DIFFERS FROM THE VALUE VERIFIED ON "
                               WS-VF-DATE(WS-TV-SLOT)
                               DELIMITED BY SIZE INTO WS-TV-MSG
                           PERFORM REPORT-TRAIL-EXCEPTION
                       END-IF
                   END-IF
               END-IF.

           CHECK-CARRY-FORWARD.
               IF WS-TV-STAMPED = 'Y' OR WS-TV-LEGACY > 0
                  OR WS-TV-REC(35:8) IS NOT NUMERIC
                  OR WS-TV-REC(54:9) IS NOT NUMERIC THEN
                   MOVE SPACES TO WS-TV-MSG
                   STRING "CARRY-FORWARD RECORD OUT OF PLACE AT SEQ "
                       WS-TV-SEQ-IN
                       DELIMITED BY SIZE INTO WS-TV-MSG
                   PERFORM REPORT-TRAIL-EXCEPTION
               ELSE
                   MOVE WS-TV-REC(35:8) TO WS-TV-CARRY-SEQ
                   MOVE WS-TV-REC(54:9) TO WS-TV-CARRY-CHK
                   MOVE WS-TV-CARRY-SEQ TO WS-TRAIL-SEQ
                   MOVE WS-TV-CARRY-CHK TO WS-TRAIL-CHK
                   MOVE 'N' TO WS-CF-FOUND
                   PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                       UNTIL WS-CF-IDX > WS-CF-COUNT
                       IF WS-CF-TRAIL(WS-CF-IDX) = WS-TV-TRAIL
                          AND WS-CF-SEQ(WS-CF-IDX) = WS-TV-CARRY-SEQ
                          AND WS-CF-CHK(WS-CF-IDX) = WS-TV-CARRY-CHK
                          THEN
                           MOVE 'Y' TO WS-CF-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CF-FOUND = 'N' THEN
                       MOVE SPACES TO WS-TV-MSG
                       STRING "CARRY-FORWARD AT SEQ " WS-TV-CARRY-SEQ
                           " NOT RECORDED ON TRAILCTL.DAT"
                           DELIMITED BY SIZE INTO WS-TV-MSG
                       PERFORM REPORT-TRAIL-EXCEPTION
                   END-IF
                   IF WS-VF-SEQ(WS-TV-SLOT) > 0 THEN
                       IF WS-TV-CARRY-SEQ > WS-VF-SEQ(WS-TV-SLOT)
                          OR (WS-TV-CARRY-SEQ = WS-VF-SEQ(WS-TV-SLOT)
                          AND WS-TV-CARRY-CHK
                              = WS-VF-CHK(WS-TV-SLOT)) THEN
                           MOVE 'Y' TO WS-TV-SAVED-OK
                       END-IF
                   END-IF
               END-IF.

           COMPUTE-TRAIL-CHECK.
               MOVE WS-TV-EXPECT TO WS-TRAIL-SEQ
               COMPUTE WS-TRAIL-WORK = WS-TRAIL-CHK * 31 + WS-TRAIL-SEQ
               COMPUTE WS-TRAIL-CHK =
                   FUNCTION MOD(WS-TRAIL-WORK, 999999937)
               PERFORM VARYING WS-TRAIL-POS FROM 1 BY 1
                   UNTIL WS-TRAIL-POS > WS-TV-BODY-LEN
                   COMPUTE WS-TRAIL-WORK = WS-TRAIL-CHK * 31
                       + FUNCTION ORD(WS-TV-REC(WS-TRAIL-POS:1))
                   COMPUTE WS-TRAIL-CHK =
                       FUNCTION MOD(WS-TRAIL-WORK, 999999937)
               END-PERFORM.

           REPORT-TRAIL-EXCEPTION.
               ADD 1 TO WS-TV-EXCEPTIONS
               ADD 1 TO WS-TV-TOTAL-EXC
               IF WS-TV-EXCEPTIONS <= 50 THEN
                   MOVE WS-TV-LINES TO TE-LINE
                   MOVE WS-TV-MSG TO TE-MSG
                   WRITE VERIFY-OUT FROM TRAIL-EXC-LINE
               ELSE IF WS-TV-EXCEPTIONS = 51 THEN
                   WRITE VERIFY-OUT FROM TRAIL-MORE-LINE
               END-IF
               END-IF.

           END-TRAIL.
               IF WS-TV-SAVED-OK = 'N' THEN
                   MOVE SPACES TO WS-TV-MSG
                   STRING "SEQ " WS-VF-SEQ(WS-TV-SLOT)
                       " VERIFIED ON " WS-VF-DATE(WS-TV-SLOT)
                       " IS MISSING -- TRAIL TRUNCATED"
                       DELIMITED BY SIZE INTO WS-TV-MSG
                   PERFORM REPORT-TRAIL-EXCEPTION
               END-IF
               MOVE WS-TV-LINES TO TN-LINES
               MOVE WS-TV-CHECKED TO TN-CHECKED
               MOVE WS-TV-LEGACY TO TN-LEGACY
               MOVE WS-TRAIL-SEQ TO TN-LAST-SEQ
               WRITE VERIFY-OUT FROM TRAIL-COUNT-LINE
               IF WS-TV-EXCEPTIONS > 0 THEN
                   MOVE "CHAIN BROKEN" TO TR-RESULT
               ELSE IF WS-TV-FOUND = 'N' THEN
                   MOVE "FILE NOT FOUND" TO TR-RESULT
               ELSE IF WS-TV-CHECKED = 0 THEN
                   MOVE "NO STAMPED RECORDS YET" TO TR-RESULT
               ELSE
                   MOVE "CHAIN INTACT" TO TR-RESULT
                   PERFORM RECORD-VERIFIED-POINT
               END-IF
               END-IF
               END-IF
               MOVE WS-TV-EXCEPTIONS TO TR-EXC
               WRITE VERIFY-OUT FROM TRAIL-RESULT-LINE
               DISPLAY "TRAIL " WS-TV-TRAIL ": " TR-RESULT
                   " LAST SEQ " WS-TRAIL-SEQ.

           RECORD-VERIFIED-POINT.
               MOVE "V" TO TC-KIND
               MOVE WS-TV-TRAIL TO TC-TRAIL
               MOVE WS-RUN-DATE TO TC-DATE
               MOVE WS-TRAIL-SEQ TO TC-SEQ
               MOVE WS-TRAIL-CHK TO TC-CHK
               MOVE WS-TV-CHECKED TO TC-COUNT
               OPEN EXTEND TRAIL-CONTROL-FILE
               IF WS-TC-STATUS = "35" THEN
                   OPEN OUTPUT TRAIL-CONTROL-FILE
               END-IF
               WRITE TRAIL-CONTROL-RECORD
               CLOSE TRAIL-CONTROL-FILE.

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
