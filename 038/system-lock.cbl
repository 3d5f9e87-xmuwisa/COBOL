       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSTEM-LOCK.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SYSTEM-LOCK-FILE
           ASSIGN TO 'syslock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       SELECT OPERATOR-FILE
           ASSIGN TO 'opermast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT AUDIT-LOG-FILE
           ASSIGN TO 'audit.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-LOCK-FILE.
       01  SYSTEM-LOCK-RECORD.
           05 SL-STATE     PIC X(1).
           05 SL-HOLDER    PIC X(20).
           05 SL-DATE      PIC 9(8).
           05 SL-TIME      PIC 9(6).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID       PIC X(3).
           05 OPR-PASSWORD PIC X(8).
           05 OPR-LEVEL    PIC 9(1).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-OUT       PIC X(159).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-STATUS  PIC X(2).
       01  WS-OPER-STATUS  PIC X(2).
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-EOF    PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-LOCK-NAME    PIC X(20) VALUE "syslock.dat".
       01  WS-DELETE-RC    PIC S9(9) COMP-5.

       01  WS-REQUEST      PIC X(40).
       01  WS-REQ-FUNCTION PIC X(8).
       01  WS-REQ-HOLDER   PIC X(20).

       01  WS-LOCKED       PIC A(1) VALUE 'N'.
       01  WS-CUR-HOLDER   PIC X(20).
       01  WS-CUR-DATE     PIC 9(8).
       01  WS-CUR-TIME     PIC 9(6).

       01  WS-OPERATOR     PIC X(3).
       01  WS-OPER-EOF     PIC A(1).
       01  WS-OPER-LEVEL   PIC 9(1) VALUE 0.
       01  WS-SIGNON-OK    PIC A(1).
       01  WS-SIGNON-TRIES PIC 9(1).
       01  WS-INPUT-OPER   PIC X(3).
       01  WS-INPUT-PASS   PIC X(8).
       01  WS-REASON       PIC X(40).
       01  WS-CONFIRM      PIC X(1).

       01  AUDIT-LOCK-LINE.
           05 AK-LBL       PIC X(15) VALUE "LOCK RELEASE:  ".
           05 AK-DATE      PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 AK-TIME      PIC X(6).
           05 AK-LBL-2     PIC X(9) VALUE "  HOLDER ".
           05 AK-HOLDER    PIC X(20).
           05 AK-LBL-3     PIC X(7) VALUE " SINCE ".
           05 AK-SINCE-DATE PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 AK-SINCE-TIME PIC 9(6).
           05 AK-LBL-4     PIC X(4) VALUE " BY ".
           05 AK-OPER      PIC X(3).
           05 AK-LBL-5     PIC X(9) VALUE "  REASON ".
           05 AK-REASON    PIC X(40).

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

       PROCEDURE DIVISION.
           DISPLAY "LOCK FUNCTION (SET holder, CLEAR holder, SHOW, "
               "RELEASE): " WITH NO ADVANCING
           ACCEPT WS-REQUEST
           MOVE SPACES TO WS-REQ-FUNCTION WS-REQ-HOLDER
           UNSTRING FUNCTION UPPER-CASE(WS-REQUEST)
               DELIMITED BY ALL SPACE
               INTO WS-REQ-FUNCTION WS-REQ-HOLDER
           END-UNSTRING
           IF WS-REQ-HOLDER = SPACES THEN
               MOVE "DAILY-BATCH" TO WS-REQ-HOLDER
           END-IF

           PERFORM READ-SYSTEM-LOCK

           EVALUATE WS-REQ-FUNCTION
               WHEN "SET"
                   PERFORM SET-LOCK
               WHEN "CLEAR"
                   PERFORM CLEAR-LOCK
               WHEN "SHOW"
                   PERFORM SHOW-LOCK
               WHEN "RELEASE"
                   PERFORM RELEASE-STALE-LOCK
               WHEN OTHER
                   DISPLAY "UNKNOWN LOCK FUNCTION " WS-REQ-FUNCTION
                       " -- USE SET, CLEAR, SHOW OR RELEASE"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

           READ-SYSTEM-LOCK.
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
                               MOVE SL-HOLDER TO WS-CUR-HOLDER
                               MOVE SL-DATE TO WS-CUR-DATE
                               MOVE SL-TIME TO WS-CUR-TIME
                           END-IF
                   END-READ
                   CLOSE SYSTEM-LOCK-FILE
               END-IF.

           SHOW-LOCK.
               IF WS-LOCKED = 'Y' THEN
                   DISPLAY "SYSTEM LOCKED BY " WS-CUR-HOLDER
                       " SINCE " WS-CUR-DATE " "
                       WS-CUR-TIME(1:2) ":" WS-CUR-TIME(3:2) ":"
                       WS-CUR-TIME(5:2)
               ELSE
                   DISPLAY "SYSTEM NOT LOCKED -- MAINTENANCE UPDATES "
                       "ALLOWED"
               END-IF.

           SET-LOCK.
               IF WS-LOCKED = 'Y' THEN
                   IF WS-CUR-HOLDER = WS-REQ-HOLDER THEN
                       DISPLAY "LOCK ALREADY HELD BY " WS-CUR-HOLDER
                           " SINCE " WS-CUR-DATE " " WS-CUR-TIME
                           " -- CONTINUING UNDER THE SAME LOCK"
                   ELSE
                       PERFORM SHOW-LOCK
                       DISPLAY "LOCK NOT SET FOR " WS-REQ-HOLDER
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
                   MOVE 'L' TO SL-STATE
                   MOVE WS-REQ-HOLDER TO SL-HOLDER
                   MOVE WS-FULL-DATE(1:8) TO SL-DATE
                   MOVE WS-FULL-DATE(9:6) TO SL-TIME
                   OPEN OUTPUT SYSTEM-LOCK-FILE
                   WRITE SYSTEM-LOCK-RECORD
                   CLOSE SYSTEM-LOCK-FILE
                   DISPLAY "SYSTEM LOCK SET FOR " WS-REQ-HOLDER
                       " AT " SL-DATE " " SL-TIME
               END-IF.

           CLEAR-LOCK.
               IF WS-LOCKED = 'N' THEN
                   DISPLAY "SYSTEM NOT LOCKED -- NOTHING TO CLEAR"
               ELSE IF WS-CUR-HOLDER NOT = WS-REQ-HOLDER THEN
                   PERFORM SHOW-LOCK
                   DISPLAY "LOCK NOT CLEARED -- HELD BY ANOTHER "
                       "HOLDER, USE RELEASE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM DELETE-LOCK-FILE
                   DISPLAY "SYSTEM LOCK CLEARED FOR " WS-REQ-HOLDER
               END-IF
               END-IF.

           RELEASE-STALE-LOCK.
               IF WS-LOCKED = 'N' THEN
                   DISPLAY "SYSTEM NOT LOCKED -- NOTHING TO RELEASE"
               ELSE
                   PERFORM SHOW-LOCK
                   DISPLAY "RELEASE ONLY IF THE HOLDER IS NO LONGER "
                       "RUNNING. SUPERVISOR SIGN-ON REQUIRED."
                   PERFORM SIGN-ON
                   IF WS-SIGNON-OK = 'N' THEN
                       DISPLAY 'SIGN-ON FAILED -- LOCK NOT RELEASED.'
                       MOVE 8 TO RETURN-CODE
                   ELSE IF WS-OPER-LEVEL < 3 THEN
                       DISPLAY 'OPERATOR ' WS-OPERATOR ' IS NOT '
                           'AUTHORIZED TO RELEASE THE SYSTEM LOCK.'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM CONFIRM-RELEASE
                   END-IF
                   END-IF
               END-IF.

           CONFIRM-RELEASE.
               MOVE SPACES TO WS-REASON
               PERFORM UNTIL WS-REASON NOT = SPACES
                   DISPLAY 'REASON FOR RELEASE: ' WITH NO ADVANCING
                   ACCEPT WS-REASON
               END-PERFORM
               DISPLAY 'RELEASE LOCK HELD BY ' WS-CUR-HOLDER
                   ' (Y/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y' THEN
                   PERFORM WRITE-RELEASE-AUDIT
                   PERFORM DELETE-LOCK-FILE
                   DISPLAY "STALE LOCK RELEASED BY " WS-OPERATOR
                       " -- LOGGED TO AUDIT.LOG"
               ELSE
                   DISPLAY "LOCK LEFT IN PLACE."
               END-IF.

           WRITE-RELEASE-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
               MOVE WS-FULL-DATE(1:8) TO AK-DATE
               MOVE WS-FULL-DATE(9:6) TO AK-TIME
               MOVE WS-CUR-HOLDER TO AK-HOLDER
               MOVE WS-CUR-DATE TO AK-SINCE-DATE
               MOVE WS-CUR-TIME TO AK-SINCE-TIME
               MOVE WS-OPERATOR TO AK-OPER
               MOVE WS-REASON TO AK-REASON
               PERFORM LOAD-AUDIT-CHAIN
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               MOVE AUDIT-LOCK-LINE TO AT-BODY
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

           DELETE-LOCK-FILE.
               CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME
                   RETURNING WS-DELETE-RC
               END-CALL.

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
