           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT SYSTEM-LOCK-FILE
           ASSIGN TO 'syslock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       SELECT KID-TOYS-MASTER
           ASSIGN TO 'kidtoys.dat'
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KMJ-STATUS.

       SELECT HOUSEHOLD-FILE
           ASSIGN TO 'household.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KID-MASTER-FILE.
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

       FD  KID-TOYS-MASTER.
       01  MASTER-RECORD.
           05 KT-KEY.
           05 KT-TOYS      PIC 9(2).

       FD  KM-JOURNAL-FILE.
       01  KM-JOURNAL-OUT  PIC X(119).

       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05 HH-ID        PIC 9(5).
           05 HH-GUARDIAN  PIC X(20).
           05 HH-ADDRESS   PIC X(30).
           05 HH-BARANGAY  PIC X(20).

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

       01  WS-INPUT-BRANCH PIC A(2).
       01  WS-INPUT-NAME   PIC X(20).
       01  WS-INPUT-REG    PIC 9(8).
       01  WS-INPUT-BIRTH  PIC 9(8).
       01  WS-INPUT-ELIG   PIC X(1).
       01  WS-INPUT-HH-X   PIC X(5).
       01  WS-INPUT-HH     PIC 9(5).
       01  WS-HH-OK        PIC A(1).
       01  WS-HH-FILE-STATUS PIC X(2).

       01  WS-HH-TABLE.
           05 WS-HH-COUNT  PIC 9(4) VALUE 0.
           05 WS-HH-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-HH-IDX.
               10 WS-HH-ID       PIC 9(5).
               10 WS-HH-GUARDIAN PIC X(20).

       01  WS-KM-TABLE.
           05 WS-KM-COUNT  PIC 9(4) VALUE 0.
               10 WS-KM-YTD      PIC 9(6).
               10 WS-KM-MTD      PIC 9(6).
               10 WS-KM-LAST     PIC 9(8).
               10 WS-KM-BIRTH    PIC 9(8).
               10 WS-KM-ELIG     PIC X(1).
               10 WS-KM-HH       PIC 9(5).

       01  WS-MATCH-IDX    PIC 9(4).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-KMJ-STATUS   PIC X(2).
       01  WS-KMJ-EOF      PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).

       01  WS-SURV-IDX     PIC 9(4).
           05 FILL         PIC X(1) VALUE SPACE.
           05 KMJ-ACT      PIC X(3).
           05 FILL         PIC X(1) VALUE SPACE.
           05 KMJ-IMAGE    PIC X(74).

       01  KM-JOURNAL-TRAIL-RECORD.
           05 KJT-BODY     PIC X(100).
           05 FILL         PIC X(1) VALUE SPACE.
           05 KJT-SEQ      PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 KJT-CHK      PIC 9(9).
       01  WS-TRAIL-SEQ    PIC 9(8).
       01  WS-TRAIL-CHK    PIC 9(9).
       01  WS-TRAIL-WORK   PIC 9(12).
       01  WS-TRAIL-POS    PIC 9(3).

       01  WS-KM-IMAGE.
           05 WS-IMG-ID    PIC 9(4).
           05 WS-IMG-YTD   PIC 9(6).
           05 WS-IMG-MTD   PIC 9(6).
           05 WS-IMG-LAST  PIC 9(8).
           05 WS-IMG-BIRTH PIC 9(8).
           05 WS-IMG-ELIG  PIC X(1).
           05 WS-IMG-HH    PIC 9(5).

       01  WS-LAST-MERGE.
           05 WS-LM-ACTIVE PIC A(1) VALUE 'N'.
               10 WS-LMS-YTD      PIC 9(6).
               10 WS-LMS-MTD      PIC 9(6).
               10 WS-LMS-LAST     PIC 9(8).
               10 WS-LMS-BIRTH    PIC 9(8).
               10 WS-LMS-ELIG     PIC X(1).
               10 WS-LMS-HH       PIC 9(5).
           05 WS-LM-DUP-SAVE.
               10 WS-LMD-ID       PIC 9(4).
               10 WS-LMD-BRANCH   PIC A(2).
               10 WS-LMD-YTD      PIC 9(6).
               10 WS-LMD-MTD      PIC 9(6).
               10 WS-LMD-LAST     PIC 9(8).
               10 WS-LMD-BIRTH    PIC 9(8).
               10 WS-LMD-ELIG     PIC X(1).
               10 WS-LMD-HH       PIC 9(5).
           05 WS-LM-RK-COUNT PIC 9(2) VALUE 0.
           05 WS-LM-RK-ENTRY OCCURS 20 TIMES.
               10 WS-LM-RK-OLD   PIC X(9).
               STOP RUN
           END-IF

           PERFORM CHECK-SYSTEM-LOCK
           IF WS-LOCKED = 'Y' THEN
               PERFORM SHOW-SYSTEM-LOCK
           END-IF

           PERFORM LOAD-TABLE
           PERFORM LOAD-HOUSEHOLDS

           PERFORM UNTIL WS-CHOICE = 7
               DISPLAY '=================================='

               PERFORM GET-OPTION-LEVEL
               PERFORM CHECK-AUTH
               IF WS-AUTH-OK = 'Y' AND WS-AUTH-NEED >= 2 THEN
                   PERFORM CHECK-UPDATE-LOCK
               END-IF
               IF WS-AUTH-OK = 'N' THEN
                   CONTINUE
               ELSE
                       WHEN 6
                           PERFORM BACKOUT-LAST-MERGE
                       WHEN 7
                           PERFORM CHECK-SYSTEM-LOCK
                           IF WS-LOCK-SEEN = 'Y' THEN
                               DISPLAY 'KID MASTER LEFT AS THE BATCH '
                                   'WROTE IT. PROGRAM ENDS...'
                           ELSE
                               PERFORM SAVE-TABLE
                               DISPLAY 'SAVED. PROGRAM ENDS...'
                           END-IF
                       WHEN OTHER
                           DISPLAY 'INVALID OPTION, 1-7 ONLY'
                   END-EVALUATE
               END-PERFORM
               CLOSE OPERATOR-FILE.

           CHECK-UPDATE-LOCK.
               PERFORM CHECK-SYSTEM-LOCK
               IF WS-LOCKED = 'Y' THEN
                   PERFORM SHOW-SYSTEM-LOCK
                   MOVE 'N' TO WS-AUTH-OK
               ELSE IF WS-LOCK-SEEN = 'Y' THEN
                   MOVE 0 TO WS-KM-COUNT
                   PERFORM LOAD-TABLE
                   MOVE 'N' TO WS-LOCK-SEEN
                   DISPLAY 'SYSTEM LOCK CLEARED -- KID MASTER RELOADED.'
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
                                       MOVE KM-LAST-DATE
                                         TO WS-KM-LAST(WS-KM-COUNT)
                                   END-IF
                                   IF KM-BIRTH-DATE IS NUMERIC THEN
                                       MOVE KM-BIRTH-DATE
                                         TO WS-KM-BIRTH(WS-KM-COUNT)
                                   ELSE
                                       MOVE 0
                                         TO WS-KM-BIRTH(WS-KM-COUNT)
                                   END-IF
                                   IF KM-ELIG-STATUS = SPACE THEN
                                       MOVE 'E'
                                         TO WS-KM-ELIG(WS-KM-COUNT)
                                   ELSE
                                       MOVE KM-ELIG-STATUS
                                         TO WS-KM-ELIG(WS-KM-COUNT)
                                   END-IF
                                   IF KM-HOUSEHOLD IS NUMERIC THEN
                                       MOVE KM-HOUSEHOLD
                                         TO WS-KM-HH(WS-KM-COUNT)
                                   ELSE
                                       MOVE 0
                                         TO WS-KM-HH(WS-KM-COUNT)
                                   END-IF
                               ELSE
                                   DISPLAY
                                     "KIDMAST.DAT EXCEEDS 5000-KID "
                   MOVE WS-KM-YTD(WS-KM-IDX) TO KM-YTD
                   MOVE WS-KM-MTD(WS-KM-IDX) TO KM-MTD
                   MOVE WS-KM-LAST(WS-KM-IDX) TO KM-LAST-DATE
                   MOVE WS-KM-BIRTH(WS-KM-IDX) TO KM-BIRTH-DATE
                   MOVE WS-KM-ELIG(WS-KM-IDX) TO KM-ELIG-STATUS
                   MOVE WS-KM-HH(WS-KM-IDX) TO KM-HOUSEHOLD
                   WRITE KID-MASTER-RECORD
               END-PERFORM
               CLOSE KID-MASTER-FILE.
                   DISPLAY 'ENTER DATE REGISTERED (YYYYMMDD): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-REG
                   DISPLAY 'ENTER DATE OF BIRTH (YYYYMMDD): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-BIRTH
                   DISPLAY 'ENTER HOUSEHOLD ID (BLANK IF NONE): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-HH-X
                   MOVE 0 TO WS-INPUT-HH
                   PERFORM CHECK-HOUSEHOLD
                   IF WS-INPUT-BIRTH < 19000101 THEN
                       DISPLAY 'DATE OF BIRTH MUST BE YYYYMMDD -- KID '
                           'NOT REGISTERED.'
                   ELSE IF WS-HH-OK = 'N' THEN
                       DISPLAY 'HOUSEHOLD ' WS-INPUT-HH-X
                           ' NOT ON HOUSEHOLD.DAT -- KID NOT '
                           'REGISTERED.'
                   ELSE
                       ADD 1 TO WS-KM-COUNT
                       MOVE WS-INPUT-ID TO WS-KM-ID(WS-KM-COUNT)
                       MOVE WS-INPUT-BRANCH
                           TO WS-KM-BRANCH(WS-KM-COUNT)
                       MOVE WS-INPUT-NAME TO WS-KM-NAME(WS-KM-COUNT)
                       MOVE WS-INPUT-REG TO WS-KM-REG(WS-KM-COUNT)
                       MOVE 0 TO WS-KM-LIFETIME(WS-KM-COUNT)
                       MOVE 0 TO WS-KM-YTD(WS-KM-COUNT)
                       MOVE 0 TO WS-KM-MTD(WS-KM-COUNT)
                       MOVE 0 TO WS-KM-LAST(WS-KM-COUNT)
                       MOVE WS-INPUT-BIRTH TO WS-KM-BIRTH(WS-KM-COUNT)
                       MOVE 'E' TO WS-KM-ELIG(WS-KM-COUNT)
                       MOVE WS-INPUT-HH TO WS-KM-HH(WS-KM-COUNT)
                       PERFORM SAVE-TABLE
                       MOVE WS-KM-COUNT TO WS-MATCH-IDX
                       MOVE "ADD" TO KMJ-ACT
                       PERFORM JOURNAL-KM-ENTRY
                       DISPLAY 'KID REGISTERED.'
                   END-IF
               END-IF.

           CHANGE-KID.
               PERFORM FIND-KID
               IF WS-FOUND = 'Y' THEN
                   DISPLAY 'ON FILE: ' WS-KM-NAME(WS-MATCH-IDX)
                       ' BORN ' WS-KM-BIRTH(WS-MATCH-IDX)
                       ' STATUS ' WS-KM-ELIG(WS-MATCH-IDX)
                       ' HOUSEHOLD ' WS-KM-HH(WS-MATCH-IDX)
                   DISPLAY 'ENTER NEW NAME: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-NAME
                   DISPLAY 'ENTER NEW BRANCH CODE (2 LETTERS): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-BRANCH
                   DISPLAY 'ENTER NEW DATE OF BIRTH (YYYYMMDD): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-BIRTH
                   DISPLAY 'ENTER NEW STATUS (E=ELIGIBLE I=INELIGIBLE '
                       'O=AGED OUT): ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-ELIG
                   DISPLAY 'ENTER NEW HOUSEHOLD ID (BLANK TO KEEP, '
                       '0 FOR NONE): ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-HH-X
                   MOVE WS-KM-HH(WS-MATCH-IDX) TO WS-INPUT-HH
                   PERFORM CHECK-HOUSEHOLD
                   MOVE WS-INPUT-NAME TO WS-KM-NAME(WS-MATCH-IDX)
                   MOVE WS-INPUT-BRANCH TO WS-KM-BRANCH(WS-MATCH-IDX)
                   IF WS-INPUT-BIRTH < 19000101 THEN
                       DISPLAY 'DATE OF BIRTH NOT YYYYMMDD -- KEPT AS '
                           WS-KM-BIRTH(WS-MATCH-IDX)
                   ELSE
                       MOVE WS-INPUT-BIRTH
                           TO WS-KM-BIRTH(WS-MATCH-IDX)
                   END-IF
                   IF WS-INPUT-ELIG = 'E' OR WS-INPUT-ELIG = 'I'
                      OR WS-INPUT-ELIG = 'O' THEN
                       MOVE WS-INPUT-ELIG TO WS-KM-ELIG(WS-MATCH-IDX)
                   ELSE
                       DISPLAY 'STATUS MUST BE E, I OR O -- KEPT AS '
                           WS-KM-ELIG(WS-MATCH-IDX)
                   END-IF
                   IF WS-HH-OK = 'Y' THEN
                       MOVE WS-INPUT-HH TO WS-KM-HH(WS-MATCH-IDX)
                   ELSE
                       DISPLAY 'HOUSEHOLD ' WS-INPUT-HH-X
                           ' NOT ON HOUSEHOLD.DAT -- KEPT AS '
                           WS-KM-HH(WS-MATCH-IDX)
                   END-IF
                   PERFORM SAVE-TABLE
                   MOVE "CHG" TO KMJ-ACT
                   PERFORM JOURNAL-KM-ENTRY
                   DISPLAY 'KID UPDATED.'
               ELSE
                   DISPLAY 'NO KID FOUND FOR THAT ID.'
               PERFORM FIND-KID
               IF WS-FOUND = 'Y' THEN
                   DISPLAY 'DELETING: ' WS-KM-NAME(WS-MATCH-IDX)
                   MOVE "DEL" TO KMJ-ACT
                   PERFORM JOURNAL-KM-ENTRY
                   PERFORM VARYING WS-KM-IDX FROM WS-MATCH-IDX BY 1
                       UNTIL WS-KM-IDX >= WS-KM-COUNT
                       MOVE WS-KM-ENTRY(WS-KM-IDX + 1)
                           WS-KM-ID(WS-KM-IDX) ' '
                           WS-KM-NAME(WS-KM-IDX) ' LIFETIME: '
                           WS-KM-LIFETIME(WS-KM-IDX) ' YTD: '
                           WS-KM-YTD(WS-KM-IDX) ' BORN: '
                           WS-KM-BIRTH(WS-KM-IDX) ' STATUS: '
                           WS-KM-ELIG(WS-KM-IDX) ' HOUSEHOLD: '
                           WS-KM-HH(WS-KM-IDX)
                   END-PERFORM
               END-IF.

           LOAD-HOUSEHOLDS.
               OPEN INPUT HOUSEHOLD-FILE
               IF WS-HH-FILE-STATUS = "35" THEN
                   DISPLAY
                       "HOUSEHOLD.DAT NOT FOUND -- KIDS CANNOT BE "
                       "LINKED TO A HOUSEHOLD"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ HOUSEHOLD-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-HH-COUNT < 2000 THEN
                                   ADD 1 TO WS-HH-COUNT
                                   MOVE HH-ID
                                       TO WS-HH-ID(WS-HH-COUNT)
                                   MOVE HH-GUARDIAN
                                       TO WS-HH-GUARDIAN(WS-HH-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE HOUSEHOLD-FILE
               END-IF.

           CHECK-HOUSEHOLD.
               MOVE 'Y' TO WS-HH-OK
               IF WS-INPUT-HH-X = SPACES THEN
                   CONTINUE
               ELSE IF FUNCTION TRIM(WS-INPUT-HH-X) IS NOT NUMERIC
                   THEN
                   MOVE 'N' TO WS-HH-OK
               ELSE
                   MOVE FUNCTION NUMVAL(WS-INPUT-HH-X) TO WS-INPUT-HH
                   IF WS-INPUT-HH = 0 THEN
                       CONTINUE
                   ELSE
                       MOVE 'N' TO WS-HH-OK
                       PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                           UNTIL WS-HH-IDX > WS-HH-COUNT
                              OR WS-HH-OK = 'Y'
                           IF WS-HH-ID(WS-HH-IDX) = WS-INPUT-HH THEN
                               MOVE 'Y' TO WS-HH-OK
                               DISPLAY 'HOUSEHOLD OF '
                                   WS-HH-GUARDIAN(WS-HH-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF.

           FIND-KID.
               MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
               MOVE WS-FULL-DATE(1:14) TO KMJ-TS
               MOVE WS-OPERATOR TO KMJ-OP
               PERFORM LOAD-KM-JOURNAL-CHAIN
               OPEN EXTEND KM-JOURNAL-FILE
               IF WS-KMJ-STATUS = "35" THEN
                   OPEN OUTPUT KM-JOURNAL-FILE
               END-IF
               MOVE KM-JOURNAL-LINE TO KJT-BODY
               PERFORM STAMP-KM-JOURNAL-TRAIL
               WRITE KM-JOURNAL-OUT FROM KM-JOURNAL-TRAIL-RECORD
               CLOSE KM-JOURNAL-FILE.

           LOAD-KM-JOURNAL-CHAIN.
               MOVE 0 TO WS-TRAIL-SEQ
               MOVE 0 TO WS-TRAIL-CHK
               OPEN INPUT KM-JOURNAL-FILE
               IF WS-KMJ-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-KMJ-EOF = 'Y'
                       READ KM-JOURNAL-FILE
                           AT END
                               MOVE 'Y' TO WS-KMJ-EOF
                           NOT AT END
                               IF KM-JOURNAL-OUT(102:8) IS NUMERIC
                                  AND KM-JOURNAL-OUT(111:9) IS NUMERIC
                                  THEN
                                   MOVE KM-JOURNAL-OUT(102:8)
                                       TO WS-TRAIL-SEQ
                                   MOVE KM-JOURNAL-OUT(111:9)
                                       TO WS-TRAIL-CHK
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-KMJ-EOF
                   CLOSE KM-JOURNAL-FILE
               END-IF.

           STAMP-KM-JOURNAL-TRAIL.
               ADD 1 TO WS-TRAIL-SEQ
               COMPUTE WS-TRAIL-WORK = WS-TRAIL-CHK * 31 + WS-TRAIL-SEQ
               COMPUTE WS-TRAIL-CHK =
                   FUNCTION MOD(WS-TRAIL-WORK, 999999937)
               PERFORM VARYING WS-TRAIL-POS FROM 1 BY 1
                   UNTIL WS-TRAIL-POS > 100
                   COMPUTE WS-TRAIL-WORK = WS-TRAIL-CHK * 31
                       + FUNCTION ORD(KJT-BODY(WS-TRAIL-POS:1))
                   COMPUTE WS-TRAIL-CHK =
                       FUNCTION MOD(WS-TRAIL-WORK, 999999937)
               END-PERFORM
               MOVE WS-TRAIL-SEQ TO KJT-SEQ
               MOVE WS-TRAIL-CHK TO KJT-CHK.

           JOURNAL-KM-ENTRY.
               MOVE WS-KM-ID(WS-MATCH-IDX) TO WS-IMG-ID
               MOVE WS-KM-BRANCH(WS-MATCH-IDX) TO WS-IMG-BRANCH
               MOVE WS-KM-YTD(WS-MATCH-IDX) TO WS-IMG-YTD
               MOVE WS-KM-MTD(WS-MATCH-IDX) TO WS-IMG-MTD
               MOVE WS-KM-LAST(WS-MATCH-IDX) TO WS-IMG-LAST
               MOVE WS-KM-BIRTH(WS-MATCH-IDX) TO WS-IMG-BIRTH
               MOVE WS-KM-ELIG(WS-MATCH-IDX) TO WS-IMG-ELIG
               MOVE WS-KM-HH(WS-MATCH-IDX) TO WS-IMG-HH
               MOVE WS-KM-IMAGE TO KMJ-IMAGE
               PERFORM WRITE-KM-JOURNAL.

                   MOVE WS-KM-LAST(WS-DUP-IDX)
                       TO WS-KM-LAST(WS-SURV-IDX)
               END-IF
               IF WS-KM-BIRTH(WS-SURV-IDX) = 0 THEN
                   MOVE WS-KM-BIRTH(WS-DUP-IDX)
                       TO WS-KM-BIRTH(WS-SURV-IDX)
               END-IF
               IF WS-KM-HH(WS-SURV-IDX) = 0 THEN
                   MOVE WS-KM-HH(WS-DUP-IDX)
                       TO WS-KM-HH(WS-SURV-IDX)
               END-IF
               PERFORM REKEY-KID-TOYS
               PERFORM VARYING WS-KM-IDX FROM WS-DUP-IDX BY 1
                   UNTIL WS-KM-IDX >= WS-KM-COUNT
