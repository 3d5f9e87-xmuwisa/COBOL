       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-MAINTENANCE.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HOUSEHOLD-FILE
           ASSIGN TO 'household.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HH-FILE-STATUS.

       SELECT OPERATOR-FILE
           ASSIGN TO 'opermast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT KID-MASTER-FILE
           ASSIGN TO 'kidmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KM-STATUS.

       SELECT SYSTEM-LOCK-FILE
           ASSIGN TO 'syslock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05 HH-ID        PIC 9(5).
           05 HH-GUARDIAN  PIC X(20).
           05 HH-ADDRESS   PIC X(30).
           05 HH-BARANGAY  PIC X(20).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID       PIC X(3).
           05 OPR-PASSWORD PIC X(8).
           05 OPR-LEVEL    PIC 9(1).

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

       FD  SYSTEM-LOCK-FILE.
       01  SYSTEM-LOCK-RECORD.
           05 SL-STATE     PIC X(1).
           05 SL-HOLDER    PIC X(20).
           05 SL-DATE      PIC 9(8).
           05 SL-TIME      PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-CHOICE       PIC 9(1).
       01  WS-FOUND        PIC A(1).
       01  WS-HH-FILE-STATUS PIC X(2).
       01  WS-KM-STATUS    PIC X(2).
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
       01  WS-AUTH-NEED    PIC 9(1).
       01  WS-AUTH-OK      PIC A(1).

       01  WS-INPUT-ID     PIC 9(5).
       01  WS-INPUT-GUARDIAN PIC X(20).
       01  WS-INPUT-ADDRESS PIC X(30).
       01  WS-INPUT-BARANGAY PIC X(20).

       01  WS-HH-TABLE.
           05 WS-HH-COUNT  PIC 9(4) VALUE 0.
           05 WS-HH-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-HH-IDX.
               10 WS-HH-ID       PIC 9(5).
               10 WS-HH-GUARDIAN PIC X(20).
               10 WS-HH-ADDRESS  PIC X(30).
               10 WS-HH-BARANGAY PIC X(20).
               10 WS-HH-KIDS     PIC 9(4).

       01  WS-MATCH-IDX    PIC 9(4).
       01  WS-NEXT-ID      PIC 9(5) VALUE 0.
       01  WS-SCAN-EOF     PIC A(1).
       01  WS-UNLINKED     PIC 9(4).

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           IF WS-SIGNON-OK = 'N' THEN
               DISPLAY 'SIGN-ON FAILED -- PROGRAM ENDS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-SYSTEM-LOCK
           IF WS-LOCKED = 'Y' THEN
               PERFORM SHOW-SYSTEM-LOCK
           END-IF

           PERFORM LOAD-TABLE

           PERFORM UNTIL WS-CHOICE = 6
               DISPLAY '=================================='
               DISPLAY '   HOUSEHOLD FILE MAINTENANCE      '
               DISPLAY '=================================='
               DISPLAY '[1] ADD A HOUSEHOLD'
               DISPLAY '[2] CHANGE A HOUSEHOLD'
               DISPLAY '[3] DELETE A HOUSEHOLD'
               DISPLAY '[4] LIST HOUSEHOLDS'
               DISPLAY '[5] LIST KIDS IN A HOUSEHOLD'
               DISPLAY '[6] EXIT'
               DISPLAY 'CHOOSE AN OPTION: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE

               PERFORM GET-OPTION-LEVEL
               PERFORM CHECK-AUTH
               IF WS-AUTH-OK = 'Y' AND WS-AUTH-NEED >= 2 THEN
                   PERFORM CHECK-UPDATE-LOCK
               END-IF
               IF WS-AUTH-OK = 'N' THEN
                   CONTINUE
               ELSE
                   EVALUATE WS-CHOICE
                       WHEN 1
                           PERFORM ADD-HOUSEHOLD
                       WHEN 2
                           PERFORM CHANGE-HOUSEHOLD
                       WHEN 3
                           PERFORM DELETE-HOUSEHOLD
                       WHEN 4
                           PERFORM LIST-HOUSEHOLDS
                       WHEN 5
                           PERFORM LIST-HOUSEHOLD-KIDS
                       WHEN 6
                           PERFORM CHECK-SYSTEM-LOCK
                           IF WS-LOCK-SEEN = 'Y' THEN
                               DISPLAY 'HOUSEHOLD FILE NOT REWRITTEN '
                                   'DURING THE LOCK. PROGRAM ENDS...'
                           ELSE
                               PERFORM SAVE-TABLE
                               DISPLAY 'SAVED. PROGRAM ENDS...'
                           END-IF
                       WHEN OTHER
                           DISPLAY 'INVALID OPTION, 1-6 ONLY'
                   END-EVALUATE
               END-IF
           END-PERFORM.

           STOP RUN.

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

           GET-OPTION-LEVEL.
               EVALUATE WS-CHOICE
                   WHEN 4
                   WHEN 5
                   WHEN 6
                       MOVE 1 TO WS-AUTH-NEED
                   WHEN 3
                       MOVE 3 TO WS-AUTH-NEED
                   WHEN 1
                   WHEN 2
                       MOVE 2 TO WS-AUTH-NEED
                   WHEN OTHER
                       MOVE 1 TO WS-AUTH-NEED
               END-EVALUATE.

           CHECK-AUTH.
               IF WS-OPER-LEVEL >= WS-AUTH-NEED THEN
                   MOVE 'Y' TO WS-AUTH-OK
               ELSE
                   MOVE 'N' TO WS-AUTH-OK
                   DISPLAY 'OPERATOR ' WS-OPERATOR ' IS NOT '
                       'AUTHORIZED FOR THAT OPTION.'
               END-IF.

           CHECK-UPDATE-LOCK.
               PERFORM CHECK-SYSTEM-LOCK
               IF WS-LOCKED = 'Y' THEN
                   PERFORM SHOW-SYSTEM-LOCK
                   MOVE 'N' TO WS-AUTH-OK
               ELSE IF WS-LOCK-SEEN = 'Y' THEN
                   MOVE 0 TO WS-HH-COUNT
                   MOVE 0 TO WS-NEXT-ID
                   PERFORM LOAD-TABLE
                   MOVE 'N' TO WS-LOCK-SEEN
                   DISPLAY 'SYSTEM LOCK CLEARED -- HOUSEHOLD FILE '
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

           LOAD-TABLE.
               OPEN INPUT HOUSEHOLD-FILE
               IF WS-HH-FILE-STATUS = "35" THEN
                   DISPLAY
                       "HOUSEHOLD.DAT NOT FOUND -- STARTING FROM EMPTY "
                       "TABLE"
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
                                   MOVE HH-ADDRESS
                                       TO WS-HH-ADDRESS(WS-HH-COUNT)
                                   MOVE HH-BARANGAY
                                       TO WS-HH-BARANGAY(WS-HH-COUNT)
                                   MOVE 0 TO WS-HH-KIDS(WS-HH-COUNT)
                                   IF HH-ID > WS-NEXT-ID THEN
                                       MOVE HH-ID TO WS-NEXT-ID
                                   END-IF
                               ELSE
                                   DISPLAY
                                     "HOUSEHOLD.DAT EXCEEDS 2000-"
                                     "HOUSEHOLD TABLE LIMIT -- RECORD "
                                     "SKIPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE HOUSEHOLD-FILE
               END-IF.

           SAVE-TABLE.
               OPEN OUTPUT HOUSEHOLD-FILE
               PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
                   MOVE WS-HH-ID(WS-HH-IDX) TO HH-ID
                   MOVE WS-HH-GUARDIAN(WS-HH-IDX) TO HH-GUARDIAN
                   MOVE WS-HH-ADDRESS(WS-HH-IDX) TO HH-ADDRESS
                   MOVE WS-HH-BARANGAY(WS-HH-IDX) TO HH-BARANGAY
                   WRITE HOUSEHOLD-RECORD
               END-PERFORM
               CLOSE HOUSEHOLD-FILE.

           COUNT-HOUSEHOLD-KIDS.
               MOVE 0 TO WS-UNLINKED
               PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
                   MOVE 0 TO WS-HH-KIDS(WS-HH-IDX)
               END-PERFORM
               MOVE 'N' TO WS-SCAN-EOF
               OPEN INPUT KID-MASTER-FILE
               IF WS-KM-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-SCAN-EOF = 'Y'
                       READ KID-MASTER-FILE
                           AT END
                               MOVE 'Y' TO WS-SCAN-EOF
                           NOT AT END
                               IF KM-HOUSEHOLD IS NOT NUMERIC
                                  OR KM-HOUSEHOLD = 0 THEN
                                   ADD 1 TO WS-UNLINKED
                               ELSE
                                   MOVE KM-HOUSEHOLD TO WS-INPUT-ID
                                   PERFORM FIND-HOUSEHOLD
                                   IF WS-FOUND = 'Y' THEN
                                       ADD 1
                                         TO WS-HH-KIDS(WS-MATCH-IDX)
                                   ELSE
                                       ADD 1 TO WS-UNLINKED
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE KID-MASTER-FILE
               END-IF.

           ADD-HOUSEHOLD.
               IF WS-HH-COUNT >= 2000 THEN
                   DISPLAY 'TABLE IS FULL (2000 HOUSEHOLDS). CANNOT '
                       'ADD.'
               ELSE
                   DISPLAY 'ENTER GUARDIAN NAME: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-GUARDIAN
                   DISPLAY 'ENTER ADDRESS: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-ADDRESS
                   DISPLAY 'ENTER BARANGAY: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-BARANGAY
                   IF WS-INPUT-GUARDIAN = SPACES THEN
                       DISPLAY 'GUARDIAN NAME IS REQUIRED -- '
                           'HOUSEHOLD NOT ADDED.'
                   ELSE
                       ADD 1 TO WS-NEXT-ID
                       ADD 1 TO WS-HH-COUNT
                       MOVE WS-NEXT-ID TO WS-HH-ID(WS-HH-COUNT)
                       MOVE WS-INPUT-GUARDIAN
                           TO WS-HH-GUARDIAN(WS-HH-COUNT)
                       MOVE WS-INPUT-ADDRESS
                           TO WS-HH-ADDRESS(WS-HH-COUNT)
                       MOVE WS-INPUT-BARANGAY
                           TO WS-HH-BARANGAY(WS-HH-COUNT)
                       MOVE 0 TO WS-HH-KIDS(WS-HH-COUNT)
                       PERFORM SAVE-TABLE
                       DISPLAY 'HOUSEHOLD ' WS-NEXT-ID ' ADDED.'
                   END-IF
               END-IF.

           CHANGE-HOUSEHOLD.
               DISPLAY 'ENTER HOUSEHOLD ID TO CHANGE: '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-ID
               PERFORM FIND-HOUSEHOLD
               IF WS-FOUND = 'Y' THEN
                   DISPLAY 'GUARDIAN: ' WS-HH-GUARDIAN(WS-MATCH-IDX)
                   DISPLAY 'ADDRESS:  ' WS-HH-ADDRESS(WS-MATCH-IDX)
                   DISPLAY 'BARANGAY: ' WS-HH-BARANGAY(WS-MATCH-IDX)
                   DISPLAY 'ENTER NEW GUARDIAN NAME (BLANK TO KEEP): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-GUARDIAN
                   DISPLAY 'ENTER NEW ADDRESS (BLANK TO KEEP): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-ADDRESS
                   DISPLAY 'ENTER NEW BARANGAY (BLANK TO KEEP): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-BARANGAY
                   IF WS-INPUT-GUARDIAN NOT = SPACES THEN
                       MOVE WS-INPUT-GUARDIAN
                           TO WS-HH-GUARDIAN(WS-MATCH-IDX)
                   END-IF
                   IF WS-INPUT-ADDRESS NOT = SPACES THEN
                       MOVE WS-INPUT-ADDRESS
                           TO WS-HH-ADDRESS(WS-MATCH-IDX)
                   END-IF
                   IF WS-INPUT-BARANGAY NOT = SPACES THEN
                       MOVE WS-INPUT-BARANGAY
                           TO WS-HH-BARANGAY(WS-MATCH-IDX)
                   END-IF
                   PERFORM SAVE-TABLE
                   DISPLAY 'HOUSEHOLD UPDATED.'
               ELSE
                   DISPLAY 'NO HOUSEHOLD FOUND FOR THAT ID.'
               END-IF.

           DELETE-HOUSEHOLD.
               DISPLAY 'ENTER HOUSEHOLD ID TO DELETE: '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-ID
               PERFORM COUNT-HOUSEHOLD-KIDS
               PERFORM FIND-HOUSEHOLD
               IF WS-FOUND = 'N' THEN
                   DISPLAY 'NO HOUSEHOLD FOUND FOR THAT ID.'
               ELSE IF WS-HH-KIDS(WS-MATCH-IDX) > 0 THEN
                   DISPLAY 'HOUSEHOLD STILL HAS '
                       WS-HH-KIDS(WS-MATCH-IDX)
                       ' KIDS LINKED ON KIDMAST.DAT -- MOVE THEM TO '
                       'ANOTHER HOUSEHOLD BEFORE DELETING.'
               ELSE
                   PERFORM VARYING WS-HH-IDX FROM WS-MATCH-IDX BY 1
                       UNTIL WS-HH-IDX >= WS-HH-COUNT
                       MOVE WS-HH-ENTRY(WS-HH-IDX + 1)
                           TO WS-HH-ENTRY(WS-HH-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HH-COUNT
                   PERFORM SAVE-TABLE
                   DISPLAY 'HOUSEHOLD DELETED.'
               END-IF.

           LIST-HOUSEHOLDS.
               IF WS-HH-COUNT = 0 THEN
                   DISPLAY 'NO HOUSEHOLDS ON FILE.'
               ELSE
                   PERFORM COUNT-HOUSEHOLD-KIDS
                   PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                       UNTIL WS-HH-IDX > WS-HH-COUNT
                       DISPLAY WS-HH-ID(WS-HH-IDX) ' '
                           WS-HH-GUARDIAN(WS-HH-IDX) ' '
                           WS-HH-BARANGAY(WS-HH-IDX) ' KIDS: '
                           WS-HH-KIDS(WS-HH-IDX)
                   END-PERFORM
                   DISPLAY 'KIDS NOT LINKED TO A HOUSEHOLD: '
                       WS-UNLINKED
               END-IF.

           LIST-HOUSEHOLD-KIDS.
               DISPLAY 'ENTER HOUSEHOLD ID: ' WITH NO ADVANCING
               ACCEPT WS-INPUT-ID
               PERFORM FIND-HOUSEHOLD
               IF WS-FOUND = 'N' THEN
                   DISPLAY 'NO HOUSEHOLD FOUND FOR THAT ID.'
               ELSE
                   DISPLAY 'GUARDIAN: ' WS-HH-GUARDIAN(WS-MATCH-IDX)
                   DISPLAY 'ADDRESS:  ' WS-HH-ADDRESS(WS-MATCH-IDX)
                       ' ' WS-HH-BARANGAY(WS-MATCH-IDX)
                   MOVE 'N' TO WS-SCAN-EOF
                   OPEN INPUT KID-MASTER-FILE
                   IF WS-KM-STATUS = "35" THEN
                       DISPLAY 'KIDMAST.DAT NOT FOUND.'
                   ELSE
                       PERFORM UNTIL WS-SCAN-EOF = 'Y'
                           READ KID-MASTER-FILE
                               AT END
                                   MOVE 'Y' TO WS-SCAN-EOF
                               NOT AT END
                                   IF KM-HOUSEHOLD IS NUMERIC
                                      AND KM-HOUSEHOLD = WS-INPUT-ID
                                      THEN
                                       DISPLAY '  ' KM-BRANCH ' '
                                           KM-ID ' ' KM-NAME
                                           ' STATUS: ' KM-ELIG-STATUS
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE KID-MASTER-FILE
                   END-IF
               END-IF.

           FIND-HOUSEHOLD.
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
                      OR WS-FOUND = 'Y'
                   IF WS-HH-ID(WS-HH-IDX) = WS-INPUT-ID THEN
                       MOVE 'Y' TO WS-FOUND
                       MOVE WS-HH-IDX TO WS-MATCH-IDX
                   END-IF
               END-PERFORM.
