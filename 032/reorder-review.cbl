       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-REVIEW.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ROP-PROPOSAL-FILE
           ASSIGN TO 'ropprop.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRP-STATUS.

       SELECT ROP-BRANCH-FILE
           ASSIGN TO 'ropbranch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROB-STATUS.

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
       FD  ROP-PROPOSAL-FILE.
       01  ROP-PROPOSAL-RECORD.
           05 PRP-STATUS   PIC X(1).
           05 PRP-BRANCH   PIC A(2).
           05 PRP-TOYTYPE  PIC A(1).
           05 PRP-PERIOD   PIC 9(6).
           05 PRP-FORECAST PIC 9(6).
           05 PRP-METHOD   PIC X(1).
           05 PRP-POINT    PIC 9(4).
           05 PRP-TARGET   PIC 9(4).
           05 PRP-CUR-POINT PIC 9(4).
           05 PRP-CUR-TARGET PIC 9(4).
           05 PRP-CREATED-ON PIC 9(8).
           05 PRP-REVIEWED-BY PIC X(3).
           05 PRP-REVIEWED-ON PIC 9(8).

       FD  ROP-BRANCH-FILE.
       01  ROP-BRANCH-RECORD.
           05 ROB-BRANCH   PIC A(2).
           05 ROB-TOYTYPE  PIC A(1).
           05 ROB-POINT    PIC 9(4).
           05 ROB-TARGET   PIC 9(4).
           05 ROB-PERIOD   PIC 9(6).
           05 ROB-APPROVED-BY PIC X(3).
           05 ROB-APPROVED-ON PIC 9(8).

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
       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-CHOICE       PIC 9(1) VALUE 9.
       01  WS-FOUND        PIC A(1).
       01  WS-PRP-STATUS   PIC X(2).
       01  WS-ROB-STATUS   PIC X(2).
       01  WS-OPERATOR     PIC X(3).
       01  WS-OPER-STATUS  PIC X(2).
       01  WS-OPER-EOF     PIC A(1).
       01  WS-OPER-LEVEL   PIC 9(1) VALUE 0.
       01  WS-SIGNON-OK    PIC A(1).
       01  WS-SIGNON-TRIES PIC 9(1).
       01  WS-INPUT-OPER   PIC X(3).
       01  WS-INPUT-PASS   PIC X(8).
       01  WS-AUTH-NEED    PIC 9(1).
       01  WS-AUTH-OK      PIC A(1).
       01  WS-LOCK-STATUS  PIC X(2).
       01  WS-LOCKED       PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-TODAY        PIC 9(8).

       01  WS-INPUT-BRANCH PIC A(2).
       01  WS-INPUT-TYPE   PIC A(1).
       01  WS-INPUT-ACTION PIC A(1).
       01  WS-INPUT-QTY    PIC X(4).
       01  WS-INPUT-CONFIRM PIC A(1).
       01  WS-NEW-POINT    PIC 9(4).
       01  WS-NEW-TARGET   PIC 9(4).
       01  WS-DONE-COUNT   PIC 9(3).

       01  WS-PRP-TABLE.
           05 WS-PRP-COUNT PIC 9(3) VALUE 0.
           05 WS-PRP-ENTRY OCCURS 200 TIMES.
               10 WS-PRP-STAT     PIC X(1).
               10 WS-PRP-BRANCH   PIC A(2).
               10 WS-PRP-TYPE     PIC A(1).
               10 WS-PRP-PERIOD   PIC 9(6).
               10 WS-PRP-FORECAST PIC 9(6).
               10 WS-PRP-METHOD   PIC X(1).
               10 WS-PRP-POINT    PIC 9(4).
               10 WS-PRP-TARGET   PIC 9(4).
               10 WS-PRP-CUR-POINT  PIC 9(4).
               10 WS-PRP-CUR-TARGET PIC 9(4).
               10 WS-PRP-CREATED  PIC 9(8).
               10 WS-PRP-REV-BY   PIC X(3).
               10 WS-PRP-REV-ON   PIC 9(8).
       01  WS-PRP-IDX      PIC 9(3).
       01  WS-PRP-MATCH    PIC 9(3).

       01  WS-ROB-TABLE.
           05 WS-ROB-COUNT PIC 9(3) VALUE 0.
           05 WS-ROB-ENTRY OCCURS 200 TIMES.
               10 WS-ROB-BRANCH PIC A(2).
               10 WS-ROB-TYPE   PIC A(1).
               10 WS-ROB-POINT  PIC 9(4).
               10 WS-ROB-TARGET PIC 9(4).
               10 WS-ROB-PERIOD PIC 9(6).
               10 WS-ROB-BY     PIC X(3).
               10 WS-ROB-ON     PIC 9(8).
       01  WS-ROB-IDX      PIC 9(3).
       01  WS-ROB-MATCH    PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           IF WS-SIGNON-OK = 'N' THEN
               DISPLAY 'SIGN-ON FAILED -- PROGRAM ENDS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-PROPOSALS
           PERFORM LOAD-BRANCH-POINTS

           PERFORM UNTIL WS-CHOICE = 0
               DISPLAY '=================================='
               DISPLAY '   BRANCH REORDER POINT REVIEW     '
               DISPLAY '=================================='
               DISPLAY '[1] LIST PENDING PROPOSALS'
               DISPLAY '[2] REVIEW ONE PROPOSAL'
               DISPLAY '[3] APPROVE ALL PENDING PROPOSALS'
               DISPLAY '[4] LIST APPROVED BRANCH VALUES'
               DISPLAY '[5] REMOVE A BRANCH VALUE'
               DISPLAY '[0] EXIT'
               DISPLAY 'CHOOSE AN OPTION: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE

               PERFORM GET-OPTION-LEVEL
               PERFORM CHECK-AUTH
               IF WS-AUTH-OK = 'N' THEN
                   CONTINUE
               ELSE
                   EVALUATE WS-CHOICE
                       WHEN 1
                           PERFORM LIST-PENDING
                       WHEN 2
                           PERFORM REVIEW-PROPOSAL
                       WHEN 3
                           PERFORM APPROVE-ALL-PENDING
                       WHEN 4
                           PERFORM LIST-BRANCH-POINTS
                       WHEN 5
                           PERFORM REMOVE-BRANCH-POINT
                       WHEN 0
                           DISPLAY 'PROGRAM ENDS...'
                       WHEN OTHER
                           DISPLAY 'INVALID OPTION, 0-5 ONLY'
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
                   WHEN 1
                   WHEN 4
                   WHEN 0
                       MOVE 1 TO WS-AUTH-NEED
                   WHEN 2
                   WHEN 3
                   WHEN 5
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

           LOAD-PROPOSALS.
               OPEN INPUT ROP-PROPOSAL-FILE
               IF WS-PRP-STATUS = "35" THEN
                   DISPLAY
                       "ROPPROP.DAT NOT FOUND -- RUN DEMAND-FORECAST "
                       "FIRST"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ROP-PROPOSAL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-PRP-COUNT < 200 THEN
                                   ADD 1 TO WS-PRP-COUNT
                                   MOVE ROP-PROPOSAL-RECORD
                                       TO WS-PRP-ENTRY(WS-PRP-COUNT)
                               ELSE
                                   DISPLAY
                                     "ROPPROP.DAT EXCEEDS 200-LINE "
                                     "TABLE LIMIT -- RECORD SKIPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ROP-PROPOSAL-FILE
               END-IF.

           LOAD-BRANCH-POINTS.
               OPEN INPUT ROP-BRANCH-FILE
               IF WS-ROB-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ROP-BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-ROB-COUNT < 200 THEN
                                   ADD 1 TO WS-ROB-COUNT
                                   MOVE ROP-BRANCH-RECORD
                                       TO WS-ROB-ENTRY(WS-ROB-COUNT)
                               ELSE
                                   DISPLAY
                                     "ROPBRANCH.DAT EXCEEDS 200-LINE "
                                     "TABLE LIMIT -- RECORD SKIPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ROP-BRANCH-FILE
               END-IF.

           SAVE-PROPOSALS.
               OPEN OUTPUT ROP-PROPOSAL-FILE
               PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-COUNT
                   MOVE WS-PRP-ENTRY(WS-PRP-IDX)
                       TO ROP-PROPOSAL-RECORD
                   WRITE ROP-PROPOSAL-RECORD
               END-PERFORM
               CLOSE ROP-PROPOSAL-FILE.

           SAVE-BRANCH-POINTS.
               OPEN OUTPUT ROP-BRANCH-FILE
               PERFORM VARYING WS-ROB-IDX FROM 1 BY 1
                   UNTIL WS-ROB-IDX > WS-ROB-COUNT
                   MOVE WS-ROB-ENTRY(WS-ROB-IDX) TO ROP-BRANCH-RECORD
                   WRITE ROP-BRANCH-RECORD
               END-PERFORM
               CLOSE ROP-BRANCH-FILE.

           LIST-PENDING.
               MOVE 0 TO WS-DONE-COUNT
               DISPLAY 'BR TYPE PERIOD FORECAST M  CURRENT   PROPOSED'
               PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-COUNT
                   IF WS-PRP-STAT(WS-PRP-IDX) = 'P' THEN
                       ADD 1 TO WS-DONE-COUNT
                       DISPLAY WS-PRP-BRANCH(WS-PRP-IDX) ' '
                           WS-PRP-TYPE(WS-PRP-IDX) '    '
                           WS-PRP-PERIOD(WS-PRP-IDX) ' '
                           WS-PRP-FORECAST(WS-PRP-IDX) '   '
                           WS-PRP-METHOD(WS-PRP-IDX) ' '
                           WS-PRP-CUR-POINT(WS-PRP-IDX) '/'
                           WS-PRP-CUR-TARGET(WS-PRP-IDX) ' '
                           WS-PRP-POINT(WS-PRP-IDX) '/'
                           WS-PRP-TARGET(WS-PRP-IDX)
                   END-IF
               END-PERFORM
               DISPLAY 'PENDING PROPOSALS: ' WS-DONE-COUNT.

           REVIEW-PROPOSAL.
               DISPLAY 'ENTER BRANCH CODE: ' WITH NO ADVANCING
               ACCEPT WS-INPUT-BRANCH
               DISPLAY 'ENTER TOY TYPE (A/B/C/D): ' WITH NO ADVANCING
               ACCEPT WS-INPUT-TYPE
               PERFORM FIND-PROPOSAL
               IF WS-FOUND = 'N' THEN
                   DISPLAY 'NO PENDING PROPOSAL FOR THAT BRANCH/TYPE.'
               ELSE
                   PERFORM SHOW-PROPOSAL
                   DISPLAY 'A=APPROVE  M=AMEND AND APPROVE  R=REJECT  '
                       'BLANK=SKIP: ' WITH NO ADVANCING
                   ACCEPT WS-INPUT-ACTION
                   PERFORM APPLY-REVIEW-ACTION
               END-IF.

           APPLY-REVIEW-ACTION.
               MOVE 'N' TO WS-LOCKED
               IF WS-INPUT-ACTION = 'A' OR WS-INPUT-ACTION = 'R' THEN
                   PERFORM CHECK-SYSTEM-LOCK
               END-IF
               IF WS-LOCKED = 'Y' THEN
                   PERFORM SHOW-SYSTEM-LOCK
               ELSE IF WS-INPUT-ACTION = 'A' THEN
                   MOVE WS-PRP-POINT(WS-PRP-MATCH) TO WS-NEW-POINT
                   MOVE WS-PRP-TARGET(WS-PRP-MATCH) TO WS-NEW-TARGET
                   PERFORM APPROVE-PROPOSAL
                   PERFORM SAVE-BRANCH-POINTS
                   PERFORM SAVE-PROPOSALS
                   DISPLAY 'PROPOSAL APPROVED.'
               ELSE IF WS-INPUT-ACTION = 'M' THEN
                   PERFORM AMEND-PROPOSAL
               ELSE IF WS-INPUT-ACTION = 'R' THEN
                   MOVE 'R' TO WS-PRP-STAT(WS-PRP-MATCH)
                   MOVE WS-OPERATOR TO WS-PRP-REV-BY(WS-PRP-MATCH)
                   MOVE WS-TODAY TO WS-PRP-REV-ON(WS-PRP-MATCH)
                   PERFORM SAVE-PROPOSALS
                   DISPLAY 'PROPOSAL REJECTED -- CURRENT VALUES KEPT.'
               ELSE
                   DISPLAY 'PROPOSAL LEFT PENDING.'
               END-IF
               END-IF.

           AMEND-PROPOSAL.
               DISPLAY 'ENTER REORDER POINT (4 DIGITS): '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-QTY
               IF FUNCTION TRIM(WS-INPUT-QTY) IS NOT NUMERIC THEN
                   DISPLAY 'REORDER POINT MUST BE NUMERIC -- '
                       'PROPOSAL LEFT PENDING.'
               ELSE
                   MOVE FUNCTION NUMVAL(WS-INPUT-QTY) TO WS-NEW-POINT
                   DISPLAY 'ENTER TARGET STOCK (4 DIGITS): '
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-QTY
                   IF FUNCTION TRIM(WS-INPUT-QTY) IS NOT NUMERIC THEN
                       DISPLAY 'TARGET MUST BE NUMERIC -- '
                           'PROPOSAL LEFT PENDING.'
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-INPUT-QTY)
                           TO WS-NEW-TARGET
                       PERFORM CHECK-SYSTEM-LOCK
                       IF WS-NEW-TARGET < WS-NEW-POINT THEN
                           DISPLAY 'TARGET CANNOT BE BELOW THE '
                               'REORDER POINT -- PROPOSAL LEFT PENDING.'
                       ELSE IF WS-LOCKED = 'Y' THEN
                           PERFORM SHOW-SYSTEM-LOCK
                       ELSE
                           PERFORM APPROVE-PROPOSAL
                           MOVE 'M' TO WS-PRP-STAT(WS-PRP-MATCH)
                           PERFORM SAVE-BRANCH-POINTS
                           PERFORM SAVE-PROPOSALS
                           DISPLAY 'PROPOSAL AMENDED AND APPROVED.'
                       END-IF
                       END-IF
                   END-IF
               END-IF.

           APPROVE-ALL-PENDING.
               MOVE 0 TO WS-DONE-COUNT
               DISPLAY 'APPROVE ALL PENDING PROPOSALS AS PROPOSED '
                   '(Y/N)? ' WITH NO ADVANCING
               ACCEPT WS-INPUT-CONFIRM
               MOVE 'N' TO WS-LOCKED
               IF WS-INPUT-CONFIRM = 'Y' THEN
                   PERFORM CHECK-SYSTEM-LOCK
               END-IF
               IF WS-LOCKED = 'Y' THEN
                   PERFORM SHOW-SYSTEM-LOCK
               ELSE IF WS-INPUT-CONFIRM = 'Y' THEN
                   PERFORM VARYING WS-PRP-MATCH FROM 1 BY 1
                       UNTIL WS-PRP-MATCH > WS-PRP-COUNT
                       IF WS-PRP-STAT(WS-PRP-MATCH) = 'P' THEN
                           MOVE WS-PRP-POINT(WS-PRP-MATCH)
                               TO WS-NEW-POINT
                           MOVE WS-PRP-TARGET(WS-PRP-MATCH)
                               TO WS-NEW-TARGET
                           PERFORM APPROVE-PROPOSAL
                           ADD 1 TO WS-DONE-COUNT
                       END-IF
                   END-PERFORM
                   PERFORM SAVE-BRANCH-POINTS
                   PERFORM SAVE-PROPOSALS
                   DISPLAY 'PROPOSALS APPROVED: ' WS-DONE-COUNT
               ELSE
                   DISPLAY 'NOTHING APPROVED.'
               END-IF
               END-IF.

           APPROVE-PROPOSAL.
               MOVE 'A' TO WS-PRP-STAT(WS-PRP-MATCH)
               MOVE WS-OPERATOR TO WS-PRP-REV-BY(WS-PRP-MATCH)
               MOVE WS-TODAY TO WS-PRP-REV-ON(WS-PRP-MATCH)
               MOVE WS-PRP-BRANCH(WS-PRP-MATCH) TO WS-INPUT-BRANCH
               MOVE WS-PRP-TYPE(WS-PRP-MATCH) TO WS-INPUT-TYPE
               PERFORM FIND-BRANCH-POINT
               IF WS-FOUND = 'N' THEN
                   IF WS-ROB-COUNT < 200 THEN
                       ADD 1 TO WS-ROB-COUNT
                       MOVE WS-ROB-COUNT TO WS-ROB-MATCH
                       MOVE 'Y' TO WS-FOUND
                   ELSE
                       DISPLAY 'ROPBRANCH.DAT TABLE IS FULL -- '
                           WS-INPUT-BRANCH ' ' WS-INPUT-TYPE
                           ' NOT APPLIED.'
                   END-IF
               END-IF
               IF WS-FOUND = 'Y' THEN
                   MOVE WS-INPUT-BRANCH TO WS-ROB-BRANCH(WS-ROB-MATCH)
                   MOVE WS-INPUT-TYPE TO WS-ROB-TYPE(WS-ROB-MATCH)
                   MOVE WS-NEW-POINT TO WS-ROB-POINT(WS-ROB-MATCH)
                   MOVE WS-NEW-TARGET TO WS-ROB-TARGET(WS-ROB-MATCH)
                   MOVE WS-PRP-PERIOD(WS-PRP-MATCH)
                       TO WS-ROB-PERIOD(WS-ROB-MATCH)
                   MOVE WS-OPERATOR TO WS-ROB-BY(WS-ROB-MATCH)
                   MOVE WS-TODAY TO WS-ROB-ON(WS-ROB-MATCH)
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
                           END-IF
                   END-READ
                   CLOSE SYSTEM-LOCK-FILE
               END-IF.

           SHOW-SYSTEM-LOCK.
               DISPLAY 'SYSTEM LOCKED BY ' SL-HOLDER ' SINCE '
                   SL-DATE ' ' SL-TIME(1:2) ':' SL-TIME(3:2) ':'
                   SL-TIME(5:2)
               DISPLAY 'REORDER VALUES NOT CHANGED -- TRY AGAIN '
                   'AFTER THE BATCH WINDOW.'.

           SHOW-PROPOSAL.
               DISPLAY 'BRANCH:          ' WS-PRP-BRANCH(WS-PRP-MATCH)
               DISPLAY 'TOY TYPE:        ' WS-PRP-TYPE(WS-PRP-MATCH)
               DISPLAY 'FOR MONTH:       ' WS-PRP-PERIOD(WS-PRP-MATCH)
               DISPLAY 'FORECAST ISSUES: '
                   WS-PRP-FORECAST(WS-PRP-MATCH)
                   ' (METHOD ' WS-PRP-METHOD(WS-PRP-MATCH) ')'
               DISPLAY 'CURRENT:         '
                   WS-PRP-CUR-POINT(WS-PRP-MATCH) ' / '
                   WS-PRP-CUR-TARGET(WS-PRP-MATCH)
               DISPLAY 'PROPOSED:        '
                   WS-PRP-POINT(WS-PRP-MATCH) ' / '
                   WS-PRP-TARGET(WS-PRP-MATCH).

           LIST-BRANCH-POINTS.
               IF WS-ROB-COUNT = 0 THEN
                   DISPLAY 'NO BRANCH VALUES APPROVED -- COMPANY-WIDE '
                       'REORDER_POINTS.DAT APPLIES TO ALL BRANCHES.'
               ELSE
                   DISPLAY 'BR TYPE POINT TARGET PERIOD BY  ON'
                   PERFORM VARYING WS-ROB-IDX FROM 1 BY 1
                       UNTIL WS-ROB-IDX > WS-ROB-COUNT
                       DISPLAY WS-ROB-BRANCH(WS-ROB-IDX) ' '
                           WS-ROB-TYPE(WS-ROB-IDX) '    '
                           WS-ROB-POINT(WS-ROB-IDX) '  '
                           WS-ROB-TARGET(WS-ROB-IDX) '   '
                           WS-ROB-PERIOD(WS-ROB-IDX) ' '
                           WS-ROB-BY(WS-ROB-IDX) ' '
                           WS-ROB-ON(WS-ROB-IDX)
                   END-PERFORM
               END-IF.

           REMOVE-BRANCH-POINT.
               DISPLAY 'ENTER BRANCH CODE: ' WITH NO ADVANCING
               ACCEPT WS-INPUT-BRANCH
               DISPLAY 'ENTER TOY TYPE (A/B/C/D): ' WITH NO ADVANCING
               ACCEPT WS-INPUT-TYPE
               PERFORM FIND-BRANCH-POINT
               PERFORM CHECK-SYSTEM-LOCK
               IF WS-FOUND = 'N' THEN
                   DISPLAY 'NO APPROVED VALUE FOR THAT BRANCH/TYPE.'
               ELSE IF WS-LOCKED = 'Y' THEN
                   PERFORM SHOW-SYSTEM-LOCK
               ELSE
                   PERFORM VARYING WS-ROB-IDX FROM WS-ROB-MATCH BY 1
                       UNTIL WS-ROB-IDX >= WS-ROB-COUNT
                       MOVE WS-ROB-ENTRY(WS-ROB-IDX + 1)
                           TO WS-ROB-ENTRY(WS-ROB-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-ROB-COUNT
                   PERFORM SAVE-BRANCH-POINTS
                   DISPLAY 'BRANCH VALUE REMOVED -- COMPANY-WIDE '
                       'VALUE APPLIES AGAIN.'
               END-IF
               END-IF.

           FIND-PROPOSAL.
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-COUNT
                      OR WS-FOUND = 'Y'
                   IF WS-PRP-BRANCH(WS-PRP-IDX) = WS-INPUT-BRANCH
                      AND WS-PRP-TYPE(WS-PRP-IDX) = WS-INPUT-TYPE
                      AND WS-PRP-STAT(WS-PRP-IDX) = 'P' THEN
                       MOVE 'Y' TO WS-FOUND
                       MOVE WS-PRP-IDX TO WS-PRP-MATCH
                   END-IF
               END-PERFORM.

           FIND-BRANCH-POINT.
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-ROB-IDX FROM 1 BY 1
                   UNTIL WS-ROB-IDX > WS-ROB-COUNT
                      OR WS-FOUND = 'Y'
                   IF WS-ROB-BRANCH(WS-ROB-IDX) = WS-INPUT-BRANCH
                      AND WS-ROB-TYPE(WS-ROB-IDX) = WS-INPUT-TYPE THEN
                       MOVE 'Y' TO WS-FOUND
                       MOVE WS-ROB-IDX TO WS-ROB-MATCH
                   END-IF
               END-PERFORM.
