       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBALANCE-REVIEW.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REBAL-PROPOSAL-FILE
           ASSIGN TO 'rebalprop.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RBP-STATUS.

       SELECT TRANSFER-FILE
           ASSIGN TO 'transfers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFER-STATUS.

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
       FD  REBAL-PROPOSAL-FILE.
       01  REBAL-PROPOSAL-RECORD.
           05 RBP-STATUS   PIC X(1).
           05 RBP-SEQ      PIC 9(3).
           05 RBP-DATE     PIC 9(8).
           05 RBP-FROM     PIC A(2).
           05 RBP-TO       PIC A(2).
           05 RBP-TOYTYPE  PIC A(1).
           05 RBP-QTY      PIC 9(4).
           05 RBP-FROM-ONHAND PIC 9(6).
           05 RBP-TO-POSITION PIC 9(6).
           05 RBP-TO-BACKORDER PIC 9(6).
           05 RBP-REVIEWED-BY PIC X(3).
           05 RBP-REVIEWED-ON PIC 9(8).

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05 XFR-FROM     PIC A(2).
           05 XFR-TO       PIC A(2).
           05 XFR-TOYTYPE  PIC A(1).
           05 XFR-QTY      PIC 9(4).

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
       01  WS-RBP-STATUS   PIC X(2).
       01  WS-XFER-STATUS  PIC X(2).
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

       01  WS-INPUT-SEQ    PIC 9(3).
       01  WS-INPUT-ACTION PIC A(1).
       01  WS-INPUT-QTY    PIC X(4).
       01  WS-INPUT-CONFIRM PIC A(1).
       01  WS-NEW-QTY      PIC 9(4).
       01  WS-DONE-COUNT   PIC 9(3).
       01  WS-DONE-QTY     PIC 9(6).

       01  WS-RBP-TABLE.
           05 WS-RBP-COUNT PIC 9(3) VALUE 0.
           05 WS-RBP-ENTRY OCCURS 200 TIMES.
               10 WS-RBP-STAT     PIC X(1).
               10 WS-RBP-SEQ      PIC 9(3).
               10 WS-RBP-DATE     PIC 9(8).
               10 WS-RBP-FROM     PIC A(2).
               10 WS-RBP-TO       PIC A(2).
               10 WS-RBP-TYPE     PIC A(1).
               10 WS-RBP-QTY      PIC 9(4).
               10 WS-RBP-FROM-ONHAND PIC 9(6).
               10 WS-RBP-TO-POS   PIC 9(6).
               10 WS-RBP-TO-BO    PIC 9(6).
               10 WS-RBP-REV-BY   PIC X(3).
               10 WS-RBP-REV-ON   PIC 9(8).
       01  WS-RBP-IDX      PIC 9(3).
       01  WS-RBP-MATCH    PIC 9(3).

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

           PERFORM UNTIL WS-CHOICE = 0
               DISPLAY '=================================='
               DISPLAY '   STOCK REBALANCING REVIEW        '
               DISPLAY '=================================='
               DISPLAY '[1] LIST PROPOSED TRANSFERS'
               DISPLAY '[2] REVIEW ONE PROPOSAL'
               DISPLAY '[3] APPROVE ALL PENDING PROPOSALS'
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
                           PERFORM LIST-PROPOSALS
                       WHEN 2
                           PERFORM REVIEW-PROPOSAL
                       WHEN 3
                           PERFORM APPROVE-ALL-PENDING
                       WHEN 0
                           DISPLAY 'PROGRAM ENDS...'
                       WHEN OTHER
                           DISPLAY 'INVALID OPTION, 0-3 ONLY'
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
                   WHEN 0
                       MOVE 1 TO WS-AUTH-NEED
                   WHEN 2
                   WHEN 3
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
               OPEN INPUT REBAL-PROPOSAL-FILE
               IF WS-RBP-STATUS = "35" THEN
                   DISPLAY
                       "REBALPROP.DAT NOT FOUND -- RUN STOCK-REBALANCE "
                       "FIRST"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ REBAL-PROPOSAL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-RBP-COUNT < 200 THEN
                                   ADD 1 TO WS-RBP-COUNT
                                   MOVE REBAL-PROPOSAL-RECORD
                                       TO WS-RBP-ENTRY(WS-RBP-COUNT)
                               ELSE
                                   DISPLAY
                                     "REBALPROP.DAT EXCEEDS 200-LINE "
                                     "TABLE LIMIT -- RECORD SKIPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE REBAL-PROPOSAL-FILE
               END-IF.

           SAVE-PROPOSALS.
               OPEN OUTPUT REBAL-PROPOSAL-FILE
               PERFORM VARYING WS-RBP-IDX FROM 1 BY 1
                   UNTIL WS-RBP-IDX > WS-RBP-COUNT
                   MOVE WS-RBP-ENTRY(WS-RBP-IDX)
                       TO REBAL-PROPOSAL-RECORD
                   WRITE REBAL-PROPOSAL-RECORD
               END-PERFORM
               CLOSE REBAL-PROPOSAL-FILE.

           LIST-PROPOSALS.
               IF WS-RBP-COUNT = 0 THEN
                   DISPLAY 'NO TRANSFERS PROPOSED.'
               ELSE
                   DISPLAY 'SEQ ST DATE     FROM TO TYPE  QTY '
                       ' FROM ON HAND  TO POSITION  TO BACKORDERS'
                   PERFORM VARYING WS-RBP-IDX FROM 1 BY 1
                       UNTIL WS-RBP-IDX > WS-RBP-COUNT
                       DISPLAY WS-RBP-SEQ(WS-RBP-IDX) ' '
                           WS-RBP-STAT(WS-RBP-IDX) '  '
                           WS-RBP-DATE(WS-RBP-IDX) ' '
                           WS-RBP-FROM(WS-RBP-IDX) '   '
                           WS-RBP-TO(WS-RBP-IDX) ' '
                           WS-RBP-TYPE(WS-RBP-IDX) '    '
                           WS-RBP-QTY(WS-RBP-IDX) '  '
                           WS-RBP-FROM-ONHAND(WS-RBP-IDX) '        '
                           WS-RBP-TO-POS(WS-RBP-IDX) '       '
                           WS-RBP-TO-BO(WS-RBP-IDX)
                   END-PERFORM
                   DISPLAY 'ST: P=PENDING A=APPROVED M=AMENDED '
                       'R=REJECTED'
               END-IF.

           REVIEW-PROPOSAL.
               DISPLAY 'ENTER PROPOSAL SEQ NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-INPUT-SEQ
               PERFORM FIND-PROPOSAL
               IF WS-FOUND = 'N' THEN
                   DISPLAY 'NO PENDING PROPOSAL WITH THAT NUMBER.'
               ELSE
                   PERFORM SHOW-PROPOSAL
                   DISPLAY 'A=APPROVE  M=CHANGE QTY AND APPROVE  '
                       'R=REJECT  BLANK=SKIP: ' WITH NO ADVANCING
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
                   MOVE WS-RBP-QTY(WS-RBP-MATCH) TO WS-NEW-QTY
                   PERFORM OPEN-TRANSFER-QUEUE
                   PERFORM APPROVE-PROPOSAL
                   CLOSE TRANSFER-FILE
                   PERFORM SAVE-PROPOSALS
                   DISPLAY 'TRANSFER QUEUED ON TRANSFERS.DAT.'
               ELSE IF WS-INPUT-ACTION = 'M' THEN
                   PERFORM AMEND-PROPOSAL
               ELSE IF WS-INPUT-ACTION = 'R' THEN
                   MOVE 'R' TO WS-RBP-STAT(WS-RBP-MATCH)
                   MOVE WS-OPERATOR TO WS-RBP-REV-BY(WS-RBP-MATCH)
                   MOVE WS-TODAY TO WS-RBP-REV-ON(WS-RBP-MATCH)
                   PERFORM SAVE-PROPOSALS
                   DISPLAY 'PROPOSAL REJECTED.'
               ELSE
                   DISPLAY 'PROPOSAL LEFT PENDING.'
               END-IF
               END-IF.

           AMEND-PROPOSAL.
               DISPLAY 'ENTER QUANTITY TO TRANSFER: '
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-QTY
               IF FUNCTION TRIM(WS-INPUT-QTY) IS NOT NUMERIC THEN
                   DISPLAY 'QUANTITY MUST BE NUMERIC -- '
                       'PROPOSAL LEFT PENDING.'
               ELSE
                   MOVE FUNCTION NUMVAL(WS-INPUT-QTY) TO WS-NEW-QTY
                   PERFORM CHECK-SYSTEM-LOCK
                   IF WS-NEW-QTY = 0
                      OR WS-NEW-QTY > WS-RBP-FROM-ONHAND(WS-RBP-MATCH)
                      THEN
                       DISPLAY 'QUANTITY MUST BE 1 TO THE SENDING '
                           'BRANCH ON-HAND -- PROPOSAL LEFT PENDING.'
                   ELSE IF WS-LOCKED = 'Y' THEN
                       PERFORM SHOW-SYSTEM-LOCK
                   ELSE
                       PERFORM OPEN-TRANSFER-QUEUE
                       PERFORM APPROVE-PROPOSAL
                       CLOSE TRANSFER-FILE
                       MOVE 'M' TO WS-RBP-STAT(WS-RBP-MATCH)
                       PERFORM SAVE-PROPOSALS
                       DISPLAY 'TRANSFER QUEUED ON TRANSFERS.DAT.'
                   END-IF
                   END-IF
               END-IF.

           APPROVE-ALL-PENDING.
               MOVE 0 TO WS-DONE-COUNT
               MOVE 0 TO WS-DONE-QTY
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
                   PERFORM OPEN-TRANSFER-QUEUE
                   PERFORM VARYING WS-RBP-MATCH FROM 1 BY 1
                       UNTIL WS-RBP-MATCH > WS-RBP-COUNT
                       IF WS-RBP-STAT(WS-RBP-MATCH) = 'P' THEN
                           MOVE WS-RBP-QTY(WS-RBP-MATCH)
                               TO WS-NEW-QTY
                           PERFORM APPROVE-PROPOSAL
                           ADD 1 TO WS-DONE-COUNT
                           ADD WS-NEW-QTY TO WS-DONE-QTY
                       END-IF
                   END-PERFORM
                   CLOSE TRANSFER-FILE
                   PERFORM SAVE-PROPOSALS
                   DISPLAY 'TRANSFERS QUEUED: ' WS-DONE-COUNT
                       ' TOYS: ' WS-DONE-QTY
               ELSE
                   DISPLAY 'NOTHING APPROVED.'
               END-IF
               END-IF.

           OPEN-TRANSFER-QUEUE.
               OPEN EXTEND TRANSFER-FILE
               IF WS-XFER-STATUS = "35" THEN
                   OPEN OUTPUT TRANSFER-FILE
               END-IF.

           APPROVE-PROPOSAL.
               MOVE WS-RBP-FROM(WS-RBP-MATCH) TO XFR-FROM
               MOVE WS-RBP-TO(WS-RBP-MATCH) TO XFR-TO
               MOVE WS-RBP-TYPE(WS-RBP-MATCH) TO XFR-TOYTYPE
               MOVE WS-NEW-QTY TO XFR-QTY
               WRITE TRANSFER-RECORD
               MOVE 'A' TO WS-RBP-STAT(WS-RBP-MATCH)
               MOVE WS-NEW-QTY TO WS-RBP-QTY(WS-RBP-MATCH)
               MOVE WS-OPERATOR TO WS-RBP-REV-BY(WS-RBP-MATCH)
               MOVE WS-TODAY TO WS-RBP-REV-ON(WS-RBP-MATCH).

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
               DISPLAY 'NO TRANSFER QUEUED AND PROPOSALS NOT CHANGED '
                   '-- TRY AGAIN AFTER THE BATCH WINDOW.'.

           SHOW-PROPOSAL.
               DISPLAY 'PROPOSED ON:     ' WS-RBP-DATE(WS-RBP-MATCH)
               DISPLAY 'FROM BRANCH:     ' WS-RBP-FROM(WS-RBP-MATCH)
                   '  ON HAND ' WS-RBP-FROM-ONHAND(WS-RBP-MATCH)
               DISPLAY 'TO BRANCH:       ' WS-RBP-TO(WS-RBP-MATCH)
                   '  ON HAND + IN TRANSIT '
                   WS-RBP-TO-POS(WS-RBP-MATCH)
                   '  BACKORDERS ' WS-RBP-TO-BO(WS-RBP-MATCH)
               DISPLAY 'TOY TYPE:        ' WS-RBP-TYPE(WS-RBP-MATCH)
               DISPLAY 'QUANTITY:        ' WS-RBP-QTY(WS-RBP-MATCH)
               IF WS-RBP-DATE(WS-RBP-MATCH) NOT = WS-TODAY THEN
                   DISPLAY 'NOTE: PROPOSAL IS FROM AN EARLIER RUN -- '
                       'CHECK STOCK BEFORE APPROVING.'
               END-IF.

           FIND-PROPOSAL.
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-RBP-IDX FROM 1 BY 1
                   UNTIL WS-RBP-IDX > WS-RBP-COUNT
                      OR WS-FOUND = 'Y'
                   IF WS-RBP-SEQ(WS-RBP-IDX) = WS-INPUT-SEQ
                      AND WS-RBP-STAT(WS-RBP-IDX) = 'P' THEN
                       MOVE 'Y' TO WS-FOUND
                       MOVE WS-RBP-IDX TO WS-RBP-MATCH
                   END-IF
               END-PERFORM.
