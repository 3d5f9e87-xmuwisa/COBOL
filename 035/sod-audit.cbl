       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-AUDIT.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOURNAL-FILE
           ASSIGN TO 'journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT KM-JOURNAL-FILE
           ASSIGN TO 'kmjournal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KMJ-STATUS.

       SELECT PENDING-PRICE-FILE
           ASSIGN TO 'pricepend.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDP-STATUS.

       SELECT ADJ-HISTORY-FILE
           ASSIGN TO 'adjhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AH-STATUS.

       SELECT ADJUSTMENT-FILE
           ASSIGN TO 'adjustments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.

       SELECT BRANCH-FILE
           ASSIGN TO 'branch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       SELECT AUDIT-REPORT-FILE
           ASSIGN DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JRN-TIMESTAMP PIC X(14).
           05 FILL          PIC X(1).
           05 JRN-OPERATOR  PIC X(3).
           05 FILL          PIC X(1).
           05 JRN-ACTION    PIC X(3).
           05 FILL          PIC X(1).
           05 JRN-BEFORE    PIC X(9).
           05 FILL          PIC X(1).
           05 JRN-AFTER     PIC X(9).
           05 FILL          PIC X(19).

       FD  KM-JOURNAL-FILE.
       01  KM-JOURNAL-RECORD.
           05 KMJ-TS       PIC X(14).
           05 FILL         PIC X(1).
           05 KMJ-OP       PIC X(3).
           05 FILL         PIC X(1).
           05 KMJ-ACT      PIC X(3).
           05 FILL         PIC X(1).
           05 KMJ-IMAGE    PIC X(74).
           05 FILL         PIC X(22).

       FD  PENDING-PRICE-FILE.
       01  PENDING-PRICE-RECORD.
           05 PP-STATUS    PIC X(1).
           05 PP-TOYTYPE   PIC A(1).
           05 PP-EFF-DATE  PIC 9(8).
           05 PP-PRICE     PIC 9(3)V99.
           05 PP-ENTERED-BY PIC X(3).
           05 PP-ENTERED-ON PIC 9(8).
           05 PP-REVIEWED-BY PIC X(3).
           05 PP-REVIEWED-ON PIC 9(8).

       FD  ADJ-HISTORY-FILE.
       01  ADJ-HISTORY-RECORD.
           05 AH-DATE      PIC 9(8).
           05 AH-BRANCH    PIC A(2).
           05 AH-TOYTYPE   PIC A(1).
           05 AH-QTY       PIC S9(6) SIGN LEADING SEPARATE.
           05 AH-COUNTED-BY PIC X(3).
           05 AH-COUNT-DATE PIC 9(8).
           05 AH-APPROVED-BY PIC X(3).
           05 AH-DISP      PIC X(1).

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05 ADJ-BRANCH   PIC A(2).
           05 ADJ-TOYTYPE  PIC A(1).
           05 ADJ-QTY      PIC S9(6) SIGN LEADING SEPARATE.
           05 ADJ-COUNTED-BY PIC X(3).
           05 ADJ-APPROVED-BY PIC X(3).
           05 ADJ-DATE     PIC 9(8).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BRM-CODE     PIC A(2).
           05 BRM-NAME     PIC X(20).
           05 BRM-REGION   PIC X(10).
           05 BRM-MANAGER  PIC X(20).
           05 BRM-STATUS   PIC X(1).
           05 BRM-CLOSE-DATE PIC 9(8).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-OUT       PIC X(100).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(100) VALUE ALL "=".
       01  DIVIDER-3       PIC X(100) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-JOURNAL-STATUS PIC X(2).
       01  WS-KMJ-STATUS   PIC X(2).
       01  WS-PENDP-STATUS PIC X(2).
       01  WS-AH-STATUS    PIC X(2).
       01  WS-ADJ-STATUS   PIC X(2).
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-RPT-FILENAME PIC X(60).
       01  WS-FROM-DATE    PIC 9(8).
       01  WS-TO-DATE      PIC 9(8).
       01  WS-LINE-DATE    PIC 9(8).
       01  WS-EDIT-QTY     PIC -(6)9.
       01  WS-EDIT-PRICE   PIC ZZ9.99.

       01  WS-READ-COUNTS.
           05 WS-RD-JOURNAL PIC 9(6) VALUE 0.
           05 WS-RD-KMJ    PIC 9(6) VALUE 0.
           05 WS-RD-PRICE  PIC 9(6) VALUE 0.
           05 WS-RD-AH     PIC 9(6) VALUE 0.
           05 WS-RD-ADJ    PIC 9(6) VALUE 0.

       01  WS-KC-TABLE.
           05 WS-KC-COUNT  PIC 9(4) VALUE 0.
           05 WS-KC-ENTRY OCCURS 5000 TIMES.
               10 WS-KC-DATE    PIC 9(8).
               10 WS-KC-OP      PIC X(3).
               10 WS-KC-BRANCH  PIC A(2).
               10 WS-KC-ID      PIC 9(4).
               10 WS-KC-ACT     PIC X(3).
               10 WS-KC-HIT     PIC A(1).
       01  WS-KC-IDX       PIC 9(4).
       01  WS-KC-FOUND-IDX PIC 9(4).
       01  WS-KC-DONE      PIC A(1).

       01  WS-TOY-BRANCH   PIC A(2).
       01  WS-TOY-ID       PIC 9(4).

       01  WS-EXCEPTIONS.
           05 WS-EX-COUNT  PIC 9(4) VALUE 0.
           05 WS-EX-ENTRY OCCURS 2000 TIMES.
               10 WS-EX-BRANCH  PIC X(2).
               10 WS-EX-DATE    PIC 9(8).
               10 WS-EX-RULE    PIC X(2).
               10 WS-EX-OP      PIC X(3).
               10 WS-EX-DETAIL  PIC X(70).
       01  WS-EX-IDX       PIC 9(4).
       01  WS-EX-IDX-2     PIC 9(4).
       01  WS-EX-SWAP      PIC X(85).
       01  WS-EX-FULL      PIC A(1) VALUE 'N'.

       01  WS-NEW-EXCEPTION.
           05 WS-NX-BRANCH PIC X(2).
           05 WS-NX-DATE   PIC 9(8).
           05 WS-NX-RULE   PIC X(2).
           05 WS-NX-OP     PIC X(3).
           05 WS-NX-DETAIL PIC X(70).

       01  WS-RULE-COUNTS.
           05 WS-RULE-KT   PIC 9(4) VALUE 0.
           05 WS-RULE-CA   PIC 9(4) VALUE 0.
           05 WS-RULE-NC   PIC 9(4) VALUE 0.
           05 WS-RULE-AN   PIC 9(4) VALUE 0.
           05 WS-RULE-PC   PIC 9(4) VALUE 0.
           05 WS-RULE-PN   PIC 9(4) VALUE 0.

       01  WS-BRANCH-TABLE.
           05 WS-BRM-COUNT PIC 9(2) VALUE 0.
           05 WS-BRM-ENTRY OCCURS 60 TIMES.
               10 WS-BRM-CODE    PIC X(2).
               10 WS-BRM-NAME    PIC X(20).
               10 WS-BRM-MANAGER PIC X(20).
       01  WS-BRM-IDX      PIC 9(2).
       01  WS-BRM-IDX-2    PIC 9(2).
       01  WS-BRM-SWAP     PIC X(42).
       01  WS-BRM-FOUND    PIC A(1).
       01  WS-BR-EXCEPTIONS PIC 9(4).

       01  RPT-TITLE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(40) VALUE
               "SEGREGATION OF DUTIES EXCEPTION REPORT".
       01  RPT-PERIOD-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(8) VALUE "PERIOD: ".
           05 RP-FROM      PIC 9(8).
           05 FILL         PIC X(4) VALUE " TO ".
           05 RP-TO        PIC 9(8).
       01  RPT-READ-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(7) VALUE "READ - ".
           05 FILL         PIC X(9) VALUE "JOURNAL: ".
           05 RR-JOURNAL   PIC Z(5)9.
           05 FILL         PIC X(12) VALUE "  KMJOURNAL:".
           05 RR-KMJ       PIC Z(5)9.
           05 FILL         PIC X(12) VALUE "  PRICEPEND:".
           05 RR-PRICE     PIC Z(5)9.
           05 FILL         PIC X(10) VALUE "  ADJHIST:".
           05 RR-AH        PIC Z(5)9.
           05 FILL         PIC X(14) VALUE "  ADJUSTMENTS:".
           05 RR-ADJ       PIC Z(5)9.
       01  RPT-BRANCH-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(8) VALUE "BRANCH: ".
           05 RB-CODE      PIC X(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RB-NAME      PIC X(28).
           05 FILL         PIC X(9) VALUE "MANAGER: ".
           05 RB-MANAGER   PIC X(20).
       01  RPT-COL-HDR.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(10) VALUE "DATE".
           05 FILL         PIC X(6) VALUE "RULE".
           05 FILL         PIC X(5) VALUE "OPR".
           05 FILL         PIC X(70) VALUE "DETAIL".
       01  RPT-DETAIL-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 RD-DATE      PIC 9(8).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RD-RULE      PIC X(2).
           05 FILL         PIC X(4) VALUE SPACES.
           05 RD-OP        PIC X(3).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RD-DETAIL    PIC X(70).
       01  RPT-NONE-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(30) VALUE
               "NO EXCEPTIONS IN THIS PERIOD".
       01  RPT-BR-TOTAL-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(25) VALUE "EXCEPTIONS FOR BRANCH: ".
           05 RT-COUNT     PIC Z(3)9.
       01  RPT-SIGNOFF-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(21) VALUE "SUPERVISOR SIGN-OFF: ".
           05 FILL         PIC X(26) VALUE ALL "_".
           05 FILL         PIC X(8) VALUE "  DATE: ".
           05 FILL         PIC X(12) VALUE ALL "_".
       01  RPT-LEGEND-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(30) VALUE "EXCEPTIONS BY RULE".
       01  RPT-LEGEND-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 RL-RULE      PIC X(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 RL-TEXT      PIC X(50).
           05 RL-COUNT     PIC Z(4)9.
       01  RPT-GRAND-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(56) VALUE "TOTAL EXCEPTIONS".
           05 RG-COUNT     PIC Z(4)9.
       01  RPT-FULL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(52) VALUE
               "EXCEPTION TABLE FULL (2000) -- LATER ONES NOT LISTED".

       PROCEDURE DIVISION.
           DISPLAY "AUDIT PERIOD FROM (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "AUDIT PERIOD TO (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE < 19000101 OR WS-TO-DATE < WS-FROM-DATE
               THEN
               DISPLAY "PERIOD MUST BE YYYYMMDD TO YYYYMMDD -- "
                   "NOTHING PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-BRANCHES
           PERFORM LOAD-KM-CHANGES
           PERFORM CHECK-TOY-JOURNAL
           PERFORM CHECK-PRICE-REVIEWS
           PERFORM CHECK-ADJ-HISTORY
           PERFORM CHECK-PENDING-ADJUSTMENTS

           PERFORM ADD-EXCEPTION-BRANCHES
           PERFORM SORT-BRANCHES
           PERFORM SORT-EXCEPTIONS

           MOVE SPACES TO WS-RPT-FILENAME
           STRING "sod_audit_" WS-FROM-DATE "_" WS-TO-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           PERFORM WRITE-AUDIT-REPORT

           DISPLAY "SEGREGATION OF DUTIES REPORT WRITTEN TO "
               WS-RPT-FILENAME " -- EXCEPTIONS: " WS-EX-COUNT
           IF WS-EX-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   DISPLAY "BRANCH.DAT NOT FOUND -- ONLY BRANCHES "
                       "WITH EXCEPTIONS ARE LISTED"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-BRM-COUNT < 60 THEN
                                   ADD 1 TO WS-BRM-COUNT
                                   MOVE BRM-CODE
                                       TO WS-BRM-CODE(WS-BRM-COUNT)
                                   MOVE BRM-NAME
                                       TO WS-BRM-NAME(WS-BRM-COUNT)
                                   MOVE BRM-MANAGER
                                     TO WS-BRM-MANAGER(WS-BRM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           LOAD-KM-CHANGES.
               OPEN INPUT KM-JOURNAL-FILE
               IF WS-KMJ-STATUS = "35" THEN
                   DISPLAY "KMJOURNAL.DAT NOT FOUND -- NO KID MASTER "
                       "CHANGES TO COMPARE"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ KM-JOURNAL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM KEEP-KM-CHANGE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE KM-JOURNAL-FILE
               END-IF.

           KEEP-KM-CHANGE.
               IF KMJ-TS(1:8) IS NOT NUMERIC THEN
                   CONTINUE
               ELSE
                   MOVE KMJ-TS(1:8) TO WS-LINE-DATE
                   IF WS-LINE-DATE < WS-FROM-DATE
                      OR WS-LINE-DATE > WS-TO-DATE THEN
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-RD-KMJ
                       IF KMJ-ACT = "RKY" OR KMJ-ACT = "BKO"
                          OR KMJ-IMAGE(1:4) IS NOT NUMERIC THEN
                           CONTINUE
                       ELSE IF WS-KC-COUNT < 5000 THEN
                           ADD 1 TO WS-KC-COUNT
                           MOVE WS-LINE-DATE TO WS-KC-DATE(WS-KC-COUNT)
                           MOVE KMJ-OP TO WS-KC-OP(WS-KC-COUNT)
                           MOVE KMJ-IMAGE(5:2)
                               TO WS-KC-BRANCH(WS-KC-COUNT)
                           MOVE KMJ-IMAGE(1:4) TO WS-KC-ID(WS-KC-COUNT)
                           MOVE KMJ-ACT TO WS-KC-ACT(WS-KC-COUNT)
                           MOVE 'N' TO WS-KC-HIT(WS-KC-COUNT)
                       ELSE
                           DISPLAY "KMJOURNAL.DAT EXCEEDS 5000-ENTRY "
                               "TABLE LIMIT FOR THE PERIOD -- ENTRY "
                               "SKIPPED"
                       END-IF
                       END-IF
                   END-IF
               END-IF.

           CHECK-TOY-JOURNAL.
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35" THEN
                   DISPLAY "JOURNAL.DAT NOT FOUND -- NO TOY KEYING "
                       "TO COMPARE"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ JOURNAL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-TOY-ENTRY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE JOURNAL-FILE
               END-IF.

           CHECK-ONE-TOY-ENTRY.
               IF JRN-TIMESTAMP(1:8) IS NOT NUMERIC THEN
                   CONTINUE
               ELSE
                   MOVE JRN-TIMESTAMP(1:8) TO WS-LINE-DATE
                   IF WS-LINE-DATE < WS-FROM-DATE
                      OR WS-LINE-DATE > WS-TO-DATE THEN
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-RD-JOURNAL
                       IF JRN-ACTION = "DEL" THEN
                           MOVE JRN-BEFORE(1:2) TO WS-TOY-BRANCH
                           MOVE JRN-BEFORE(3:4) TO WS-TOY-ID
                       ELSE
                           MOVE JRN-AFTER(1:2) TO WS-TOY-BRANCH
                           MOVE JRN-AFTER(3:4) TO WS-TOY-ID
                       END-IF
                       IF JRN-ACTION = "ADD" OR JRN-ACTION = "CHG"
                          OR JRN-ACTION = "DEL" THEN
                           PERFORM MATCH-KM-CHANGE
                       END-IF
                   END-IF
               END-IF.

           MATCH-KM-CHANGE.
               MOVE 0 TO WS-KC-FOUND-IDX
               MOVE 'N' TO WS-KC-DONE
               PERFORM VARYING WS-KC-IDX FROM 1 BY 1
                   UNTIL WS-KC-IDX > WS-KC-COUNT
                   IF WS-KC-DATE(WS-KC-IDX) = WS-LINE-DATE
                      AND WS-KC-OP(WS-KC-IDX) = JRN-OPERATOR
                      AND WS-KC-BRANCH(WS-KC-IDX) = WS-TOY-BRANCH
                      AND WS-KC-ID(WS-KC-IDX) = WS-TOY-ID THEN
                       IF WS-KC-HIT(WS-KC-IDX) = 'Y' THEN
                           MOVE 'Y' TO WS-KC-DONE
                       ELSE IF WS-KC-FOUND-IDX = 0 THEN
                           MOVE WS-KC-IDX TO WS-KC-FOUND-IDX
                       END-IF
                       END-IF
                       MOVE 'Y' TO WS-KC-HIT(WS-KC-IDX)
                   END-IF
               END-PERFORM
               IF WS-KC-FOUND-IDX > 0 AND WS-KC-DONE = 'N' THEN
                   MOVE WS-TOY-BRANCH TO WS-NX-BRANCH
                   MOVE WS-LINE-DATE TO WS-NX-DATE
                   MOVE "KT" TO WS-NX-RULE
                   MOVE JRN-OPERATOR TO WS-NX-OP
                   MOVE SPACES TO WS-NX-DETAIL
                   STRING "KID " WS-TOY-ID " MASTER "
                       WS-KC-ACT(WS-KC-FOUND-IDX)
                       " AND TOYS " JRN-ACTION
                       " BY SAME OPERATOR SAME DAY"
                       DELIMITED BY SIZE INTO WS-NX-DETAIL
                   ADD 1 TO WS-RULE-KT
                   PERFORM ADD-EXCEPTION
               END-IF.

           CHECK-PRICE-REVIEWS.
               OPEN INPUT PENDING-PRICE-FILE
               IF WS-PENDP-STATUS = "35" THEN
                   DISPLAY "PRICEPEND.DAT NOT FOUND -- NO PRICE "
                       "REVIEWS TO CHECK"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PENDING-PRICE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-PRICE-REVIEW
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PENDING-PRICE-FILE
               END-IF.

           CHECK-ONE-PRICE-REVIEW.
               IF PP-STATUS = 'P' OR PP-REVIEWED-ON IS NOT NUMERIC
                   THEN
                   CONTINUE
               ELSE
                   MOVE PP-REVIEWED-ON TO WS-LINE-DATE
                   IF WS-LINE-DATE < WS-FROM-DATE
                      OR WS-LINE-DATE > WS-TO-DATE THEN
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-RD-PRICE
                       MOVE "**" TO WS-NX-BRANCH
                       MOVE WS-LINE-DATE TO WS-NX-DATE
                       MOVE PP-PRICE TO WS-EDIT-PRICE
                       MOVE SPACES TO WS-NX-DETAIL
                       IF PP-REVIEWED-BY = SPACES THEN
                           MOVE "PN" TO WS-NX-RULE
                           MOVE PP-ENTERED-BY TO WS-NX-OP
                           STRING "PRICE TYPE " PP-TOYTYPE " EFF "
                               PP-EFF-DATE " " WS-EDIT-PRICE
                               " STATUS " PP-STATUS
                               " WITH NO REVIEWER"
                               DELIMITED BY SIZE INTO WS-NX-DETAIL
                           ADD 1 TO WS-RULE-PN
                           PERFORM ADD-EXCEPTION
                       ELSE IF PP-REVIEWED-BY = PP-ENTERED-BY THEN
                           MOVE "PC" TO WS-NX-RULE
                           MOVE PP-ENTERED-BY TO WS-NX-OP
                           STRING "PRICE TYPE " PP-TOYTYPE " EFF "
                               PP-EFF-DATE " " WS-EDIT-PRICE
                               " ENTERED AND REVIEWED BY SAME "
                               "OPERATOR"
                               DELIMITED BY SIZE INTO WS-NX-DETAIL
                           ADD 1 TO WS-RULE-PC
                           PERFORM ADD-EXCEPTION
                       END-IF
                       END-IF
                   END-IF
               END-IF.

           CHECK-ADJ-HISTORY.
               OPEN INPUT ADJ-HISTORY-FILE
               IF WS-AH-STATUS = "35" THEN
                   DISPLAY "ADJHIST.DAT NOT FOUND -- NO COUNT "
                       "APPROVALS TO CHECK"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ADJ-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-ADJ-HISTORY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ADJ-HISTORY-FILE
               END-IF.

           CHECK-ONE-ADJ-HISTORY.
               IF AH-DATE IS NOT NUMERIC THEN
                   CONTINUE
               ELSE IF AH-DATE < WS-FROM-DATE
                  OR AH-DATE > WS-TO-DATE THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-RD-AH
                   IF AH-DISP = 'A' THEN
                       MOVE AH-BRANCH TO WS-NX-BRANCH
                       MOVE AH-DATE TO WS-NX-DATE
                       MOVE AH-APPROVED-BY TO WS-NX-OP
                       MOVE AH-QTY TO WS-EDIT-QTY
                       MOVE SPACES TO WS-NX-DETAIL
                       IF AH-COUNTED-BY = SPACES THEN
                           MOVE "NC" TO WS-NX-RULE
                           STRING "ADJUSTMENT TYPE " AH-TOYTYPE
                               " QTY " WS-EDIT-QTY
                               " APPROVED WITH NO COUNTER RECORDED"
                               DELIMITED BY SIZE INTO WS-NX-DETAIL
                           ADD 1 TO WS-RULE-NC
                           PERFORM ADD-EXCEPTION
                       ELSE IF AH-COUNTED-BY = AH-APPROVED-BY THEN
                           MOVE "CA" TO WS-NX-RULE
                           STRING "ADJUSTMENT TYPE " AH-TOYTYPE
                               " QTY " WS-EDIT-QTY
                               " COUNTED AND APPROVED BY SAME "
                               "OPERATOR"
                               DELIMITED BY SIZE INTO WS-NX-DETAIL
                           ADD 1 TO WS-RULE-CA
                           PERFORM ADD-EXCEPTION
                       END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF.

           CHECK-PENDING-ADJUSTMENTS.
               OPEN INPUT ADJUSTMENT-FILE
               IF WS-ADJ-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ ADJUSTMENT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-PENDING-ADJ
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE ADJUSTMENT-FILE
               END-IF.

           CHECK-ONE-PENDING-ADJ.
               IF ADJ-DATE IS NUMERIC AND ADJ-DATE > 0 THEN
                   MOVE ADJ-DATE TO WS-LINE-DATE
               ELSE
                   MOVE WS-TO-DATE TO WS-LINE-DATE
               END-IF
               IF WS-LINE-DATE < WS-FROM-DATE
                  OR WS-LINE-DATE > WS-TO-DATE THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-RD-ADJ
                   IF ADJ-APPROVED-BY = SPACES THEN
                       MOVE ADJ-BRANCH TO WS-NX-BRANCH
                       MOVE WS-LINE-DATE TO WS-NX-DATE
                       MOVE "AN" TO WS-NX-RULE
                       MOVE ADJ-COUNTED-BY TO WS-NX-OP
                       MOVE ADJ-QTY TO WS-EDIT-QTY
                       MOVE SPACES TO WS-NX-DETAIL
                       STRING "ADJUSTMENT TYPE " ADJ-TOYTYPE
                           " QTY " WS-EDIT-QTY
                           " AWAITING POSTING WITH NO APPROVER"
                           DELIMITED BY SIZE INTO WS-NX-DETAIL
                       ADD 1 TO WS-RULE-AN
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF.

           ADD-EXCEPTION.
               IF WS-EX-COUNT < 2000 THEN
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-NEW-EXCEPTION TO WS-EX-ENTRY(WS-EX-COUNT)
               ELSE
                   MOVE 'Y' TO WS-EX-FULL
               END-IF.

           ADD-EXCEPTION-BRANCHES.
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
                   MOVE 'N' TO WS-BRM-FOUND
                   PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                       UNTIL WS-BRM-IDX > WS-BRM-COUNT
                       IF WS-BRM-CODE(WS-BRM-IDX)
                          = WS-EX-BRANCH(WS-EX-IDX) THEN
                           MOVE 'Y' TO WS-BRM-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-BRM-FOUND = 'N' AND WS-BRM-COUNT < 60 THEN
                       ADD 1 TO WS-BRM-COUNT
                       MOVE WS-EX-BRANCH(WS-EX-IDX)
                           TO WS-BRM-CODE(WS-BRM-COUNT)
                       MOVE SPACES TO WS-BRM-MANAGER(WS-BRM-COUNT)
                       IF WS-EX-BRANCH(WS-EX-IDX) = "**" THEN
                           MOVE "ALL BRANCHES/PRICES"
                               TO WS-BRM-NAME(WS-BRM-COUNT)
                       ELSE
                           MOVE "(UNKNOWN BRANCH)"
                               TO WS-BRM-NAME(WS-BRM-COUNT)
                       END-IF
                   END-IF
               END-PERFORM.

           SORT-BRANCHES.
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX >= WS-BRM-COUNT
                   PERFORM VARYING WS-BRM-IDX-2 FROM WS-BRM-IDX BY 1
                       UNTIL WS-BRM-IDX-2 > WS-BRM-COUNT
                       IF WS-BRM-CODE(WS-BRM-IDX-2)
                          < WS-BRM-CODE(WS-BRM-IDX) THEN
                           MOVE WS-BRM-ENTRY(WS-BRM-IDX)
                               TO WS-BRM-SWAP
                           MOVE WS-BRM-ENTRY(WS-BRM-IDX-2)
                               TO WS-BRM-ENTRY(WS-BRM-IDX)
                           MOVE WS-BRM-SWAP
                               TO WS-BRM-ENTRY(WS-BRM-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           SORT-EXCEPTIONS.
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX >= WS-EX-COUNT
                   PERFORM VARYING WS-EX-IDX-2 FROM WS-EX-IDX BY 1
                       UNTIL WS-EX-IDX-2 > WS-EX-COUNT
                       IF WS-EX-ENTRY(WS-EX-IDX-2)(1:12)
                          < WS-EX-ENTRY(WS-EX-IDX)(1:12) THEN
                           MOVE WS-EX-ENTRY(WS-EX-IDX) TO WS-EX-SWAP
                           MOVE WS-EX-ENTRY(WS-EX-IDX-2)
                               TO WS-EX-ENTRY(WS-EX-IDX)
                           MOVE WS-EX-SWAP
                               TO WS-EX-ENTRY(WS-EX-IDX-2)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-AUDIT-REPORT.
               OPEN OUTPUT AUDIT-REPORT-FILE
               WRITE AUDIT-OUT FROM DIVIDER-1
               WRITE AUDIT-OUT FROM RPT-TITLE-LINE
               MOVE WS-FROM-DATE TO RP-FROM
               MOVE WS-TO-DATE TO RP-TO
               WRITE AUDIT-OUT FROM RPT-PERIOD-LINE
               MOVE WS-RD-JOURNAL TO RR-JOURNAL
               MOVE WS-RD-KMJ TO RR-KMJ
               MOVE WS-RD-PRICE TO RR-PRICE
               MOVE WS-RD-AH TO RR-AH
               MOVE WS-RD-ADJ TO RR-ADJ
               WRITE AUDIT-OUT FROM RPT-READ-LINE
               WRITE AUDIT-OUT FROM DIVIDER-1
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                   PERFORM WRITE-BRANCH-SECTION
               END-PERFORM
               IF WS-EX-FULL = 'Y' THEN
                   WRITE AUDIT-OUT FROM RPT-FULL-LINE
               END-IF
               WRITE AUDIT-OUT FROM RPT-LEGEND-HDR
               WRITE AUDIT-OUT FROM DIVIDER-3
               MOVE "KT" TO RL-RULE
               MOVE "KID MASTER CHANGED AND TOYS KEYED SAME DAY"
                   TO RL-TEXT
               MOVE WS-RULE-KT TO RL-COUNT
               WRITE AUDIT-OUT FROM RPT-LEGEND-LINE
               MOVE "CA" TO RL-RULE
               MOVE "COUNT ADJUSTMENT COUNTED AND APPROVED BY ONE"
                   TO RL-TEXT
               MOVE WS-RULE-CA TO RL-COUNT
               WRITE AUDIT-OUT FROM RPT-LEGEND-LINE
               MOVE "NC" TO RL-RULE
               MOVE "COUNT ADJUSTMENT APPROVED WITH NO COUNTER"
                   TO RL-TEXT
               MOVE WS-RULE-NC TO RL-COUNT
               WRITE AUDIT-OUT FROM RPT-LEGEND-LINE
               MOVE "AN" TO RL-RULE
               MOVE "ADJUSTMENT AWAITING POSTING WITH NO APPROVER"
                   TO RL-TEXT
               MOVE WS-RULE-AN TO RL-COUNT
               WRITE AUDIT-OUT FROM RPT-LEGEND-LINE
               MOVE "PC" TO RL-RULE
               MOVE "PRICE CHANGE ENTERED AND REVIEWED BY ONE"
                   TO RL-TEXT
               MOVE WS-RULE-PC TO RL-COUNT
               WRITE AUDIT-OUT FROM RPT-LEGEND-LINE
               MOVE "PN" TO RL-RULE
               MOVE "PRICE CHANGE DECIDED WITH NO REVIEWER"
                   TO RL-TEXT
               MOVE WS-RULE-PN TO RL-COUNT
               WRITE AUDIT-OUT FROM RPT-LEGEND-LINE
               WRITE AUDIT-OUT FROM DIVIDER-3
               MOVE WS-EX-COUNT TO RG-COUNT
               WRITE AUDIT-OUT FROM RPT-GRAND-LINE
               WRITE AUDIT-OUT FROM DIVIDER-1
               CLOSE AUDIT-REPORT-FILE.

           WRITE-BRANCH-SECTION.
               MOVE WS-BRM-CODE(WS-BRM-IDX) TO RB-CODE
               MOVE WS-BRM-NAME(WS-BRM-IDX) TO RB-NAME
               MOVE WS-BRM-MANAGER(WS-BRM-IDX) TO RB-MANAGER
               WRITE AUDIT-OUT FROM RPT-BRANCH-LINE
               WRITE AUDIT-OUT FROM RPT-COL-HDR
               WRITE AUDIT-OUT FROM DIVIDER-3
               MOVE 0 TO WS-BR-EXCEPTIONS
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
                   IF WS-EX-BRANCH(WS-EX-IDX)
                      = WS-BRM-CODE(WS-BRM-IDX) THEN
                       ADD 1 TO WS-BR-EXCEPTIONS
                       MOVE WS-EX-DATE(WS-EX-IDX) TO RD-DATE
                       MOVE WS-EX-RULE(WS-EX-IDX) TO RD-RULE
                       MOVE WS-EX-OP(WS-EX-IDX) TO RD-OP
                       MOVE WS-EX-DETAIL(WS-EX-IDX) TO RD-DETAIL
                       WRITE AUDIT-OUT FROM RPT-DETAIL-LINE
                   END-IF
               END-PERFORM
               IF WS-BR-EXCEPTIONS = 0 THEN
                   WRITE AUDIT-OUT FROM RPT-NONE-LINE
               END-IF
               WRITE AUDIT-OUT FROM DIVIDER-3
               MOVE WS-BR-EXCEPTIONS TO RT-COUNT
               WRITE AUDIT-OUT FROM RPT-BR-TOTAL-LINE
               MOVE SPACES TO AUDIT-OUT
               WRITE AUDIT-OUT
               WRITE AUDIT-OUT FROM RPT-SIGNOFF-LINE
               WRITE AUDIT-OUT FROM DIVIDER-1.
