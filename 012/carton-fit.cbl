           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNSTAT-STATUS.

       SELECT PERIOD-FILE
           ASSIGN TO 'period.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

       SELECT PPA-LOG-FILE
           ASSIGN TO 'ppalog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PPA-STATUS.

       SELECT BRANCH-FILE
           ASSIGN TO 'branch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       SELECT GL-MAP-FILE
           ASSIGN TO 'glmap.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-STATUS.

       SELECT GL-MAP-EXC-FILE
           ASSIGN TO 'glmapexc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTON-FILE.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-OUT  PIC X(46).

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

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BRM-CODE     PIC A(2).
           05 BRM-NAME     PIC X(20).
           05 BRM-REGION   PIC X(10).
           05 BRM-MANAGER  PIC X(20).
           05 BRM-STATUS   PIC X(1).
           05 BRM-CLOSE-DATE PIC 9(8).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GM-TXN-TYPE  PIC X(1).
           05 GM-TOYTYPE   PIC X(1).
           05 GM-LOC-TYPE  PIC X(1).
           05 GM-LOCATION  PIC X(10).
           05 GM-EFF-FROM  PIC 9(8).
           05 GM-EFF-TO    PIC 9(8).
           05 GM-ACCOUNT   PIC X(4).
           05 GM-COST-CTR  PIC X(2).

       FD  GL-MAP-EXC-FILE.
       01  GL-MAP-EXC-OUT  PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-RUNSTAT-STATUS PIC X(2).
       01  WS-RS-STAMP     PIC X(21).
       01  WS-GL-STATUS    PIC X(2).
       01  WS-GL-FILENAME  PIC X(40).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-POST-DATE    PIC X(8).
       01  WS-PERIOD-STATUS PIC X(2).
       01  WS-PPA-STATUS   PIC X(2).
       01  WS-PPA-RUN      PIC A(1) VALUE 'N'.

       01  WS-PERIOD-TABLE.
           05 WS-PER-COUNT PIC 9(3) VALUE 0.
           05 WS-PER-ENTRY OCCURS 240 TIMES.
               10 WS-PER-MONTH  PIC 9(6).
               10 WS-PER-STATUS PIC X(1).
       01  WS-PER-IDX      PIC 9(3).
       01  WS-PER-FOUND-IDX PIC 9(3).
       01  WS-PER-CHECK-MONTH PIC 9(6).
       01  WS-PER-CHECK-X  REDEFINES WS-PER-CHECK-MONTH.
           05 WS-PER-CHECK-YYYY PIC 9(4).
           05 WS-PER-CHECK-MM   PIC 9(2).
       01  WS-PER-CLOSED   PIC A(1).
       01  WS-PER-TRIES    PIC 9(3).

       01  WS-FREIGHT-TABLE.
           05 WS-FR-COUNT  PIC 9(2) VALUE 0.
               10 WS-FR-BRANCH  PIC A(2).
               10 WS-FR-CARTONS PIC 9(6).
               10 WS-FR-COST    PIC 9(9)V99.
               10 WS-FR-ACCOUNT PIC X(4).
       01  WS-FR-IDX       PIC 9(2).

       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-BRANCH-TABLE.
           05 WS-BRM-COUNT PIC 9(2) VALUE 0.
           05 WS-BRM-ENTRY OCCURS 50 TIMES.
               10 WS-BRM-CODE   PIC A(2).
               10 WS-BRM-REGION PIC X(10).
       01  WS-BRM-IDX      PIC 9(2).

       01  WS-GLMAP-STATUS PIC X(2).
       01  WS-GLX-STATUS   PIC X(2).
       01  WS-GLX-OPEN     PIC A(1) VALUE 'N'.
       01  WS-GLX-COUNT    PIC 9(4) VALUE 0.
       01  WS-GL-LINE-NO   PIC 9(4) VALUE 0.
       01  WS-GLMAP-TABLE.
           05 WS-GM-COUNT  PIC 9(3) VALUE 0.
           05 WS-GM-ENTRY OCCURS 500 TIMES.
               10 WS-GM-TXN      PIC X(1).
               10 WS-GM-TOYTYPE  PIC X(1).
               10 WS-GM-LOC-TYPE PIC X(1).
               10 WS-GM-LOCATION PIC X(10).
               10 WS-GM-FROM     PIC 9(8).
               10 WS-GM-TO       PIC 9(8).
               10 WS-GM-ACCOUNT  PIC X(4).
               10 WS-GM-COST-CTR PIC X(2).
       01  WS-GM-IDX       PIC 9(3).
       01  WS-GM-BEST-IDX  PIC 9(3).
       01  WS-GM-RANK      PIC 9(1).
       01  WS-GM-BEST-RANK PIC 9(1).
       01  WS-MAP-TXN      PIC X(1).
       01  WS-MAP-TOYTYPE  PIC X(1).
       01  WS-MAP-BRANCH   PIC X(2).
       01  WS-MAP-REGION   PIC X(10).
       01  WS-MAP-DATE     PIC 9(8).
       01  WS-MAP-QTY      PIC S9(6).
       01  WS-MAP-VALUE    PIC S9(9)V99.
       01  WS-MAP-ACCOUNT  PIC X(4).
       01  WS-MAP-COST-CTR PIC X(2).
       01  WS-MAP-FOUND    PIC A(1).
       01  GL-MAP-EXC-RECORD.
           05 GX-RUN-DATE  PIC 9(8).
           05 GX-PROGRAM   PIC X(20) VALUE "CARTON-FIT".
           05 GX-LINE      PIC 9(4).
           05 GX-TXN-TYPE  PIC X(1).
           05 GX-TOYTYPE   PIC X(1).
           05 GX-BRANCH    PIC X(2).
           05 GX-REGION    PIC X(10).
           05 GX-POST-DATE PIC 9(8).
           05 GX-QTY       PIC S9(6) SIGN LEADING SEPARATE.
           05 GX-VALUE     PIC S9(9)V99 SIGN LEADING SEPARATE.
       01  WS-FR-FOUND     PIC A(1).

       01  GL-FREIGHT-LINE.
           05 GF-TYPE      PIC X(1) VALUE "F".
           05 GF-COST-CTR  PIC A(2).
           05 GF-ACCOUNT   PIC X(4).
           05 GF-QTY       PIC 9(6).
           05 GF-VALUE     PIC 9(9)V99.
           05 GF-PPA       PIC X(1) VALUE SPACE.

       01  GL-CONTROL-LINE.
           05 GC-TYPE      PIC X(1) VALUE "C".
           05 GC-DATE      PIC 9(8).
           05 GC-QTY       PIC 9(6).
           05 GC-VALUE     PIC 9(11)V99.
           05 GC-PPA       PIC X(1) VALUE SPACE.

       01  WS-GL-EOF       PIC A(1).
       01  WS-GLC-FOUND    PIC A(1).
       01  WS-GLC-DATE     PIC 9(8).
       01  WS-GLC-QTY      PIC 9(6).
       01  WS-GLC-VALUE    PIC 9(11)V99.
       01  WS-GLC-PPA      PIC X(1).
       01  WS-FR-TOT-CARTONS PIC 9(6) VALUE 0.
       01  WS-FR-TOT-COST  PIC 9(9)V99 VALUE 0.
       01  WS-GL-TMPNAME   PIC X(20) VALUE "glpost.tmp".
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           PERFORM LOAD-PERIODS
           PERFORM SET-POSTING-PERIOD
           STRING "glpost_" WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-GL-FILENAME

               ELSE
                   MOVE 'N' TO WS-GLC-FOUND
                   MOVE 'N' TO WS-GL-EOF
                   PERFORM LOAD-BRANCHES
                   PERFORM LOAD-GL-MAP
                   MOVE 0 TO WS-GL-LINE-NO
                   OPEN INPUT GL-POST-FILE
                   IF WS-GL-STATUS = "35" THEN
                       DISPLAY "NO GLPOST FILE FOR " WS-RUN-DATE
                   DISPLAY "FREIGHT EXPENSE POSTED TO "
                       WS-GL-FILENAME " FOR " WS-FR-COUNT
                       " SENDING BRANCHES"
                   IF WS-GLX-OPEN = 'Y' THEN
                       CLOSE GL-MAP-EXC-FILE
                       MOVE 'N' TO WS-GLX-OPEN
                       DISPLAY WS-GLX-COUNT " FREIGHT LINES HAVE NO "
                           "ACCOUNT MAPPING IN GLMAP.DAT -- LOGGED TO "
                           "GLMAPEXC.DAT, GLPOST HELD FOR GL-MAP-CHECK"
                   END-IF
                   IF WS-PPA-RUN = 'Y' THEN
                       PERFORM WRITE-PPA-LOG
                   END-IF
               END-IF.

           COPY-GL-LINE.
                       TO WS-GLC-QTY
                   COMPUTE WS-GLC-VALUE =
                       FUNCTION NUMVAL(GL-POST-OUT(16:13)) / 100
                   MOVE GL-POST-OUT(29:1) TO WS-GLC-PPA
               ELSE
                   MOVE GL-POST-OUT TO GL-TMP-OUT
                   WRITE GL-TMP-OUT
                   ADD 1 TO WS-GL-LINE-NO
               END-IF.

           WRITE-FREIGHT-LINES.
               MOVE 0 TO WS-FR-TOT-COST
               PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
                   PERFORM MAP-FREIGHT-LINE
                   WRITE GL-TMP-OUT FROM GL-FREIGHT-LINE
                   ADD WS-FR-CARTONS(WS-FR-IDX)
                       TO WS-FR-TOT-CARTONS
           WRITE-FREIGHT-LINES-DIRECT.
               PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
                   PERFORM MAP-FREIGHT-LINE
                   WRITE GL-POST-OUT FROM GL-FREIGHT-LINE
               END-PERFORM.

           MAP-FREIGHT-LINE.
               ADD 1 TO WS-GL-LINE-NO
               MOVE "F" TO WS-MAP-TXN
               MOVE SPACE TO WS-MAP-TOYTYPE
               MOVE WS-FR-BRANCH(WS-FR-IDX) TO WS-MAP-BRANCH
               MOVE WS-POST-DATE TO WS-MAP-DATE
               MOVE WS-FR-CARTONS(WS-FR-IDX) TO WS-MAP-QTY
               MOVE WS-FR-COST(WS-FR-IDX) TO WS-MAP-VALUE
               MOVE SPACES TO WS-MAP-REGION
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                   IF WS-BRM-CODE(WS-BRM-IDX) = WS-MAP-BRANCH THEN
                       MOVE WS-BRM-REGION(WS-BRM-IDX) TO WS-MAP-REGION
                   END-IF
               END-PERFORM
               PERFORM RESOLVE-GL-ACCOUNT
               IF WS-MAP-FOUND = 'N' THEN
                   PERFORM WRITE-GL-MAP-EXCEPTION
               END-IF
               MOVE WS-MAP-ACCOUNT TO WS-FR-ACCOUNT(WS-FR-IDX)
               MOVE WS-MAP-ACCOUNT TO GF-ACCOUNT
               MOVE WS-MAP-COST-CTR TO GF-COST-CTR
               MOVE WS-FR-CARTONS(WS-FR-IDX) TO GF-QTY
               MOVE WS-FR-COST(WS-FR-IDX) TO GF-VALUE.

           LOAD-BRANCHES.
               MOVE 0 TO WS-BRM-COUNT
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BRANCH-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-BRM-COUNT < 50 THEN
                                   ADD 1 TO WS-BRM-COUNT
                                   MOVE BRM-CODE
                                       TO WS-BRM-CODE(WS-BRM-COUNT)
                                   MOVE BRM-REGION
                                       TO WS-BRM-REGION(WS-BRM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           LOAD-GL-MAP.
               MOVE 0 TO WS-GM-COUNT
               MOVE 'N' TO WS-EOF
               OPEN INPUT GL-MAP-FILE
               IF WS-GLMAP-STATUS = "35" THEN
                   DISPLAY "GLMAP.DAT NOT FOUND -- NO GL ACCOUNT "
                       "MAPPING, FREIGHT LINES HELD AS UNMAPPED"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ GL-MAP-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM ADD-GL-MAP-ENTRY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE GL-MAP-FILE
               END-IF.

           ADD-GL-MAP-ENTRY.
               IF GM-EFF-FROM IS NUMERIC AND GM-EFF-TO IS NUMERIC
                  AND GM-ACCOUNT NOT = SPACES THEN
                   IF WS-GM-COUNT < 500 THEN
                       ADD 1 TO WS-GM-COUNT
                       MOVE GM-TXN-TYPE TO WS-GM-TXN(WS-GM-COUNT)
                       MOVE GM-TOYTYPE TO WS-GM-TOYTYPE(WS-GM-COUNT)
                       MOVE GM-LOC-TYPE TO WS-GM-LOC-TYPE(WS-GM-COUNT)
                       MOVE GM-LOCATION TO WS-GM-LOCATION(WS-GM-COUNT)
                       MOVE GM-EFF-FROM TO WS-GM-FROM(WS-GM-COUNT)
                       MOVE GM-EFF-TO TO WS-GM-TO(WS-GM-COUNT)
                       MOVE GM-ACCOUNT TO WS-GM-ACCOUNT(WS-GM-COUNT)
                       MOVE GM-COST-CTR TO WS-GM-COST-CTR(WS-GM-COUNT)
                   ELSE
                       DISPLAY "GLMAP.DAT EXCEEDS 500-ENTRY TABLE "
                           "LIMIT -- RECORD SKIPPED"
                   END-IF
               END-IF.

           RESOLVE-GL-ACCOUNT.
               MOVE 0 TO WS-GM-BEST-IDX
               MOVE 0 TO WS-GM-BEST-RANK
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
                   IF WS-GM-TXN(WS-GM-IDX) = WS-MAP-TXN
                      AND WS-GM-FROM(WS-GM-IDX) <= WS-MAP-DATE
                      AND (WS-GM-TO(WS-GM-IDX) = 0
                           OR WS-GM-TO(WS-GM-IDX) >= WS-MAP-DATE)
                      AND (WS-GM-TOYTYPE(WS-GM-IDX) = WS-MAP-TOYTYPE
                           OR WS-GM-TOYTYPE(WS-GM-IDX) = '*') THEN
                       PERFORM RANK-GL-MAPPING
                       IF WS-GM-RANK > WS-GM-BEST-RANK THEN
                           MOVE WS-GM-RANK TO WS-GM-BEST-RANK
                           MOVE WS-GM-IDX TO WS-GM-BEST-IDX
                       ELSE IF WS-GM-RANK > 0
                          AND WS-GM-RANK = WS-GM-BEST-RANK
                          AND WS-GM-FROM(WS-GM-IDX)
                              > WS-GM-FROM(WS-GM-BEST-IDX) THEN
                           MOVE WS-GM-IDX TO WS-GM-BEST-IDX
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-GM-BEST-IDX > 0 THEN
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-GM-ACCOUNT(WS-GM-BEST-IDX) TO WS-MAP-ACCOUNT
                   IF WS-GM-COST-CTR(WS-GM-BEST-IDX) = SPACES THEN
                       MOVE WS-MAP-BRANCH TO WS-MAP-COST-CTR
                   ELSE
                       MOVE WS-GM-COST-CTR(WS-GM-BEST-IDX)
                           TO WS-MAP-COST-CTR
                   END-IF
               ELSE
                   MOVE 'N' TO WS-MAP-FOUND
                   MOVE SPACES TO WS-MAP-ACCOUNT
                   MOVE WS-MAP-BRANCH TO WS-MAP-COST-CTR
               END-IF.

           RANK-GL-MAPPING.
               MOVE 0 TO WS-GM-RANK
               EVALUATE WS-GM-LOC-TYPE(WS-GM-IDX)
                   WHEN 'B'
                       IF WS-GM-LOCATION(WS-GM-IDX)(1:2)
                          = WS-MAP-BRANCH THEN
                           MOVE 5 TO WS-GM-RANK
                       END-IF
                   WHEN 'R'
                       IF WS-MAP-REGION NOT = SPACES
                          AND WS-GM-LOCATION(WS-GM-IDX)
                              = WS-MAP-REGION THEN
                           MOVE 3 TO WS-GM-RANK
                       END-IF
                   WHEN '*'
                       MOVE 1 TO WS-GM-RANK
               END-EVALUATE
               IF WS-GM-RANK > 0
                  AND WS-GM-TOYTYPE(WS-GM-IDX) = WS-MAP-TOYTYPE THEN
                   ADD 1 TO WS-GM-RANK
               END-IF.

           WRITE-GL-MAP-EXCEPTION.
               IF WS-GLX-OPEN = 'N' THEN
                   OPEN EXTEND GL-MAP-EXC-FILE
                   IF WS-GLX-STATUS = "35" THEN
                       OPEN OUTPUT GL-MAP-EXC-FILE
                   END-IF
                   MOVE 'Y' TO WS-GLX-OPEN
               END-IF
               MOVE WS-RUN-DATE TO GX-RUN-DATE
               MOVE WS-GL-LINE-NO TO GX-LINE
               MOVE WS-MAP-TXN TO GX-TXN-TYPE
               MOVE WS-MAP-TOYTYPE TO GX-TOYTYPE
               MOVE WS-MAP-BRANCH TO GX-BRANCH
               MOVE WS-MAP-REGION TO GX-REGION
               MOVE WS-MAP-DATE TO GX-POST-DATE
               MOVE WS-MAP-QTY TO GX-QTY
               MOVE WS-MAP-VALUE TO GX-VALUE
               WRITE GL-MAP-EXC-OUT FROM GL-MAP-EXC-RECORD
               ADD 1 TO WS-GLX-COUNT.

           WRITE-GL-CONTROL.
               IF WS-GLC-FOUND = 'Y' THEN
                   IF WS-PPA-RUN = 'Y' THEN
                       MOVE WS-POST-DATE TO GC-DATE
                       MOVE 'P' TO GC-PPA
                   ELSE
                       MOVE WS-GLC-DATE TO GC-DATE
                       MOVE WS-GLC-PPA TO GC-PPA
                   END-IF
                   COMPUTE GC-QTY = WS-GLC-QTY
                       + WS-FR-TOT-CARTONS
                   COMPUTE GC-VALUE = WS-GLC-VALUE
                       "FREIGHT APPENDED WITHOUT ONE"
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
                               IF PD-MONTH IS NUMERIC
                                  AND WS-PER-COUNT < 240 THEN
                                   ADD 1 TO WS-PER-COUNT
                                   MOVE PD-MONTH
                                       TO WS-PER-MONTH(WS-PER-COUNT)
                                   MOVE PD-STATUS
                                       TO WS-PER-STATUS(WS-PER-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PERIOD-FILE
               END-IF.

           CHECK-PERIOD-OPEN.
               MOVE 'N' TO WS-PER-CLOSED
               MOVE 0 TO WS-PER-FOUND-IDX
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
                      OR WS-PER-FOUND-IDX > 0
                   IF WS-PER-MONTH(WS-PER-IDX) = WS-PER-CHECK-MONTH
                       THEN
                       MOVE WS-PER-IDX TO WS-PER-FOUND-IDX
                   END-IF
               END-PERFORM
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

           SET-POSTING-PERIOD.
               MOVE WS-RUN-DATE TO WS-POST-DATE
               MOVE 'N' TO WS-PPA-RUN
               IF WS-RUN-DATE(1:6) IS NUMERIC THEN
                   MOVE WS-RUN-DATE(1:6) TO WS-PER-CHECK-MONTH
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PER-CLOSED = 'Y' THEN
                       PERFORM FIND-OPEN-PERIOD
                       IF WS-PER-CHECK-MONTH = WS-FULL-DATE(1:6) THEN
                           MOVE WS-FULL-DATE(1:8) TO WS-POST-DATE
                       ELSE
                           MOVE WS-PER-CHECK-MONTH
                               TO WS-POST-DATE(1:6)
                           MOVE "01" TO WS-POST-DATE(7:2)
                       END-IF
                       MOVE 'Y' TO WS-PPA-RUN
                       MOVE 'P' TO GF-PPA
                       DISPLAY "PERIOD " WS-RUN-DATE(1:6)
                           " IS CLOSED -- FREIGHT FOR " WS-RUN-DATE
                           " POSTS TO " WS-POST-DATE
                           " AS A PRIOR-PERIOD ADJUSTMENT"
                   END-IF
               END-IF.

           WRITE-PPA-LOG.
               OPEN EXTEND PPA-LOG-FILE
               IF WS-PPA-STATUS = "35" THEN
                   OPEN OUTPUT PPA-LOG-FILE
               END-IF
               PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
                   MOVE WS-FULL-DATE(1:8) TO PL-LOG-DATE
                   MOVE "CARTON-FIT" TO PL-PROGRAM
                   MOVE "FREIGHT" TO PL-SOURCE
                   MOVE WS-RUN-DATE TO PL-ORIG-DATE
                   MOVE WS-POST-DATE TO PL-POST-DATE
                   MOVE WS-FR-BRANCH(WS-FR-IDX) TO PL-BRANCH
                   MOVE SPACE TO PL-TOYTYPE
                   MOVE WS-FR-CARTONS(WS-FR-IDX) TO PL-QTY
                   MOVE WS-FR-COST(WS-FR-IDX) TO PL-VALUE
                   MOVE SPACES TO PL-REF
                   STRING "ACCOUNT " WS-FR-ACCOUNT(WS-FR-IDX)
                       DELIMITED BY SIZE INTO PL-REF
                   WRITE PPA-LOG-RECORD
               END-PERFORM
               CLOSE PPA-LOG-FILE
               DISPLAY WS-FR-COUNT " FREIGHT POSTINGS FLAGGED PPA, "
                   "LOGGED TO PPALOG.DAT".

           TALLY-DESTINATION.
               MOVE 'N' TO WS-DT-FOUND
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
