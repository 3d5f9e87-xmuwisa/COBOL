       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-MAP-CHECK.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT GL-MAP-FILE
           ASSIGN TO 'glmap.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-STATUS.

       SELECT GL-MAP-EXC-FILE
           ASSIGN TO 'glmapexc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLX-STATUS.

       SELECT GL-POST-FILE
           ASSIGN DYNAMIC WS-GL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

       SELECT GL-TMP-FILE
           ASSIGN TO 'glpost.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAP-REPORT-FILE
           ASSIGN DYNAMIC WS-RPT-FILENAME
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
       01  GL-MAP-EXC-RECORD.
           05 GX-RUN-DATE  PIC 9(8).
           05 GX-PROGRAM   PIC X(20).
           05 GX-LINE      PIC 9(4).
           05 GX-TXN-TYPE  PIC X(1).
           05 GX-TOYTYPE   PIC X(1).
           05 GX-BRANCH    PIC X(2).
           05 GX-REGION    PIC X(10).
           05 GX-POST-DATE PIC 9(8).
           05 GX-QTY       PIC S9(6) SIGN LEADING SEPARATE.
           05 GX-VALUE     PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD  GL-POST-FILE.
       01  GL-POST-OUT     PIC X(40).

       FD  GL-TMP-FILE.
       01  GL-TMP-OUT      PIC X(40).

       FD  MAP-REPORT-FILE.
       01  MAP-REPORT-OUT  PIC X(100).

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
           05 RS-PROGRAM   PIC X(20) VALUE "GL-MAP-CHECK".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  DIVIDER-1       PIC X(100) VALUE ALL "=".
       01  DIVIDER-3       PIC X(100) VALUE ALL "-".

       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-GLMAP-STATUS PIC X(2).
       01  WS-GLX-STATUS   PIC X(2).
       01  WS-GL-STATUS    PIC X(2).
       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-GL-FILENAME  PIC X(40).
       01  WS-GL-TMPNAME   PIC X(20) VALUE "glpost.tmp".
       01  WS-RENAME-RC    PIC S9(9) COMP-5.
       01  WS-RPT-FILENAME PIC X(40).

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
               10 WS-GM-RECNO    PIC 9(5).
       01  WS-GM-IDX       PIC 9(3).
       01  WS-GM-IDX-2     PIC 9(3).
       01  WS-GM-BEST-IDX  PIC 9(3).
       01  WS-GM-RANK      PIC 9(1).
       01  WS-GM-BEST-RANK PIC 9(1).
       01  WS-GM-READ      PIC 9(5) VALUE 0.
       01  WS-GM-REJECTED  PIC 9(5) VALUE 0.
       01  WS-GM-OVERLAPS  PIC 9(5) VALUE 0.
       01  WS-GM-REASON    PIC X(34).
       01  WS-GM-END-1     PIC 9(8).
       01  WS-GM-END-2     PIC 9(8).

       01  WS-MAP-TXN      PIC X(1).
       01  WS-MAP-TOYTYPE  PIC X(1).
       01  WS-MAP-BRANCH   PIC X(2).
       01  WS-MAP-REGION   PIC X(10).
       01  WS-MAP-DATE     PIC 9(8).
       01  WS-MAP-ACCOUNT  PIC X(4).
       01  WS-MAP-COST-CTR PIC X(2).
       01  WS-MAP-FOUND    PIC A(1).

       01  WS-GLP-TABLE.
           05 WS-GLP-COUNT PIC 9(4) VALUE 0.
           05 WS-GLP-LINE  PIC X(40) OCCURS 2000 TIMES.
       01  WS-GLP-IDX      PIC 9(4).
       01  WS-GLP-FOUND    PIC A(1) VALUE 'N'.
       01  WS-GLP-DROPPED  PIC 9(5) VALUE 0.
       01  WS-GLP-CHANGED  PIC A(1) VALUE 'N'.

       01  WS-EXC-READ     PIC 9(5) VALUE 0.
       01  WS-EXC-MAPPED   PIC 9(5) VALUE 0.
       01  WS-EXC-NOMAP    PIC 9(5) VALUE 0.
       01  WS-UNMAPPED-LEFT PIC 9(5) VALUE 0.

       01  MAP-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 MH-TITLE     PIC X(34) VALUE
               "GL ACCOUNT MAPPING VALIDATION".
           05 MH-LBL       PIC X(8) VALUE "GLPOST: ".
           05 MH-FILE      PIC X(20).
           05 MH-LBL-2     PIC X(11) VALUE "   RUN ON: ".
           05 MH-DATE      PIC X(8).
       01  MAP-MASTER-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 MM-LBL       PIC X(28) VALUE
               "MAPPING MASTER (GLMAP.DAT): ".
           05 MM-LOADED    PIC Z(4)9.
           05 MM-LBL-2     PIC X(10) VALUE " LOADED,  ".
           05 MM-REJECTED  PIC Z(4)9.
           05 MM-LBL-3     PIC X(12) VALUE " REJECTED,  ".
           05 MM-OVERLAPS  PIC Z(4)9.
           05 MM-LBL-4     PIC X(9) VALUE " OVERLAPS".
       01  MAP-REJECT-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 MR-LBL       PIC X(10) VALUE "REJECTED  ".
           05 MR-RECORD    PIC X(35).
           05 FILL         PIC X(2) VALUE SPACES.
           05 MR-REASON    PIC X(34).
       01  MAP-OVERLAP-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 MO-LBL       PIC X(10) VALUE "OVERLAP   ".
           05 MO-TXN       PIC X(1).
           05 FILL         PIC X(1) VALUE SPACE.
           05 MO-TOYTYPE   PIC X(1).
           05 FILL         PIC X(1) VALUE SPACE.
           05 MO-LOC-TYPE  PIC X(1).
           05 FILL         PIC X(1) VALUE SPACE.
           05 MO-LOCATION  PIC X(10).
           05 MO-LBL-2     PIC X(8) VALUE " RECORDS".
           05 MO-IDX-1     PIC Z(4)9.
           05 MO-LBL-3     PIC X(5) VALUE " AND ".
           05 MO-IDX-2     PIC Z(4)9.
           05 MO-LBL-4     PIC X(26) VALUE
               " SHARE EFFECTIVE DATES".
       01  MAP-COL-HDR.
           05 FILL         PIC X(21) VALUE "PROGRAM".
           05 FILL         PIC X(5) VALUE "LINE".
           05 FILL         PIC X(11) VALUE "ACTIVITY".
           05 FILL         PIC X(2) VALUE "T".
           05 FILL         PIC X(3) VALUE "BR".
           05 FILL         PIC X(11) VALUE "REGION".
           05 FILL         PIC X(9) VALUE "POSTED".
           05 FILL         PIC X(7) VALUE "    QTY".
           05 FILL         PIC X(14) VALUE "         VALUE".
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(15) VALUE "RESULT".
       01  MAP-DETAIL-LINE.
           05 MD-PROGRAM   PIC X(20).
           05 FILL         PIC X(1) VALUE SPACE.
           05 MD-LINE      PIC ZZZ9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 MD-TXN       PIC X(10).
           05 FILL         PIC X(1) VALUE SPACE.
           05 MD-TOYTYPE   PIC X(1).
           05 FILL         PIC X(1) VALUE SPACE.
           05 MD-BRANCH    PIC X(2).
           05 FILL         PIC X(1) VALUE SPACE.
           05 MD-REGION    PIC X(10).
           05 FILL         PIC X(1) VALUE SPACE.
           05 MD-POST-DATE PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 MD-QTY       PIC -(5)9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 MD-VALUE     PIC -(9)9.99.
           05 FILL         PIC X(2) VALUE SPACES.
           05 MD-RESULT    PIC X(20).
       01  MAP-NONE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 MN-LBL       PIC X(50) VALUE
               "NO UNMAPPED GL COMBINATIONS IN THE DAY'S ACTIVITY".
       01  MAP-TOTAL-LINE.
           05 MT-LBL       PIC X(14) VALUE "GLPOST LINES: ".
           05 MT-LINES     PIC Z(3)9.
           05 MT-LBL-2     PIC X(19) VALUE "  FLAGGED TODAY:   ".
           05 MT-READ      PIC Z(4)9.
           05 MT-LBL-3     PIC X(14) VALUE "  MAPPED NOW: ".
           05 MT-MAPPED    PIC Z(4)9.
           05 MT-LBL-4     PIC X(22) VALUE
               "  STILL UNMAPPED:     ".
           05 MT-LEFT      PIC Z(4)9.
       01  MAP-STATUS-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 MS-TEXT      PIC X(90).

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           MOVE SPACES TO WS-GL-FILENAME
           MOVE SPACES TO WS-RPT-FILENAME
           STRING "glpost_" WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-GL-FILENAME
           STRING "glmap_report_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME

           OPEN OUTPUT MAP-REPORT-FILE
           MOVE WS-GL-FILENAME TO MH-FILE
           MOVE WS-FULL-DATE(1:8) TO MH-DATE
           WRITE MAP-REPORT-OUT FROM DIVIDER-1
           WRITE MAP-REPORT-OUT FROM MAP-HEADER-1
           WRITE MAP-REPORT-OUT FROM DIVIDER-1

           PERFORM LOAD-GL-MAP
           PERFORM CHECK-MAP-OVERLAPS
           MOVE WS-GM-COUNT TO MM-LOADED
           MOVE WS-GM-REJECTED TO MM-REJECTED
           MOVE WS-GM-OVERLAPS TO MM-OVERLAPS
           WRITE MAP-REPORT-OUT FROM MAP-MASTER-LINE
           WRITE MAP-REPORT-OUT FROM DIVIDER-3

           PERFORM LOAD-GL-POST
           WRITE MAP-REPORT-OUT FROM MAP-COL-HDR
           WRITE MAP-REPORT-OUT FROM DIVIDER-3
           PERFORM CHECK-EXCEPTIONS
           IF WS-EXC-READ = 0 THEN
               WRITE MAP-REPORT-OUT FROM MAP-NONE-LINE
           END-IF
           PERFORM COUNT-UNMAPPED-LINES
           IF WS-GLP-CHANGED = 'Y' THEN
               PERFORM SAVE-GL-POST
           END-IF

           WRITE MAP-REPORT-OUT FROM DIVIDER-3
           MOVE WS-GLP-COUNT TO MT-LINES
           MOVE WS-EXC-READ TO MT-READ
           MOVE WS-EXC-MAPPED TO MT-MAPPED
           MOVE WS-UNMAPPED-LEFT TO MT-LEFT
           WRITE MAP-REPORT-OUT FROM MAP-TOTAL-LINE
           MOVE SPACES TO MS-TEXT
           IF WS-GLP-FOUND = 'N' THEN
               STRING "NO GLPOST FILE FOR " WS-RUN-DATE
                   " -- NOTHING TO RELEASE"
                   DELIMITED BY SIZE INTO MS-TEXT
           ELSE IF WS-UNMAPPED-LEFT > 0 THEN
               STRING "GLPOST FILE HELD -- ADD THE MISSING ACCOUNTS "
                   "TO GLMAP.DAT AND RERUN GL-MAP-CHECK"
                   DELIMITED BY SIZE INTO MS-TEXT
           ELSE
               STRING "ALL GL LINES MAPPED -- GLPOST FILE RELEASED "
                   "TO GL-ACK-MATCH"
                   DELIMITED BY SIZE INTO MS-TEXT
           END-IF
           END-IF
           WRITE MAP-REPORT-OUT FROM MAP-STATUS-LINE
           WRITE MAP-REPORT-OUT FROM DIVIDER-1
           CLOSE MAP-REPORT-FILE

           DISPLAY "GL MAPPING REPORT WRITTEN TO " WS-RPT-FILENAME
           IF WS-UNMAPPED-LEFT > 0 THEN
               DISPLAY WS-UNMAPPED-LEFT " GL LINES HAVE NO ACCOUNT "
                   "MAPPING -- GLPOST FILE HELD FOR " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-GM-REJECTED > 0 OR WS-GM-OVERLAPS > 0 THEN
               DISPLAY "GLMAP.DAT HAS " WS-GM-REJECTED
                   " REJECTED AND " WS-GM-OVERLAPS
                   " OVERLAPPING ENTRIES -- SEE THE REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           IF WS-EXC-MAPPED > 0 THEN
               DISPLAY WS-EXC-MAPPED " HELD GL LINES MAPPED AND "
                   "REWRITTEN TO THE GLPOST FILE FOR " WS-RUN-DATE
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

           LOAD-GL-MAP.
               MOVE 0 TO WS-GM-COUNT
               MOVE 'N' TO WS-EOF
               OPEN INPUT GL-MAP-FILE
               IF WS-GLMAP-STATUS = "35" THEN
                   MOVE "GLMAP.DAT NOT FOUND -- NO GL ACCOUNTS MAPPED"
                       TO MS-TEXT
                   WRITE MAP-REPORT-OUT FROM MAP-STATUS-LINE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ GL-MAP-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-GM-READ
                               PERFORM EDIT-GL-MAP-ENTRY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE GL-MAP-FILE
               END-IF.

           EDIT-GL-MAP-ENTRY.
               MOVE SPACES TO WS-GM-REASON
               IF GM-TXN-TYPE NOT = "P" AND NOT = "R"
                  AND NOT = "A" AND NOT = "K" AND NOT = "F" THEN
                   MOVE "ACTIVITY NOT P, R, A, K OR F"
                       TO WS-GM-REASON
               ELSE IF GM-TOYTYPE NOT = "A" AND NOT = "B"
                  AND NOT = "C" AND NOT = "D" AND NOT = "*" THEN
                   MOVE "TOY TYPE NOT A-D OR *" TO WS-GM-REASON
               ELSE IF GM-LOC-TYPE NOT = "B" AND NOT = "R"
                  AND NOT = "*" THEN
                   MOVE "SCOPE NOT B, R OR *" TO WS-GM-REASON
               ELSE IF GM-LOC-TYPE NOT = "*"
                  AND GM-LOCATION = SPACES THEN
                   MOVE "BRANCH OR REGION MISSING" TO WS-GM-REASON
               ELSE IF GM-EFF-FROM IS NOT NUMERIC
                  OR GM-EFF-TO IS NOT NUMERIC THEN
                   MOVE "EFFECTIVE DATES NOT NUMERIC"
                       TO WS-GM-REASON
               ELSE IF GM-EFF-TO NOT = 0
                  AND GM-EFF-TO < GM-EFF-FROM THEN
                   MOVE "EFFECTIVE-TO BEFORE EFFECTIVE-FROM"
                       TO WS-GM-REASON
               ELSE IF GM-ACCOUNT = SPACES THEN
                   MOVE "NO GL ACCOUNT" TO WS-GM-REASON
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               IF WS-GM-REASON NOT = SPACES THEN
                   ADD 1 TO WS-GM-REJECTED
                   MOVE GL-MAP-RECORD TO MR-RECORD
                   MOVE WS-GM-REASON TO MR-REASON
                   WRITE MAP-REPORT-OUT FROM MAP-REJECT-LINE
               ELSE IF WS-GM-COUNT < 500 THEN
                   ADD 1 TO WS-GM-COUNT
                   MOVE GM-TXN-TYPE TO WS-GM-TXN(WS-GM-COUNT)
                   MOVE GM-TOYTYPE TO WS-GM-TOYTYPE(WS-GM-COUNT)
                   MOVE GM-LOC-TYPE TO WS-GM-LOC-TYPE(WS-GM-COUNT)
                   MOVE GM-LOCATION TO WS-GM-LOCATION(WS-GM-COUNT)
                   MOVE GM-EFF-FROM TO WS-GM-FROM(WS-GM-COUNT)
                   MOVE GM-EFF-TO TO WS-GM-TO(WS-GM-COUNT)
                   MOVE GM-ACCOUNT TO WS-GM-ACCOUNT(WS-GM-COUNT)
                   MOVE GM-COST-CTR TO WS-GM-COST-CTR(WS-GM-COUNT)
                   MOVE WS-GM-READ TO WS-GM-RECNO(WS-GM-COUNT)
               ELSE
                   ADD 1 TO WS-GM-REJECTED
                   MOVE GL-MAP-RECORD TO MR-RECORD
                   MOVE "EXCEEDS 500-ENTRY TABLE LIMIT"
                       TO MR-REASON
                   WRITE MAP-REPORT-OUT FROM MAP-REJECT-LINE
               END-IF
               END-IF.

           CHECK-MAP-OVERLAPS.
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX >= WS-GM-COUNT
                   COMPUTE WS-GM-IDX-2 = WS-GM-IDX + 1
                   PERFORM UNTIL WS-GM-IDX-2 > WS-GM-COUNT
                       IF WS-GM-TXN(WS-GM-IDX) = WS-GM-TXN(WS-GM-IDX-2)
                          AND WS-GM-TOYTYPE(WS-GM-IDX)
                              = WS-GM-TOYTYPE(WS-GM-IDX-2)
                          AND WS-GM-LOC-TYPE(WS-GM-IDX)
                              = WS-GM-LOC-TYPE(WS-GM-IDX-2)
                          AND WS-GM-LOCATION(WS-GM-IDX)
                              = WS-GM-LOCATION(WS-GM-IDX-2) THEN
                           PERFORM CHECK-ONE-OVERLAP
                       END-IF
                       ADD 1 TO WS-GM-IDX-2
                   END-PERFORM
               END-PERFORM.

           CHECK-ONE-OVERLAP.
               MOVE WS-GM-TO(WS-GM-IDX) TO WS-GM-END-1
               IF WS-GM-END-1 = 0 THEN
                   MOVE 99999999 TO WS-GM-END-1
               END-IF
               MOVE WS-GM-TO(WS-GM-IDX-2) TO WS-GM-END-2
               IF WS-GM-END-2 = 0 THEN
                   MOVE 99999999 TO WS-GM-END-2
               END-IF
               IF WS-GM-FROM(WS-GM-IDX) <= WS-GM-END-2
                  AND WS-GM-FROM(WS-GM-IDX-2) <= WS-GM-END-1 THEN
                   ADD 1 TO WS-GM-OVERLAPS
                   MOVE WS-GM-TXN(WS-GM-IDX) TO MO-TXN
                   MOVE WS-GM-TOYTYPE(WS-GM-IDX) TO MO-TOYTYPE
                   MOVE WS-GM-LOC-TYPE(WS-GM-IDX) TO MO-LOC-TYPE
                   MOVE WS-GM-LOCATION(WS-GM-IDX) TO MO-LOCATION
                   MOVE WS-GM-RECNO(WS-GM-IDX) TO MO-IDX-1
                   MOVE WS-GM-RECNO(WS-GM-IDX-2) TO MO-IDX-2
                   WRITE MAP-REPORT-OUT FROM MAP-OVERLAP-LINE
               END-IF.

           LOAD-GL-POST.
               MOVE 0 TO WS-GLP-COUNT
               OPEN INPUT GL-POST-FILE
               IF WS-GL-STATUS = "35" THEN
                   MOVE 'N' TO WS-GLP-FOUND
               ELSE
                   MOVE 'Y' TO WS-GLP-FOUND
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ GL-POST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-GLP-COUNT < 2000 THEN
                                   ADD 1 TO WS-GLP-COUNT
                                   MOVE GL-POST-OUT
                                       TO WS-GLP-LINE(WS-GLP-COUNT)
                               ELSE
                                   ADD 1 TO WS-GLP-DROPPED
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE GL-POST-FILE
               END-IF
               IF WS-GLP-DROPPED > 0 THEN
                   DISPLAY WS-GL-FILENAME " EXCEEDS 2000 LINES -- "
                       "HELD LINES CANNOT BE REWRITTEN"
                   MOVE 'N' TO WS-GLP-FOUND
               END-IF.

           CHECK-EXCEPTIONS.
               OPEN INPUT GL-MAP-EXC-FILE
               IF WS-GLX-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ GL-MAP-EXC-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF GX-RUN-DATE = WS-RUN-DATE THEN
                                   PERFORM CHECK-ONE-EXCEPTION
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE GL-MAP-EXC-FILE
               END-IF.

           CHECK-ONE-EXCEPTION.
               ADD 1 TO WS-EXC-READ
               MOVE GX-TXN-TYPE TO WS-MAP-TXN
               MOVE GX-TOYTYPE TO WS-MAP-TOYTYPE
               MOVE GX-BRANCH TO WS-MAP-BRANCH
               MOVE GX-REGION TO WS-MAP-REGION
               MOVE GX-POST-DATE TO WS-MAP-DATE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE GX-PROGRAM TO MD-PROGRAM
               MOVE GX-LINE TO MD-LINE
               EVALUATE GX-TXN-TYPE
                   WHEN "P"
                       MOVE "POSTING" TO MD-TXN
                   WHEN "R"
                       MOVE "RETURN" TO MD-TXN
                   WHEN "A"
                       MOVE "ADJUSTMENT" TO MD-TXN
                   WHEN "K"
                       MOVE "ISSUE COST" TO MD-TXN
                   WHEN "F"
                       MOVE "FREIGHT" TO MD-TXN
                   WHEN OTHER
                       MOVE GX-TXN-TYPE TO MD-TXN
               END-EVALUATE
               MOVE GX-TOYTYPE TO MD-TOYTYPE
               MOVE GX-BRANCH TO MD-BRANCH
               MOVE GX-REGION TO MD-REGION
               MOVE GX-POST-DATE TO MD-POST-DATE
               MOVE GX-QTY TO MD-QTY
               MOVE GX-VALUE TO MD-VALUE
               MOVE SPACES TO MD-RESULT
               MOVE GX-LINE TO WS-GLP-IDX
               IF WS-GLP-FOUND = 'N' OR WS-GLP-IDX = 0
                  OR WS-GLP-IDX > WS-GLP-COUNT THEN
                   MOVE "GLPOST LINE MISSING" TO MD-RESULT
               ELSE IF WS-GLP-LINE(WS-GLP-IDX)(1:1) NOT = GX-TXN-TYPE
                  THEN
                   MOVE "GLPOST LINE MISSING" TO MD-RESULT
               ELSE IF WS-GLP-LINE(WS-GLP-IDX)(4:4) NOT = SPACES THEN
                   STRING "ALREADY MAPPED "
                       WS-GLP-LINE(WS-GLP-IDX)(4:4)
                       DELIMITED BY SIZE INTO MD-RESULT
               ELSE IF WS-MAP-FOUND = 'Y' THEN
                   MOVE WS-MAP-COST-CTR
                       TO WS-GLP-LINE(WS-GLP-IDX)(2:2)
                   MOVE WS-MAP-ACCOUNT
                       TO WS-GLP-LINE(WS-GLP-IDX)(4:4)
                   MOVE 'Y' TO WS-GLP-CHANGED
                   ADD 1 TO WS-EXC-MAPPED
                   STRING "MAPPED NOW " WS-MAP-ACCOUNT
                       DELIMITED BY SIZE INTO MD-RESULT
               ELSE
                   ADD 1 TO WS-EXC-NOMAP
                   MOVE "** NO MAPPING **" TO MD-RESULT
               END-IF
               END-IF
               END-IF
               END-IF
               WRITE MAP-REPORT-OUT FROM MAP-DETAIL-LINE.

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

           COUNT-UNMAPPED-LINES.
               MOVE 0 TO WS-UNMAPPED-LEFT
               PERFORM VARYING WS-GLP-IDX FROM 1 BY 1
                   UNTIL WS-GLP-IDX > WS-GLP-COUNT
                   IF WS-GLP-LINE(WS-GLP-IDX)(1:1) NOT = "C"
                      AND WS-GLP-LINE(WS-GLP-IDX)(4:4) = SPACES THEN
                       ADD 1 TO WS-UNMAPPED-LEFT
                   END-IF
               END-PERFORM.

           SAVE-GL-POST.
               OPEN OUTPUT GL-TMP-FILE
               PERFORM VARYING WS-GLP-IDX FROM 1 BY 1
                   UNTIL WS-GLP-IDX > WS-GLP-COUNT
                   WRITE GL-TMP-OUT FROM WS-GLP-LINE(WS-GLP-IDX)
               END-PERFORM
               CLOSE GL-TMP-FILE
               CALL "CBL_RENAME_FILE" USING WS-GL-TMPNAME
                   WS-GL-FILENAME
                   RETURNING WS-RENAME-RC
               END-CALL.

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
