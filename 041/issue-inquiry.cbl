       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISSUE-INQUIRY.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ISSUE-HISTORY-FILE
           ASSIGN TO 'issuehist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ISH-KEY
           FILE STATUS IS WS-IH-STATUS.

       SELECT KID-MASTER-FILE
           ASSIGN TO 'kidmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-IH-STATUS    PIC X(2).
       01  WS-KM-STATUS    PIC X(2).
       01  WS-CHOICE       PIC 9(1).
       01  WS-MORE-CHOICE  PIC 9(1).
       01  WS-INPUT-BRANCH PIC A(2).
       01  WS-INPUT-ID     PIC X(4).
       01  WS-KID-ID       PIC 9(4).
       01  WS-KID-NAME     PIC X(20).
       01  WS-KID-FOUND    PIC A(1).
       01  WS-BROWSE-EOF   PIC A(1).
       01  WS-BROWSE-STOP  PIC A(1).
       01  WS-PAGE-LINES   PIC 9(2).
       01  WS-SAVE-KEY     PIC X(17).
       01  WS-CUR-DATE     PIC 9(8).
       01  WS-DAY-ISSUED   PIC A(1).

       01  WS-DAY-TOTALS.
           05 WS-DAY-ISS-QTY   PIC 9(5).
           05 WS-DAY-RET-QTY   PIC 9(5).
           05 WS-DAY-ISS-VALUE PIC 9(7)V99.
           05 WS-DAY-RET-VALUE PIC 9(7)V99.

       01  WS-KID-TOTALS.
           05 WS-TOT-VISITS    PIC 9(5).
           05 WS-TOT-LINES     PIC 9(6).
           05 WS-TOT-ISS-QTY   PIC 9(7).
           05 WS-TOT-RET-QTY   PIC 9(7).
           05 WS-TOT-ISS-VALUE PIC 9(9)V99.
           05 WS-TOT-RET-VALUE PIC 9(9)V99.
       01  WS-NET-QTY      PIC S9(7).
       01  WS-NET-VALUE    PIC S9(9)V99.

       01  DIVIDER-1       PIC X(60) VALUE ALL "=".
       01  DIVIDER-3       PIC X(60) VALUE ALL "-".

       01  KID-HEADER-LINE.
           05 KH-LBL-1     PIC X(5) VALUE "KID: ".
           05 KH-ID        PIC 9(4).
           05 FILL         PIC X(1) VALUE SPACE.
           05 KH-NAME      PIC X(20).
           05 KH-LBL-2     PIC X(9) VALUE " BRANCH: ".
           05 KH-BRANCH    PIC A(2).

       01  HIST-HEADER-LINE.
           05 FILL         PIC X(33) VALUE
               "DATE     KIND   TOY TYPE     QTY ".
           05 FILL         PIC X(18) VALUE
               "     VALUE  REASON".

       01  HIST-DETAIL-LINE.
           05 HD-DATE      PIC 9(8).
           05 FILL         PIC X(1) VALUE SPACE.
           05 HD-KIND      PIC X(6).
           05 FILL         PIC X(1) VALUE SPACE.
           05 HD-TYPE      PIC X(11).
           05 FILL         PIC X(1) VALUE SPACE.
           05 HD-QTY       PIC Z(3)9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 HD-VALUE     PIC Z(6)9.99.
           05 FILL         PIC X(2) VALUE SPACES.
           05 HD-REASON    PIC X(1).

       01  DAY-TOTAL-LINE.
           05 DT-LBL-1     PIC X(19) VALUE "   DAY TOTAL  NET  ".
           05 DT-QTY       PIC -(4)9.
           05 DT-LBL-2     PIC X(7) VALUE " TOYS  ".
           05 DT-VALUE     PIC -(7)9.99.

       01  KID-TOTAL-LINE-1.
           05 KT-LBL-1     PIC X(16) VALUE "VISITS:         ".
           05 KT-VISITS    PIC Z(4)9.
           05 KT-LBL-2     PIC X(16) VALUE "  HISTORY LINES:".
           05 KT-LINES     PIC Z(5)9.
       01  KID-TOTAL-LINE-2.
           05 KT-LBL-3     PIC X(16) VALUE "TOYS ISSUED:    ".
           05 KT-ISS-QTY   PIC Z(6)9.
           05 KT-LBL-4     PIC X(10) VALUE "  VALUE:  ".
           05 KT-ISS-VALUE PIC Z(8)9.99.
       01  KID-TOTAL-LINE-3.
           05 KT-LBL-5     PIC X(16) VALUE "TOYS RETURNED:  ".
           05 KT-RET-QTY   PIC Z(6)9.
           05 KT-LBL-6     PIC X(10) VALUE "  VALUE:  ".
           05 KT-RET-VALUE PIC Z(8)9.99.
       01  KID-TOTAL-LINE-4.
           05 KT-LBL-7     PIC X(16) VALUE "NET TOYS:       ".
           05 KT-NET-QTY   PIC -(6)9.
           05 KT-LBL-8     PIC X(10) VALUE "  VALUE:  ".
           05 KT-NET-VALUE PIC -(8)9.99.

       PROCEDURE DIVISION.
           MOVE 9 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 0
               DISPLAY '=================================='
               DISPLAY '       ISSUE HISTORY INQUIRY       '
               DISPLAY '=================================='
               DISPLAY '[1] KID VISIT HISTORY'
               DISPLAY '[0] EXIT'
               DISPLAY 'CHOOSE AN OPTION: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM SHOW-KID-HISTORY
                   WHEN 0
                       DISPLAY 'PROGRAM ENDS...'
                   WHEN OTHER
                       DISPLAY 'INVALID OPTION, 0-1 ONLY'
               END-EVALUATE
           END-PERFORM.

           STOP RUN.

           ASK-KID.
               DISPLAY 'BRANCH CODE (2 LETTERS): ' WITH NO ADVANCING
               ACCEPT WS-INPUT-BRANCH
               MOVE FUNCTION UPPER-CASE(WS-INPUT-BRANCH)
                   TO WS-INPUT-BRANCH
               DISPLAY 'KID ID (4 DIGITS): ' WITH NO ADVANCING
               ACCEPT WS-INPUT-ID.

           FIND-KID-NAME.
               MOVE 'N' TO WS-KID-FOUND
               MOVE "(NOT ON KID MASTER)" TO WS-KID-NAME
               OPEN INPUT KID-MASTER-FILE
               IF WS-KM-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ KID-MASTER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF KM-ID = WS-KID-ID
                                  AND KM-BRANCH = WS-INPUT-BRANCH THEN
                                   MOVE KM-NAME TO WS-KID-NAME
                                   MOVE 'Y' TO WS-KID-FOUND
                                   MOVE 'Y' TO WS-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE KID-MASTER-FILE
               END-IF.

           SHOW-KID-HISTORY.
               PERFORM ASK-KID
               IF WS-INPUT-ID IS NOT NUMERIC THEN
                   DISPLAY 'KID ID MUST BE 4 DIGITS.'
               ELSE
                   MOVE WS-INPUT-ID TO WS-KID-ID
                   PERFORM FIND-KID-NAME
                   OPEN INPUT ISSUE-HISTORY-FILE
                   IF WS-IH-STATUS = "35" THEN
                       DISPLAY 'ISSUEHIST.DAT NOT FOUND -- RUN THE '
                           'DAILY BATCH FIRST.'
                   ELSE IF WS-IH-STATUS NOT = "00" THEN
                       DISPLAY 'CANNOT OPEN ISSUEHIST.DAT, STATUS '
                           WS-IH-STATUS
                   ELSE
                       PERFORM BROWSE-KID-HISTORY
                       CLOSE ISSUE-HISTORY-FILE
                   END-IF
                   END-IF
               END-IF.

           BROWSE-KID-HISTORY.
               INITIALIZE WS-KID-TOTALS
               INITIALIZE WS-DAY-TOTALS
               MOVE 0 TO WS-CUR-DATE
               MOVE 'N' TO WS-DAY-ISSUED
               MOVE 0 TO WS-PAGE-LINES
               MOVE 'N' TO WS-BROWSE-EOF
               MOVE 'N' TO WS-BROWSE-STOP
               MOVE WS-INPUT-BRANCH TO ISH-BRANCH
               MOVE WS-KID-ID TO ISH-ID
               MOVE 0 TO ISH-DATE
               MOVE 0 TO ISH-SEQ
               MOVE ISH-KEY TO WS-SAVE-KEY
               START ISSUE-HISTORY-FILE
                   KEY IS NOT LESS THAN ISH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BROWSE-EOF
               END-START

               DISPLAY DIVIDER-1
               MOVE WS-KID-ID TO KH-ID
               MOVE WS-KID-NAME TO KH-NAME
               MOVE WS-INPUT-BRANCH TO KH-BRANCH
               DISPLAY KID-HEADER-LINE
               DISPLAY DIVIDER-1
               DISPLAY HIST-HEADER-LINE
               DISPLAY DIVIDER-3

               PERFORM UNTIL WS-BROWSE-EOF = 'Y'
                  OR WS-BROWSE-STOP = 'Y'
                   READ ISSUE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BROWSE-EOF
                       NOT AT END
                           IF ISH-KEY(1:6) NOT = WS-SAVE-KEY(1:6)
                               THEN
                               MOVE 'Y' TO WS-BROWSE-EOF
                           ELSE
                               PERFORM SHOW-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-CUR-DATE > 0 THEN
                   PERFORM SHOW-DAY-TOTAL
               END-IF
               IF WS-BROWSE-STOP = 'Y' THEN
                   DISPLAY DIVIDER-3
                   DISPLAY 'LISTING STOPPED -- TOTALS COVER THE '
                       'LINES SHOWN ONLY'
               END-IF
               IF WS-TOT-LINES = 0 THEN
                   DISPLAY 'NO ISSUE HISTORY FOR THAT KID.'
               ELSE
                   PERFORM SHOW-KID-TOTALS
               END-IF.

           SHOW-HISTORY-RECORD.
               IF ISH-DATE NOT = WS-CUR-DATE THEN
                   IF WS-CUR-DATE > 0 THEN
                       PERFORM SHOW-DAY-TOTAL
                   END-IF
                   MOVE ISH-DATE TO WS-CUR-DATE
                   MOVE 'N' TO WS-DAY-ISSUED
                   INITIALIZE WS-DAY-TOTALS
               END-IF
               ADD 1 TO WS-TOT-LINES
               MOVE ISH-DATE TO HD-DATE
               EVALUATE ISH-TOYTYPE
                   WHEN 'A'
                       MOVE "SOFT" TO HD-TYPE
                   WHEN 'B'
                       MOVE "HARD" TO HD-TYPE
                   WHEN 'C'
                       MOVE "PUZZLE" TO HD-TYPE
                   WHEN 'D'
                       MOVE "ELECTRONIC" TO HD-TYPE
                   WHEN OTHER
                       MOVE ISH-TOYTYPE TO HD-TYPE
               END-EVALUATE
               MOVE ISH-QTY TO HD-QTY
               MOVE ISH-VALUE TO HD-VALUE
               MOVE ISH-REASON TO HD-REASON
               IF ISH-KIND = 'R' THEN
                   MOVE "RETURN" TO HD-KIND
                   ADD ISH-QTY TO WS-DAY-RET-QTY
                   ADD ISH-VALUE TO WS-DAY-RET-VALUE
                   ADD ISH-QTY TO WS-TOT-RET-QTY
                   ADD ISH-VALUE TO WS-TOT-RET-VALUE
               ELSE
                   MOVE "ISSUE" TO HD-KIND
                   IF WS-DAY-ISSUED = 'N' THEN
                       MOVE 'Y' TO WS-DAY-ISSUED
                       ADD 1 TO WS-TOT-VISITS
                   END-IF
                   ADD ISH-QTY TO WS-DAY-ISS-QTY
                   ADD ISH-VALUE TO WS-DAY-ISS-VALUE
                   ADD ISH-QTY TO WS-TOT-ISS-QTY
                   ADD ISH-VALUE TO WS-TOT-ISS-VALUE
               END-IF
               DISPLAY HIST-DETAIL-LINE
               PERFORM COUNT-PAGE-LINE.

           SHOW-DAY-TOTAL.
               COMPUTE DT-QTY = WS-DAY-ISS-QTY - WS-DAY-RET-QTY
               COMPUTE DT-VALUE =
                   WS-DAY-ISS-VALUE - WS-DAY-RET-VALUE
               DISPLAY DAY-TOTAL-LINE
               PERFORM COUNT-PAGE-LINE.

           COUNT-PAGE-LINE.
               ADD 1 TO WS-PAGE-LINES
               IF WS-PAGE-LINES >= 15
                  AND WS-BROWSE-STOP = 'N' THEN
                   MOVE 0 TO WS-PAGE-LINES
                   DISPLAY 'MORE? 0:YES 1:NO => '
                       WITH NO ADVANCING
                   ACCEPT WS-MORE-CHOICE
                   IF WS-MORE-CHOICE = 1 THEN
                       MOVE 'Y' TO WS-BROWSE-STOP
                   END-IF
               END-IF.

           SHOW-KID-TOTALS.
               COMPUTE WS-NET-QTY = WS-TOT-ISS-QTY - WS-TOT-RET-QTY
               COMPUTE WS-NET-VALUE =
                   WS-TOT-ISS-VALUE - WS-TOT-RET-VALUE
               MOVE WS-TOT-VISITS TO KT-VISITS
               MOVE WS-TOT-LINES TO KT-LINES
               MOVE WS-TOT-ISS-QTY TO KT-ISS-QTY
               MOVE WS-TOT-ISS-VALUE TO KT-ISS-VALUE
               MOVE WS-TOT-RET-QTY TO KT-RET-QTY
               MOVE WS-TOT-RET-VALUE TO KT-RET-VALUE
               MOVE WS-NET-QTY TO KT-NET-QTY
               MOVE WS-NET-VALUE TO KT-NET-VALUE
               DISPLAY DIVIDER-1
               DISPLAY KID-TOTAL-LINE-1
               DISPLAY KID-TOTAL-LINE-2
               DISPLAY KID-TOTAL-LINE-3
               DISPLAY KID-TOTAL-LINE-4
               DISPLAY DIVIDER-1.
