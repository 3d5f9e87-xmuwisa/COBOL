           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

       SELECT PROGRESS-FILE
           ASSIGN TO 'progress.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROGRESS-STATUS.

       SELECT PROGRESS-TMP-FILE
           ASSIGN TO 'progress.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CARD-REPORT-FILE
           ASSIGN TO 'report_cards.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-LOG-FILE.
           05 RS-ID        PIC 9(3).
           05 RS-NAME      PIC X(20).

       FD  PROGRESS-FILE.
       01  PROGRESS-RECORD.
           05 PG-STUDENT   PIC 9(3).
           05 PG-DATE      PIC 9(8).
           05 PG-ITEMS     PIC 9(4).
           05 PG-RIGHT     PIC 9(5).
           05 PG-ANSWERS   PIC 9(5).
           05 PG-MISS-S    PIC 9(4).
           05 PG-MISS-D    PIC 9(4).
           05 PG-MISS-P    PIC 9(4).
           05 PG-MISS-Q    PIC 9(4).
           05 PG-MISS-R    PIC 9(4).

       FD  PROGRESS-TMP-FILE.
       01  PROGRESS-TMP-OUT PIC X(45).

       FD  CARD-REPORT-FILE.
       01  CARD-OUT        PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS PIC X(2).
       01  WS-WORKSHEET-STATUS PIC X(2).
               10 WS-STU-NAME    PIC X(20).
               10 WS-STU-RIGHT   PIC 9(5).
               10 WS-STU-ANSWERS PIC 9(5).
               10 WS-STU-ROWS    PIC 9(4).
               10 WS-STU-MISS-S  PIC 9(4).
               10 WS-STU-MISS-D  PIC 9(4).
               10 WS-STU-MISS-P  PIC 9(4).
               10 WS-STU-MISS-Q  PIC 9(4).
               10 WS-STU-MISS-R  PIC 9(4).
       01  WS-STU-IDX      PIC 9(3).
       01  WS-STU-FOUND    PIC 9(3).
       01  WS-STU-PCT      PIC 9(3).
       01  WS-SKIP-COUNT   PIC 9(4) VALUE 0.
       01  WS-SCORE-PCT    PIC 9(3).

       01  WS-PROGRESS-STATUS PIC X(2).
       01  WS-PROGRESS-EOF PIC A(1) VALUE 'N'.
       01  WS-PG-TMPNAME   PIC X(20) VALUE "progress.tmp".
       01  WS-PG-FILENAME  PIC X(20) VALUE "progress.dat".
       01  WS-RENAME-RC    PIC S9(9) COMP-5.
       01  WS-PG-REPLACED  PIC 9(4) VALUE 0.
       01  WS-PG-WRITTEN   PIC 9(4) VALUE 0.
       01  WS-DATE-IN      PIC X(8).
       01  WS-DATE-OK      PIC A(1).
       01  WS-CHECK-DATE   PIC 9(8).
       01  WS-SESSION-DATE PIC 9(8).
       01  WS-TERM-FROM    PIC 9(8).
       01  WS-TERM-TO      PIC 9(8).

       01  WS-SESSION-TABLE.
           05 WS-SES-COUNT PIC 9(4) VALUE 0.
           05 WS-SES-ENTRY OCCURS 2000 TIMES.
               10 WS-SES-STUDENT PIC 9(3).
               10 WS-SES-DATE    PIC 9(8).
               10 WS-SES-ITEMS   PIC 9(4).
               10 WS-SES-RIGHT   PIC 9(5).
               10 WS-SES-ANSWERS PIC 9(5).
               10 WS-SES-MISS-S  PIC 9(4).
               10 WS-SES-MISS-D  PIC 9(4).
               10 WS-SES-MISS-P  PIC 9(4).
               10 WS-SES-MISS-Q  PIC 9(4).
               10 WS-SES-MISS-R  PIC 9(4).
       01  WS-SES-IDX      PIC 9(4).
       01  WS-SES-NEXT     PIC 9(4).
       01  WS-SES-SKIPPED  PIC 9(4) VALUE 0.

       01  WS-CARD-TABLE.
           05 WS-CRD-COUNT PIC 9(3) VALUE 0.
           05 WS-CRD-ENTRY OCCURS 100 TIMES.
               10 WS-CRD-ID       PIC 9(3).
               10 WS-CRD-NAME     PIC X(20).
               10 WS-CRD-SESSIONS PIC 9(4).
               10 WS-CRD-PCT-SUM  PIC 9(7).
               10 WS-CRD-AVG      PIC 9(3)V9.
               10 WS-CRD-FIRST    PIC 9(3).
               10 WS-CRD-LAST     PIC 9(3).
               10 WS-CRD-TREND    PIC X(9).
               10 WS-CRD-WEAK     PIC X(10).
               10 WS-CRD-RANK     PIC 9(3).
       01  WS-CRD-IDX      PIC 9(3).
       01  WS-CRD-FOUND    PIC 9(3).
       01  WS-CRD-OTHER    PIC 9(3).
       01  WS-RANK-PRINT   PIC 9(3).
       01  WS-LAST-DATE    PIC 9(8).
       01  WS-SES-PCT      PIC 9(3).
       01  WS-TREND-DIFF   PIC S9(3).
       01  WS-TERM-MISS-S  PIC 9(6).
       01  WS-TERM-MISS-D  PIC 9(6).
       01  WS-TERM-MISS-P  PIC 9(6).
       01  WS-TERM-MISS-Q  PIC 9(6).
       01  WS-TERM-MISS-R  PIC 9(6).
       01  WS-CLASS-SUM    PIC 9(6)V9 VALUE 0.

       01  GRADE-LINE.
           05 GL-STU-LBL   PIC X(4) VALUE "STU ".
           05 GL-STU       PIC 9(3).
           05 GM-PCT       PIC Z(2)9.
           05 GM-PCT-SIGN  PIC X(1) VALUE "%".

       01  CARD-DIVIDER-1  PIC X(60) VALUE ALL "=".
       01  CARD-DIVIDER-3  PIC X(60) VALUE ALL "-".
       01  CARD-TITLE-LINE.
           05 FILL         PIC X(23) VALUE "TERM REPORT CARDS FROM ".
           05 CT-FROM      PIC 9(8).
           05 FILL         PIC X(4) VALUE " TO ".
           05 CT-TO        PIC 9(8).
       01  CARD-STUDENT-LINE.
           05 FILL         PIC X(9) VALUE "STUDENT: ".
           05 CS-ID        PIC 9(3).
           05 FILL         PIC X(1) VALUE SPACE.
           05 CS-NAME      PIC X(20).
       01  CARD-COL-LINE.
           05 FILL         PIC X(34) VALUE
               "SESSION   ROWS  RIGHT    OF  SCORE".
           05 FILL         PIC X(21) VALUE
               " MISSED S  D  P  Q  R".
       01  CARD-SESSION-LINE.
           05 CD-DATE      PIC 9(8).
           05 FILL         PIC X(2) VALUE SPACES.
           05 CD-ROWS      PIC Z(3)9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 CD-RIGHT     PIC Z(4)9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 CD-ANSWERS   PIC Z(4)9.
           05 FILL         PIC X(3) VALUE SPACES.
           05 CD-PCT       PIC Z(2)9.
           05 FILL         PIC X(1) VALUE "%".
           05 FILL         PIC X(6) VALUE SPACES.
           05 CD-MISS-S    PIC Z(2)9.
           05 CD-MISS-D    PIC Z(2)9.
           05 CD-MISS-P    PIC Z(2)9.
           05 CD-MISS-Q    PIC Z(2)9.
           05 CD-MISS-R    PIC Z(2)9.
       01  CARD-AVG-LINE.
           05 FILL         PIC X(10) VALUE "SESSIONS: ".
           05 CV-SESSIONS  PIC Z(3)9.
           05 FILL         PIC X(12) VALUE "  AVERAGE: ".
           05 CV-AVG       PIC Z(2)9.9.
           05 FILL         PIC X(1) VALUE "%".
           05 FILL         PIC X(9) VALUE "  TREND: ".
           05 CV-TREND     PIC X(9).
           05 FILL         PIC X(2) VALUE " (".
           05 CV-FIRST     PIC Z(2)9.
           05 FILL         PIC X(5) VALUE "% TO ".
           05 CV-LAST      PIC Z(2)9.
           05 FILL         PIC X(2) VALUE "%)".
       01  CARD-WEAK-LINE.
           05 FILL         PIC X(19) VALUE "WEAKEST OPERATION: ".
           05 CW-OP        PIC X(10).
           05 FILL         PIC X(10) VALUE "  MISSES ".
           05 CW-COUNT     PIC Z(5)9.
       01  RANK-HDR-LINE.
           05 FILL         PIC X(40) VALUE
               "CLASS SUMMARY -- RANKED BY TERM AVERAGE".
       01  RANK-COL-LINE.
           05 FILL         PIC X(40) VALUE
               "RANK STU NAME                 SESSIONS".
           05 FILL         PIC X(30) VALUE
               "  AVERAGE  TREND     WEAKEST".
       01  RANK-LINE.
           05 RK-RANK      PIC Z(3)9.
           05 FILL         PIC X(1) VALUE SPACE.
           05 RK-ID        PIC 9(3).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RK-NAME      PIC X(20).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RK-SESSIONS  PIC Z(7)9.
           05 FILL         PIC X(3) VALUE SPACES.
           05 RK-AVG       PIC Z(2)9.9.
           05 FILL         PIC X(1) VALUE "%".
           05 FILL         PIC X(2) VALUE SPACES.
           05 RK-TREND     PIC X(9).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RK-WEAK      PIC X(10).
       01  RANK-AVG-LINE.
           05 FILL         PIC X(24) VALUE "CLASS TERM AVERAGE:     ".
           05 RA-AVG       PIC Z(2)9.9.
           05 FILL         PIC X(1) VALUE "%".
           05 FILL         PIC X(13) VALUE "  STUDENTS: ".
           05 RA-COUNT     PIC Z(2)9.
       01  CARD-NONE-LINE.
           05 FILL         PIC X(40) VALUE
               "NO GRADED SESSIONS IN THIS TERM".

       PROCEDURE DIVISION.
           DISPLAY "[0] INTERACTIVE MODE | [1] GRADING MODE | "
               "[2] REPORT CARD MODE: " WITH NO ADVANCING
           ACCEPT WS-MODE

           IF WS-MODE = 1 THEN
               PERFORM GRADING-MODE
           ELSE IF WS-MODE = 2 THEN
               PERFORM REPORT-CARD-MODE
           ELSE
               PERFORM UNTIL WS-END = 1
                   DISPLAY "INPUT 1: " WITH NO ADVANCING
                   DISPLAY "END? 0:NO | 1:YES => " WITH NO ADVANCING
                   ACCEPT WS-END
               END-PERFORM
           END-IF
           END-IF.

           STOP RUN.

           GRADING-MODE.
               PERFORM LOAD-ROSTER
               DISPLAY "SESSION DATE (YYYYMMDD, BLANK=TODAY): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-IN
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN = SPACES THEN
                   ACCEPT WS-SESSION-DATE FROM DATE YYYYMMDD
               ELSE
                   PERFORM CHECK-DATE-IN
                   IF WS-DATE-OK = 'N' THEN
                       DISPLAY "SESSION DATE MUST BE YYYYMMDD -- "
                           "NOTHING GRADED"
                       STOP RUN
                   END-IF
                   MOVE WS-CHECK-DATE TO WS-SESSION-DATE
               END-IF
               OPEN INPUT WORKSHEET-FILE
               IF WS-WORKSHEET-STATUS = "35" THEN
                   DISPLAY "WORKSHEET.DAT NOT FOUND -- NOTHING TO "
                   CLOSE WORKSHEET-FILE
                         GRADE-REPORT-FILE
                   DISPLAY "GRADING COMPLETE, SEE grade_report.txt"
                   PERFORM WRITE-PROGRESS
               END-IF.

           CHECK-DATE-IN.
               MOVE 'Y' TO WS-DATE-OK
               IF WS-DATE-IN IS NUMERIC THEN
                   MOVE WS-DATE-IN TO WS-CHECK-DATE
                   IF WS-DATE-IN(5:2) < "01" OR WS-DATE-IN(5:2) > "12"
                      OR WS-DATE-IN(7:2) < "01"
                      OR WS-DATE-IN(7:2) > "31" THEN
                       MOVE 'N' TO WS-DATE-OK
                   END-IF
               ELSE
                   MOVE 'N' TO WS-DATE-OK
               END-IF.

           WRITE-PROGRESS.
               IF WS-STU-COUNT = 0 THEN
                   DISPLAY "NO STUDENTS GRADED -- PROGRESS.DAT "
                       "NOT UPDATED"
               ELSE
                   OPEN INPUT PROGRESS-FILE
                   IF WS-PROGRESS-STATUS = "35" THEN
                       OPEN OUTPUT PROGRESS-FILE
                   ELSE
                       OPEN OUTPUT PROGRESS-TMP-FILE
                       PERFORM UNTIL WS-PROGRESS-EOF = 'Y'
                           READ PROGRESS-FILE
                               AT END
                                   MOVE 'Y' TO WS-PROGRESS-EOF
                               NOT AT END
                                   IF PG-DATE = WS-SESSION-DATE THEN
                                       ADD 1 TO WS-PG-REPLACED
                                   ELSE
                                       WRITE PROGRESS-TMP-OUT
                                           FROM PROGRESS-RECORD
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE 'N' TO WS-PROGRESS-EOF
                       CLOSE PROGRESS-FILE
                       CLOSE PROGRESS-TMP-FILE
                       CALL "CBL_RENAME_FILE" USING WS-PG-TMPNAME
                           WS-PG-FILENAME
                           RETURNING WS-RENAME-RC
                       END-CALL
                       OPEN EXTEND PROGRESS-FILE
                   END-IF
                   PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                       UNTIL WS-STU-IDX > WS-STU-COUNT
                       MOVE WS-STU-ID(WS-STU-IDX) TO PG-STUDENT
                       MOVE WS-SESSION-DATE TO PG-DATE
                       MOVE WS-STU-ROWS(WS-STU-IDX) TO PG-ITEMS
                       MOVE WS-STU-RIGHT(WS-STU-IDX) TO PG-RIGHT
                       MOVE WS-STU-ANSWERS(WS-STU-IDX) TO PG-ANSWERS
                       MOVE WS-STU-MISS-S(WS-STU-IDX) TO PG-MISS-S
                       MOVE WS-STU-MISS-D(WS-STU-IDX) TO PG-MISS-D
                       MOVE WS-STU-MISS-P(WS-STU-IDX) TO PG-MISS-P
                       MOVE WS-STU-MISS-Q(WS-STU-IDX) TO PG-MISS-Q
                       MOVE WS-STU-MISS-R(WS-STU-IDX) TO PG-MISS-R
                       WRITE PROGRESS-RECORD
                       ADD 1 TO WS-PG-WRITTEN
                   END-PERFORM
                   CLOSE PROGRESS-FILE
                   IF WS-PG-REPLACED > 0 THEN
                       DISPLAY "SESSION " WS-SESSION-DATE
                           " WAS ALREADY IN PROGRESS.DAT -- "
                           WS-PG-REPLACED " RECORDS REPLACED"
                   END-IF
                   DISPLAY "PROGRESS.DAT UPDATED: " WS-PG-WRITTEN
                       " STUDENTS FOR SESSION " WS-SESSION-DATE
               END-IF.

           GRADE-ONE-ROW.
                       END-PERFORM
                       MOVE 0 TO WS-STU-RIGHT(WS-STU-COUNT)
                       MOVE 0 TO WS-STU-ANSWERS(WS-STU-COUNT)
                       MOVE 0 TO WS-STU-ROWS(WS-STU-COUNT)
                       MOVE 0 TO WS-STU-MISS-S(WS-STU-COUNT)
                       MOVE 0 TO WS-STU-MISS-D(WS-STU-COUNT)
                       MOVE 0 TO WS-STU-MISS-P(WS-STU-COUNT)
                       MOVE 0 TO WS-STU-MISS-Q(WS-STU-COUNT)
                       MOVE 0 TO WS-STU-MISS-R(WS-STU-COUNT)
                       MOVE WS-STU-COUNT TO WS-STU-FOUND
                   ELSE
                       DISPLAY "STUDENT TABLE FULL (100) -- ROW "
               IF WS-STU-FOUND > 0 THEN
                   ADD WS-ROW-RIGHT TO WS-STU-RIGHT(WS-STU-FOUND)
                   ADD 5 TO WS-STU-ANSWERS(WS-STU-FOUND)
                   ADD 1 TO WS-STU-ROWS(WS-STU-FOUND)
                   IF GL-S-MARK = 'N' THEN
                       ADD 1 TO WS-STU-MISS-S(WS-STU-FOUND)
                   END-IF
                   IF GL-D-MARK = 'N' THEN
                       ADD 1 TO WS-STU-MISS-D(WS-STU-FOUND)
                   END-IF
                   IF GL-P-MARK = 'N' THEN
                       ADD 1 TO WS-STU-MISS-P(WS-STU-FOUND)
                   END-IF
                   IF GL-Q-MARK = 'N' THEN
                       ADD 1 TO WS-STU-MISS-Q(WS-STU-FOUND)
                   END-IF
                   IF GL-R-MARK = 'N' THEN
                       ADD 1 TO WS-STU-MISS-R(WS-STU-FOUND)
                   END-IF
               END-IF.

           WRITE-CLASS-SUMMARY.
               END-IF
               WRITE REPORT-LOG-OUT FROM REPORT-LOG-LINE
               CLOSE REPORT-LOG-FILE.

           REPORT-CARD-MODE.
               DISPLAY "TERM FROM DATE (YYYYMMDD): " WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-IN
               ACCEPT WS-DATE-IN
               PERFORM CHECK-DATE-IN
               IF WS-DATE-OK = 'N' THEN
                   DISPLAY "TERM DATES MUST BE YYYYMMDD -- NO REPORT"
                   STOP RUN
               END-IF
               MOVE WS-CHECK-DATE TO WS-TERM-FROM
               DISPLAY "TERM TO DATE (YYYYMMDD): " WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-IN
               ACCEPT WS-DATE-IN
               PERFORM CHECK-DATE-IN
               IF WS-DATE-OK = 'N' OR WS-CHECK-DATE < WS-TERM-FROM
                   THEN
                   DISPLAY "TERM DATES MUST BE YYYYMMDD, FROM NOT "
                       "AFTER TO -- NO REPORT"
                   STOP RUN
               END-IF
               MOVE WS-CHECK-DATE TO WS-TERM-TO
               PERFORM LOAD-ROSTER
               PERFORM LOAD-TERM-SESSIONS
               OPEN OUTPUT CARD-REPORT-FILE
               MOVE WS-TERM-FROM TO CT-FROM
               MOVE WS-TERM-TO TO CT-TO
               WRITE CARD-OUT FROM CARD-DIVIDER-1
               WRITE CARD-OUT FROM CARD-TITLE-LINE
               WRITE CARD-OUT FROM CARD-DIVIDER-1
               IF WS-CRD-COUNT = 0 THEN
                   WRITE CARD-OUT FROM CARD-NONE-LINE
               ELSE
                   PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                       UNTIL WS-CRD-IDX > WS-CRD-COUNT
                       PERFORM WRITE-REPORT-CARD
                   END-PERFORM
                   PERFORM RANK-STUDENTS
                   PERFORM WRITE-CLASS-RANKING
               END-IF
               CLOSE CARD-REPORT-FILE
               IF WS-SES-SKIPPED > 0 THEN
                   DISPLAY "SESSION TABLE FULL (2000) -- "
                       WS-SES-SKIPPED " SESSIONS NOT REPORTED"
               END-IF
               DISPLAY "REPORT CARDS COMPLETE, SEE report_cards.txt".

           LOAD-TERM-SESSIONS.
               OPEN INPUT PROGRESS-FILE
               IF WS-PROGRESS-STATUS = "35" THEN
                   DISPLAY "PROGRESS.DAT NOT FOUND -- NO GRADED "
                       "SESSIONS ON FILE"
               ELSE
                   PERFORM UNTIL WS-PROGRESS-EOF = 'Y'
                       READ PROGRESS-FILE
                           AT END
                               MOVE 'Y' TO WS-PROGRESS-EOF
                           NOT AT END
                               IF PG-DATE >= WS-TERM-FROM
                                  AND PG-DATE <= WS-TERM-TO THEN
                                   PERFORM KEEP-TERM-SESSION
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-PROGRESS-EOF
                   CLOSE PROGRESS-FILE
               END-IF.

           KEEP-TERM-SESSION.
               MOVE 0 TO WS-CRD-FOUND
               PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                   UNTIL WS-CRD-IDX > WS-CRD-COUNT
                      OR WS-CRD-FOUND > 0
                   IF WS-CRD-ID(WS-CRD-IDX) = PG-STUDENT THEN
                       MOVE WS-CRD-IDX TO WS-CRD-FOUND
                   END-IF
               END-PERFORM
               IF WS-CRD-FOUND = 0 AND WS-CRD-COUNT < 100 THEN
                   ADD 1 TO WS-CRD-COUNT
                   MOVE WS-CRD-COUNT TO WS-CRD-FOUND
                   MOVE PG-STUDENT TO WS-CRD-ID(WS-CRD-FOUND)
                   MOVE "(NOT ON ROSTER)" TO WS-CRD-NAME(WS-CRD-FOUND)
                   PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                       UNTIL WS-RST-IDX > WS-RST-COUNT
                       IF WS-RST-ID(WS-RST-IDX) = PG-STUDENT THEN
                           MOVE WS-RST-NAME(WS-RST-IDX)
                               TO WS-CRD-NAME(WS-CRD-FOUND)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CRD-FOUND = 0 OR WS-SES-COUNT >= 2000 THEN
                   ADD 1 TO WS-SES-SKIPPED
               ELSE
                   ADD 1 TO WS-SES-COUNT
                   MOVE PG-STUDENT TO WS-SES-STUDENT(WS-SES-COUNT)
                   MOVE PG-DATE TO WS-SES-DATE(WS-SES-COUNT)
                   MOVE PG-ITEMS TO WS-SES-ITEMS(WS-SES-COUNT)
                   MOVE PG-RIGHT TO WS-SES-RIGHT(WS-SES-COUNT)
                   MOVE PG-ANSWERS TO WS-SES-ANSWERS(WS-SES-COUNT)
                   MOVE PG-MISS-S TO WS-SES-MISS-S(WS-SES-COUNT)
                   MOVE PG-MISS-D TO WS-SES-MISS-D(WS-SES-COUNT)
                   MOVE PG-MISS-P TO WS-SES-MISS-P(WS-SES-COUNT)
                   MOVE PG-MISS-Q TO WS-SES-MISS-Q(WS-SES-COUNT)
                   MOVE PG-MISS-R TO WS-SES-MISS-R(WS-SES-COUNT)
               END-IF.

           WRITE-REPORT-CARD.
               MOVE WS-CRD-ID(WS-CRD-IDX) TO CS-ID
               MOVE WS-CRD-NAME(WS-CRD-IDX) TO CS-NAME
               WRITE CARD-OUT FROM CARD-STUDENT-LINE
               WRITE CARD-OUT FROM CARD-COL-LINE
               WRITE CARD-OUT FROM CARD-DIVIDER-3
               MOVE 0 TO WS-CRD-SESSIONS(WS-CRD-IDX)
               MOVE 0 TO WS-CRD-PCT-SUM(WS-CRD-IDX)
               MOVE 0 TO WS-TERM-MISS-S
               MOVE 0 TO WS-TERM-MISS-D
               MOVE 0 TO WS-TERM-MISS-P
               MOVE 0 TO WS-TERM-MISS-Q
               MOVE 0 TO WS-TERM-MISS-R
               MOVE 0 TO WS-LAST-DATE
               MOVE 1 TO WS-SES-NEXT
               PERFORM UNTIL WS-SES-NEXT = 0
                   MOVE 0 TO WS-SES-NEXT
                   PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                       UNTIL WS-SES-IDX > WS-SES-COUNT
                       IF WS-SES-STUDENT(WS-SES-IDX)
                              = WS-CRD-ID(WS-CRD-IDX)
                          AND WS-SES-DATE(WS-SES-IDX) > WS-LAST-DATE
                           IF WS-SES-NEXT = 0 THEN
                               MOVE WS-SES-IDX TO WS-SES-NEXT
                           ELSE IF WS-SES-DATE(WS-SES-IDX)
                                   < WS-SES-DATE(WS-SES-NEXT) THEN
                               MOVE WS-SES-IDX TO WS-SES-NEXT
                           END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SES-NEXT > 0 THEN
                       PERFORM WRITE-CARD-SESSION
                   END-IF
               END-PERFORM
               COMPUTE WS-CRD-AVG(WS-CRD-IDX) ROUNDED =
                   WS-CRD-PCT-SUM(WS-CRD-IDX)
                   / WS-CRD-SESSIONS(WS-CRD-IDX)
               COMPUTE WS-TREND-DIFF =
                   WS-CRD-LAST(WS-CRD-IDX) - WS-CRD-FIRST(WS-CRD-IDX)
               IF WS-CRD-SESSIONS(WS-CRD-IDX) = 1 THEN
                   MOVE "ONE ONLY" TO WS-CRD-TREND(WS-CRD-IDX)
               ELSE IF WS-TREND-DIFF > 5 THEN
                   MOVE "IMPROVING" TO WS-CRD-TREND(WS-CRD-IDX)
               ELSE IF WS-TREND-DIFF < -5 THEN
                   MOVE "DECLINING" TO WS-CRD-TREND(WS-CRD-IDX)
               ELSE
                   MOVE "STEADY" TO WS-CRD-TREND(WS-CRD-IDX)
               END-IF
               END-IF
               END-IF
               PERFORM FIND-WEAKEST-OP
               WRITE CARD-OUT FROM CARD-DIVIDER-3
               MOVE WS-CRD-SESSIONS(WS-CRD-IDX) TO CV-SESSIONS
               MOVE WS-CRD-AVG(WS-CRD-IDX) TO CV-AVG
               MOVE WS-CRD-TREND(WS-CRD-IDX) TO CV-TREND
               MOVE WS-CRD-FIRST(WS-CRD-IDX) TO CV-FIRST
               MOVE WS-CRD-LAST(WS-CRD-IDX) TO CV-LAST
               WRITE CARD-OUT FROM CARD-AVG-LINE
               MOVE WS-CRD-WEAK(WS-CRD-IDX) TO CW-OP
               MOVE WS-MISS-MAX TO CW-COUNT
               WRITE CARD-OUT FROM CARD-WEAK-LINE
               WRITE CARD-OUT FROM CARD-DIVIDER-1.

           WRITE-CARD-SESSION.
               MOVE WS-SES-DATE(WS-SES-NEXT) TO WS-LAST-DATE
               IF WS-SES-ANSWERS(WS-SES-NEXT) = 0 THEN
                   MOVE 0 TO WS-SES-PCT
               ELSE
                   COMPUTE WS-SES-PCT ROUNDED =
                       WS-SES-RIGHT(WS-SES-NEXT) * 100
                       / WS-SES-ANSWERS(WS-SES-NEXT)
               END-IF
               ADD 1 TO WS-CRD-SESSIONS(WS-CRD-IDX)
               ADD WS-SES-PCT TO WS-CRD-PCT-SUM(WS-CRD-IDX)
               IF WS-CRD-SESSIONS(WS-CRD-IDX) = 1 THEN
                   MOVE WS-SES-PCT TO WS-CRD-FIRST(WS-CRD-IDX)
               END-IF
               MOVE WS-SES-PCT TO WS-CRD-LAST(WS-CRD-IDX)
               ADD WS-SES-MISS-S(WS-SES-NEXT) TO WS-TERM-MISS-S
               ADD WS-SES-MISS-D(WS-SES-NEXT) TO WS-TERM-MISS-D
               ADD WS-SES-MISS-P(WS-SES-NEXT) TO WS-TERM-MISS-P
               ADD WS-SES-MISS-Q(WS-SES-NEXT) TO WS-TERM-MISS-Q
               ADD WS-SES-MISS-R(WS-SES-NEXT) TO WS-TERM-MISS-R
               MOVE WS-SES-DATE(WS-SES-NEXT) TO CD-DATE
               MOVE WS-SES-ITEMS(WS-SES-NEXT) TO CD-ROWS
               MOVE WS-SES-RIGHT(WS-SES-NEXT) TO CD-RIGHT
               MOVE WS-SES-ANSWERS(WS-SES-NEXT) TO CD-ANSWERS
               MOVE WS-SES-PCT TO CD-PCT
               MOVE WS-SES-MISS-S(WS-SES-NEXT) TO CD-MISS-S
               MOVE WS-SES-MISS-D(WS-SES-NEXT) TO CD-MISS-D
               MOVE WS-SES-MISS-P(WS-SES-NEXT) TO CD-MISS-P
               MOVE WS-SES-MISS-Q(WS-SES-NEXT) TO CD-MISS-Q
               MOVE WS-SES-MISS-R(WS-SES-NEXT) TO CD-MISS-R
               WRITE CARD-OUT FROM CARD-SESSION-LINE.

           FIND-WEAKEST-OP.
               MOVE WS-TERM-MISS-S TO WS-MISS-MAX
               MOVE "SUM" TO WS-CRD-WEAK(WS-CRD-IDX)
               IF WS-TERM-MISS-D > WS-MISS-MAX THEN
                   MOVE WS-TERM-MISS-D TO WS-MISS-MAX
                   MOVE "DIFFERENCE" TO WS-CRD-WEAK(WS-CRD-IDX)
               END-IF
               IF WS-TERM-MISS-P > WS-MISS-MAX THEN
                   MOVE WS-TERM-MISS-P TO WS-MISS-MAX
                   MOVE "PRODUCT" TO WS-CRD-WEAK(WS-CRD-IDX)
               END-IF
               IF WS-TERM-MISS-Q > WS-MISS-MAX THEN
                   MOVE WS-TERM-MISS-Q TO WS-MISS-MAX
                   MOVE "QUOTIENT" TO WS-CRD-WEAK(WS-CRD-IDX)
               END-IF
               IF WS-TERM-MISS-R > WS-MISS-MAX THEN
                   MOVE WS-TERM-MISS-R TO WS-MISS-MAX
                   MOVE "REMAINDER" TO WS-CRD-WEAK(WS-CRD-IDX)
               END-IF
               IF WS-MISS-MAX = 0 THEN
                   MOVE "NONE" TO WS-CRD-WEAK(WS-CRD-IDX)
               END-IF.

           RANK-STUDENTS.
               PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                   UNTIL WS-CRD-IDX > WS-CRD-COUNT
                   MOVE 1 TO WS-CRD-RANK(WS-CRD-IDX)
                   PERFORM VARYING WS-CRD-OTHER FROM 1 BY 1
                       UNTIL WS-CRD-OTHER > WS-CRD-COUNT
                       IF WS-CRD-AVG(WS-CRD-OTHER)
                              > WS-CRD-AVG(WS-CRD-IDX) THEN
                           ADD 1 TO WS-CRD-RANK(WS-CRD-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           WRITE-CLASS-RANKING.
               WRITE CARD-OUT FROM RANK-HDR-LINE
               WRITE CARD-OUT FROM RANK-COL-LINE
               WRITE CARD-OUT FROM CARD-DIVIDER-3
               MOVE 0 TO WS-CLASS-SUM
               PERFORM VARYING WS-RANK-PRINT FROM 1 BY 1
                   UNTIL WS-RANK-PRINT > WS-CRD-COUNT
                   PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                       UNTIL WS-CRD-IDX > WS-CRD-COUNT
                       IF WS-CRD-RANK(WS-CRD-IDX) = WS-RANK-PRINT THEN
                           MOVE WS-CRD-RANK(WS-CRD-IDX) TO RK-RANK
                           MOVE WS-CRD-ID(WS-CRD-IDX) TO RK-ID
                           MOVE WS-CRD-NAME(WS-CRD-IDX) TO RK-NAME
                           MOVE WS-CRD-SESSIONS(WS-CRD-IDX)
                               TO RK-SESSIONS
                           MOVE WS-CRD-AVG(WS-CRD-IDX) TO RK-AVG
                           MOVE WS-CRD-TREND(WS-CRD-IDX) TO RK-TREND
                           MOVE WS-CRD-WEAK(WS-CRD-IDX) TO RK-WEAK
                           WRITE CARD-OUT FROM RANK-LINE
                           ADD WS-CRD-AVG(WS-CRD-IDX) TO WS-CLASS-SUM
                       END-IF
                   END-PERFORM
               END-PERFORM
               WRITE CARD-OUT FROM CARD-DIVIDER-3
               COMPUTE WS-CLASS-AVG ROUNDED =
                   WS-CLASS-SUM / WS-CRD-COUNT
               MOVE WS-CLASS-AVG TO RA-AVG
               MOVE WS-CRD-COUNT TO RA-COUNT
               WRITE CARD-OUT FROM RANK-AVG-LINE.
