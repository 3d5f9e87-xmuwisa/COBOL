       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-SUMMARY.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT KID-MASTER-FILE
           ASSIGN TO 'kidmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KM-STATUS.

       SELECT HOUSEHOLD-FILE
           ASSIGN TO 'household.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HH-STATUS.

       SELECT CSV-REPORT
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT SUMMARY-FILE
           ASSIGN DYNAMIC WS-SUM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           05 HH-ID        PIC 9(5).
           05 HH-GUARDIAN  PIC X(20).
           05 HH-ADDRESS   PIC X(30).
           05 HH-BARANGAY  PIC X(20).

       FD  CSV-REPORT.
       01  CSV-IN          PIC X(40).

       FD  SUMMARY-FILE.
       01  SUMMARY-OUT     PIC X(100).

       WORKING-STORAGE SECTION.
       01  DIVIDER-1       PIC X(100) VALUE ALL "=".
       01  DIVIDER-3       PIC X(100) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-KM-STATUS    PIC X(2).
       01  WS-HH-STATUS    PIC X(2).
       01  WS-CSV-STATUS   PIC X(2).
       01  WS-CSV-FILENAME PIC X(60).
       01  WS-SUM-FILENAME PIC X(60).
       01  WS-FIRST-LINE   PIC A(1).
       01  WS-FROM-DATE    PIC 9(8).
       01  WS-TO-DATE      PIC 9(8).
       01  WS-DAY-DATE     PIC 9(8).
       01  WS-DAY-INT      PIC 9(7).
       01  WS-TO-INT       PIC 9(7).
       01  WS-DAYS-READ    PIC 9(4) VALUE 0.

       01  WS-KM-TABLE.
           05 WS-KM-COUNT  PIC 9(4) VALUE 0.
           05 WS-KM-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-KM-IDX.
               10 WS-KM-ID       PIC 9(4).
               10 WS-KM-BRANCH   PIC A(2).
               10 WS-KM-HH-IDX   PIC 9(4).
       01  WS-KM-FOUND-IDX PIC 9(4).

       01  WS-HH-TABLE.
           05 WS-HH-COUNT  PIC 9(4) VALUE 0.
           05 WS-HH-ENTRY OCCURS 2001 TIMES
                          INDEXED BY WS-HH-IDX.
               10 WS-HH-ID       PIC 9(5).
               10 WS-HH-GUARDIAN PIC X(20).
               10 WS-HH-BARANGAY PIC X(20).
               10 WS-HH-KIDS     PIC 9(4).
               10 WS-HH-SOFT     PIC 9(6).
               10 WS-HH-HARD     PIC 9(6).
               10 WS-HH-PUZZLE   PIC 9(6).
               10 WS-HH-ELEC     PIC 9(6).
               10 WS-HH-TOTAL    PIC 9(7).
       01  WS-HH-NONE-IDX  PIC 9(4).
       01  WS-HH-FOUND-IDX PIC 9(4).
       01  WS-LOOK-HH      PIC 9(5).

       01  WS-F-BRANCH     PIC X(4).
       01  WS-F-ID         PIC X(6).
       01  WS-F-TYPE       PIC X(6).
       01  WS-F-TOYS       PIC X(6).
       01  WS-LINE-BRANCH  PIC A(2).
       01  WS-LINE-ID      PIC 9(4).
       01  WS-LINE-QTY     PIC 9(4).

       01  WS-GRAND.
           05 WS-GR-SOFT   PIC 9(7) VALUE 0.
           05 WS-GR-HARD   PIC 9(7) VALUE 0.
           05 WS-GR-PUZZLE PIC 9(7) VALUE 0.
           05 WS-GR-ELEC   PIC 9(7) VALUE 0.
           05 WS-GR-TOTAL  PIC 9(8) VALUE 0.
           05 WS-GR-FAMILIES PIC 9(4) VALUE 0.

       01  SUM-TITLE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 SH-TITLE     PIC X(30) VALUE
               "HOUSEHOLD TOY SUMMARY".
       01  SUM-PERIOD-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 SP-LBL       PIC X(8) VALUE "PERIOD: ".
           05 SP-FROM      PIC 9(8).
           05 SP-LBL-2     PIC X(4) VALUE " TO ".
           05 SP-TO        PIC 9(8).
           05 SP-LBL-3     PIC X(16) VALUE "   DAYS ON FILE:".
           05 SP-DAYS      PIC Z(3)9.
       01  SUM-COL-HDR.
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(7) VALUE "HH ID  ".
           05 FILL         PIC X(21) VALUE "GUARDIAN".
           05 FILL         PIC X(21) VALUE "BARANGAY".
           05 FILL         PIC X(5) VALUE " KIDS".
           05 FILL         PIC X(7) VALUE "   SOFT".
           05 FILL         PIC X(7) VALUE "   HARD".
           05 FILL         PIC X(7) VALUE "   PUZZ".
           05 FILL         PIC X(7) VALUE "   ELEC".
           05 FILL         PIC X(8) VALUE "   TOTAL".
       01  SUM-DETAIL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 SL-ID        PIC X(5).
           05 FILL         PIC X(2) VALUE SPACES.
           05 SL-GUARDIAN  PIC X(20).
           05 FILL         PIC X(1) VALUE SPACE.
           05 SL-BARANGAY  PIC X(20).
           05 FILL         PIC X(1) VALUE SPACE.
           05 SL-KIDS      PIC Z(4)9.
           05 SL-SOFT      PIC Z(6)9.
           05 SL-HARD      PIC Z(6)9.
           05 SL-PUZZLE    PIC Z(6)9.
           05 SL-ELEC      PIC Z(6)9.
           05 SL-TOTAL     PIC Z(7)9.
       01  SUM-TOTAL-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 SG-LBL       PIC X(25) VALUE "FAMILIES RECEIVING TOYS: ".
           05 SG-FAMILIES  PIC Z(3)9.
           05 FILL         PIC X(21) VALUE SPACES.
           05 SG-SOFT      PIC Z(6)9.
           05 SG-HARD      PIC Z(6)9.
           05 SG-PUZZLE    PIC Z(6)9.
           05 SG-ELEC      PIC Z(6)9.
           05 SG-TOTAL     PIC Z(7)9.

       PROCEDURE DIVISION.
           DISPLAY "PERIOD FROM (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "PERIOD TO (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE < 19000101 OR WS-TO-DATE < WS-FROM-DATE
               THEN
               DISPLAY "PERIOD MUST BE YYYYMMDD TO YYYYMMDD -- "
                   "NOTHING PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-HOUSEHOLDS
           PERFORM LOAD-KID-MASTER
           IF WS-KM-COUNT = 0 THEN
               DISPLAY "KIDMAST.DAT EMPTY OR NOT FOUND -- NO "
                   "SUMMARY PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PERIOD-DETAIL
           IF WS-DAYS-READ = 0 THEN
               DISPLAY "NO ARCHIVED DAILY CSV DETAIL FOUND FOR "
                   WS-FROM-DATE " TO " WS-TO-DATE
                   " -- NO SUMMARY PRODUCED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-SUM-FILENAME
           STRING "household_summary_" WS-FROM-DATE "_" WS-TO-DATE
               ".txt" DELIMITED BY SIZE INTO WS-SUM-FILENAME
           PERFORM WRITE-SUMMARY

           DISPLAY "HOUSEHOLD SUMMARY WRITTEN TO " WS-SUM-FILENAME
               " -- FAMILIES: " WS-GR-FAMILIES.

           STOP RUN.

           LOAD-HOUSEHOLDS.
               OPEN INPUT HOUSEHOLD-FILE
               IF WS-HH-STATUS = "35" THEN
                   DISPLAY "HOUSEHOLD.DAT NOT FOUND -- ALL TOYS "
                       "REPORTED AS NO HOUSEHOLD"
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
                                   MOVE HH-BARANGAY
                                       TO WS-HH-BARANGAY(WS-HH-COUNT)
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
               END-IF
               ADD 1 TO WS-HH-COUNT
               MOVE WS-HH-COUNT TO WS-HH-NONE-IDX
               MOVE 0 TO WS-HH-ID(WS-HH-NONE-IDX)
               MOVE "(NO HOUSEHOLD)" TO WS-HH-GUARDIAN(WS-HH-NONE-IDX)
               MOVE SPACES TO WS-HH-BARANGAY(WS-HH-NONE-IDX)
               PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
                   MOVE 0 TO WS-HH-KIDS(WS-HH-IDX)
                   MOVE 0 TO WS-HH-SOFT(WS-HH-IDX)
                   MOVE 0 TO WS-HH-HARD(WS-HH-IDX)
                   MOVE 0 TO WS-HH-PUZZLE(WS-HH-IDX)
                   MOVE 0 TO WS-HH-ELEC(WS-HH-IDX)
                   MOVE 0 TO WS-HH-TOTAL(WS-HH-IDX)
               END-PERFORM.

           FIND-HOUSEHOLD.
               MOVE WS-HH-NONE-IDX TO WS-HH-FOUND-IDX
               IF WS-LOOK-HH = 0 THEN
                   CONTINUE
               ELSE
                   PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                       UNTIL WS-HH-IDX >= WS-HH-NONE-IDX
                          OR WS-HH-FOUND-IDX NOT = WS-HH-NONE-IDX
                       IF WS-HH-ID(WS-HH-IDX) = WS-LOOK-HH THEN
                           MOVE WS-HH-IDX TO WS-HH-FOUND-IDX
                       END-IF
                   END-PERFORM
               END-IF.

           LOAD-KID-MASTER.
               OPEN INPUT KID-MASTER-FILE
               IF WS-KM-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ KID-MASTER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-KM-COUNT < 5000 THEN
                                   ADD 1 TO WS-KM-COUNT
                                   MOVE KM-ID
                                       TO WS-KM-ID(WS-KM-COUNT)
                                   MOVE KM-BRANCH
                                       TO WS-KM-BRANCH(WS-KM-COUNT)
                                   IF KM-HOUSEHOLD IS NUMERIC THEN
                                       MOVE KM-HOUSEHOLD TO WS-LOOK-HH
                                   ELSE
                                       MOVE 0 TO WS-LOOK-HH
                                   END-IF
                                   PERFORM FIND-HOUSEHOLD
                                   MOVE WS-HH-FOUND-IDX
                                       TO WS-KM-HH-IDX(WS-KM-COUNT)
                                   ADD 1 TO WS-HH-KIDS(WS-HH-FOUND-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE KID-MASTER-FILE
               END-IF.

           LOAD-PERIOD-DETAIL.
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               PERFORM UNTIL WS-DAY-INT > WS-TO-INT
                   COMPUTE WS-DAY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   PERFORM LOAD-ONE-DAY
                   ADD 1 TO WS-DAY-INT
               END-PERFORM.

           LOAD-ONE-DAY.
               MOVE SPACES TO WS-CSV-FILENAME
               STRING "../archive/" WS-DAY-DATE "/output_"
                   WS-DAY-DATE ".csv"
                   DELIMITED BY SIZE INTO WS-CSV-FILENAME
               OPEN INPUT CSV-REPORT
               IF WS-CSV-STATUS = "35" THEN
                   MOVE SPACES TO WS-CSV-FILENAME
                   STRING "output_" WS-DAY-DATE ".csv"
                       DELIMITED BY SIZE INTO WS-CSV-FILENAME
                   OPEN INPUT CSV-REPORT
               END-IF
               IF WS-CSV-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   ADD 1 TO WS-DAYS-READ
                   MOVE 'Y' TO WS-FIRST-LINE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CSV-REPORT
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-FIRST-LINE = 'Y' THEN
                                   MOVE 'N' TO WS-FIRST-LINE
                               ELSE
                                   PERFORM ADD-DETAIL-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CSV-REPORT
               END-IF.

           ADD-DETAIL-LINE.
               MOVE SPACES TO WS-F-BRANCH
               MOVE SPACES TO WS-F-ID
               MOVE SPACES TO WS-F-TYPE
               MOVE SPACES TO WS-F-TOYS
               UNSTRING CSV-IN DELIMITED BY ","
                   INTO WS-F-BRANCH WS-F-ID WS-F-TYPE WS-F-TOYS
               IF WS-F-TOYS = SPACES THEN
                   CONTINUE
               ELSE
                   MOVE WS-F-BRANCH(1:2) TO WS-LINE-BRANCH
                   MOVE FUNCTION NUMVAL(WS-F-ID) TO WS-LINE-ID
                   MOVE FUNCTION NUMVAL(WS-F-TOYS) TO WS-LINE-QTY
                   MOVE WS-HH-NONE-IDX TO WS-HH-FOUND-IDX
                   MOVE 0 TO WS-KM-FOUND-IDX
                   PERFORM VARYING WS-KM-IDX FROM 1 BY 1
                       UNTIL WS-KM-IDX > WS-KM-COUNT
                          OR WS-KM-FOUND-IDX > 0
                       IF WS-KM-ID(WS-KM-IDX) = WS-LINE-ID
                          AND WS-KM-BRANCH(WS-KM-IDX)
                              = WS-LINE-BRANCH THEN
                           MOVE WS-KM-IDX TO WS-KM-FOUND-IDX
                           MOVE WS-KM-HH-IDX(WS-KM-IDX)
                               TO WS-HH-FOUND-IDX
                       END-IF
                   END-PERFORM
                   EVALUATE WS-F-TYPE
                       WHEN "SOFT"
                           ADD WS-LINE-QTY
                               TO WS-HH-SOFT(WS-HH-FOUND-IDX)
                       WHEN "HARD"
                           ADD WS-LINE-QTY
                               TO WS-HH-HARD(WS-HH-FOUND-IDX)
                       WHEN "PUZZ"
                           ADD WS-LINE-QTY
                               TO WS-HH-PUZZLE(WS-HH-FOUND-IDX)
                       WHEN "ELEC"
                           ADD WS-LINE-QTY
                               TO WS-HH-ELEC(WS-HH-FOUND-IDX)
                   END-EVALUATE
                   ADD WS-LINE-QTY TO WS-HH-TOTAL(WS-HH-FOUND-IDX)
               END-IF.

           WRITE-SUMMARY.
               OPEN OUTPUT SUMMARY-FILE
               WRITE SUMMARY-OUT FROM DIVIDER-1
               WRITE SUMMARY-OUT FROM SUM-TITLE-LINE
               MOVE WS-FROM-DATE TO SP-FROM
               MOVE WS-TO-DATE TO SP-TO
               MOVE WS-DAYS-READ TO SP-DAYS
               WRITE SUMMARY-OUT FROM SUM-PERIOD-LINE
               WRITE SUMMARY-OUT FROM DIVIDER-1
               WRITE SUMMARY-OUT FROM SUM-COL-HDR
               WRITE SUMMARY-OUT FROM DIVIDER-3
               PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
                   IF WS-HH-IDX = WS-HH-NONE-IDX
                      AND WS-HH-TOTAL(WS-HH-IDX) = 0 THEN
                       CONTINUE
                   ELSE
                       PERFORM WRITE-SUMMARY-DETAIL
                   END-IF
               END-PERFORM
               WRITE SUMMARY-OUT FROM DIVIDER-3
               MOVE WS-GR-FAMILIES TO SG-FAMILIES
               MOVE WS-GR-SOFT TO SG-SOFT
               MOVE WS-GR-HARD TO SG-HARD
               MOVE WS-GR-PUZZLE TO SG-PUZZLE
               MOVE WS-GR-ELEC TO SG-ELEC
               MOVE WS-GR-TOTAL TO SG-TOTAL
               WRITE SUMMARY-OUT FROM SUM-TOTAL-LINE
               WRITE SUMMARY-OUT FROM DIVIDER-1
               CLOSE SUMMARY-FILE.

           WRITE-SUMMARY-DETAIL.
               IF WS-HH-IDX = WS-HH-NONE-IDX THEN
                   MOVE SPACES TO SL-ID
               ELSE
                   MOVE WS-HH-ID(WS-HH-IDX) TO SL-ID
                   IF WS-HH-TOTAL(WS-HH-IDX) > 0 THEN
                       ADD 1 TO WS-GR-FAMILIES
                   END-IF
               END-IF
               MOVE WS-HH-GUARDIAN(WS-HH-IDX) TO SL-GUARDIAN
               MOVE WS-HH-BARANGAY(WS-HH-IDX) TO SL-BARANGAY
               MOVE WS-HH-KIDS(WS-HH-IDX) TO SL-KIDS
               MOVE WS-HH-SOFT(WS-HH-IDX) TO SL-SOFT
               MOVE WS-HH-HARD(WS-HH-IDX) TO SL-HARD
               MOVE WS-HH-PUZZLE(WS-HH-IDX) TO SL-PUZZLE
               MOVE WS-HH-ELEC(WS-HH-IDX) TO SL-ELEC
               MOVE WS-HH-TOTAL(WS-HH-IDX) TO SL-TOTAL
               WRITE SUMMARY-OUT FROM SUM-DETAIL-LINE
               ADD WS-HH-SOFT(WS-HH-IDX) TO WS-GR-SOFT
               ADD WS-HH-HARD(WS-HH-IDX) TO WS-GR-HARD
               ADD WS-HH-PUZZLE(WS-HH-IDX) TO WS-GR-PUZZLE
               ADD WS-HH-ELEC(WS-HH-IDX) TO WS-GR-ELEC
               ADD WS-HH-TOTAL(WS-HH-IDX) TO WS-GR-TOTAL.
