       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGE-OUT-LIST.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT KID-MASTER-FILE
           ASSIGN TO 'kidmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KM-FILE-STATUS.

       SELECT BRANCH-FILE
           ASSIGN TO 'branch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       SELECT AGEOUT-REPORT-FILE
           ASSIGN TO 'ageout_report.dat'
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

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BRM-CODE     PIC A(2).
           05 BRM-NAME     PIC X(20).
           05 BRM-REGION   PIC X(10).
           05 BRM-MANAGER  PIC X(20).
           05 BRM-STATUS   PIC X(1).
           05 BRM-CLOSE-DATE PIC 9(8).

       FD  AGEOUT-REPORT-FILE.
       01  AGEOUT-OUT      PIC X(80).

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
           05 RS-PROGRAM   PIC X(20) VALUE "AGE-OUT-LIST".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  DIVIDER-1       PIC X(70) VALUE ALL "=".
       01  DIVIDER-3       PIC X(70) VALUE ALL "-".

       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-KM-FILE-STATUS PIC X(2).
       01  WS-BRANCH-STATUS PIC X(2).
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-RUN-DATE     PIC X(8).
       01  WS-RUN-DATE-N   PIC 9(8).
       01  WS-AGE-MAX      PIC 9(2) VALUE 12.
       01  WS-HORIZON      PIC 9(3) VALUE 90.

       01  WS-KM-TABLE.
           05 WS-KM-COUNT  PIC 9(4) VALUE 0.
           05 WS-KM-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-KM-IDX.
               10 WS-KM-ID       PIC 9(4).
               10 WS-KM-BRANCH   PIC A(2).
               10 WS-KM-NAME     PIC X(20).
               10 WS-KM-REG      PIC 9(8).
               10 WS-KM-LIFETIME PIC 9(6).
               10 WS-KM-YTD      PIC 9(6).
               10 WS-KM-MTD      PIC 9(6).
               10 WS-KM-LAST     PIC 9(8).
               10 WS-KM-BIRTH    PIC 9(8).
               10 WS-KM-ELIG     PIC X(1).
               10 WS-KM-HH       PIC 9(5).
               10 WS-KM-OUT-DATE PIC 9(8).
               10 WS-KM-DAYS     PIC S9(5).
               10 WS-KM-ACTION   PIC X(1).

       01  WS-BRANCH-MASTER.
           05 WS-BRM-COUNT PIC 9(2) VALUE 0.
           05 WS-BRM-ENTRY OCCURS 60 TIMES
                           INDEXED BY WS-BRM-IDX.
               10 WS-BRM-CODE PIC A(2).
               10 WS-BRM-NAME PIC X(20).
       01  WS-BRM-FOUND    PIC A(1).

       01  WS-OUT-DATE     PIC 9(8).
       01  WS-SOON-COUNT   PIC 9(5) VALUE 0.
       01  WS-AGED-COUNT   PIC 9(5) VALUE 0.
       01  WS-NO-BIRTH     PIC 9(5) VALUE 0.
       01  WS-BR-SOON      PIC 9(5).
       01  WS-BR-AGED      PIC 9(5).

       01  AGEOUT-HEADER-1.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AH-TITLE     PIC X(30) VALUE
               "KIDS AGING OUT OF THE PROGRAM".
           05 AH-LBL       PIC X(6) VALUE "NEXT ".
           05 AH-DAYS      PIC ZZ9.
           05 AH-LBL-2     PIC X(5) VALUE " DAYS".
       01  AGEOUT-DATE-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AD-LBL       PIC X(10) VALUE "RUN DATE: ".
           05 AD-DATE      PIC X(8).
           05 AD-LBL-2     PIC X(20) VALUE "  LAST ELIGIBLE AGE:".
           05 AD-AGE       PIC ZZ9.
       01  AGEOUT-BRANCH-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AB-LBL       PIC X(8) VALUE "BRANCH: ".
           05 AB-CODE      PIC A(2).
           05 FILL         PIC X(2) VALUE SPACES.
           05 AB-NAME      PIC X(20).
       01  AGEOUT-COL-HDR.
           05 FILL         PIC X(4) VALUE SPACES.
           05 FILL         PIC X(6) VALUE "ID    ".
           05 FILL         PIC X(22) VALUE "NAME".
           05 FILL         PIC X(10) VALUE "BORN".
           05 FILL         PIC X(10) VALUE "AGES OUT".
           05 FILL         PIC X(6) VALUE "  DAYS".
           05 FILL         PIC X(2) VALUE SPACES.
           05 FILL         PIC X(10) VALUE "STATUS".
       01  AGEOUT-DETAIL-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 AL-ID        PIC 9(4).
           05 FILL         PIC X(2) VALUE SPACES.
           05 AL-NAME      PIC X(20).
           05 FILL         PIC X(2) VALUE SPACES.
           05 AL-BIRTH     PIC 9(8).
           05 FILL         PIC X(2) VALUE SPACES.
           05 AL-OUT-DATE  PIC 9(8).
           05 FILL         PIC X(2) VALUE SPACES.
           05 AL-DAYS      PIC ---9.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AL-STATUS    PIC X(12).
       01  AGEOUT-BR-TOTAL.
           05 FILL         PIC X(4) VALUE SPACES.
           05 AT-LBL       PIC X(18) VALUE "AGING OUT SOON: ".
           05 AT-SOON      PIC Z(4)9.
           05 AT-LBL-2     PIC X(22) VALUE "  AGED OUT THIS RUN: ".
           05 AT-AGED      PIC Z(4)9.
       01  AGEOUT-NONE-LINE.
           05 FILL         PIC X(4) VALUE SPACES.
           05 AN-LBL       PIC X(40) VALUE
               "NO KIDS AGING OUT IN THE PERIOD".
       01  AGEOUT-GRAND-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AG-LBL       PIC X(20) VALUE "TOTAL AGING OUT:".
           05 AG-SOON      PIC Z(4)9.
           05 AG-LBL-2     PIC X(22) VALUE "  AGED OUT THIS RUN: ".
           05 AG-AGED      PIC Z(4)9.
       01  AGEOUT-NOBIRTH-LINE.
           05 FILL         PIC X(2) VALUE SPACES.
           05 AX-LBL       PIC X(38) VALUE
               "KIDS WITH NO DATE OF BIRTH ON FILE:".
           05 AX-COUNT     PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N

           PERFORM LOAD-BRANCHES
           PERFORM LOAD-KID-MASTER
           IF WS-KM-COUNT = 0 THEN
               DISPLAY "KIDMAST.DAT EMPTY OR NOT FOUND -- NO AGE-OUT "
                   "LIST PRODUCED"
               MOVE "END" TO RS-EVENT
               PERFORM WRITE-RUN-STATUS
               STOP RUN
           END-IF

           PERFORM VARYING WS-KM-IDX FROM 1 BY 1
               UNTIL WS-KM-IDX > WS-KM-COUNT
               PERFORM CLASSIFY-KID
           END-PERFORM
           PERFORM ADD-UNLISTED-BRANCHES
           PERFORM WRITE-AGEOUT-REPORT
           IF WS-AGED-COUNT > 0 THEN
               PERFORM REWRITE-KID-MASTER
           END-IF

           DISPLAY "AGE-OUT LIST COMPLETE. AGING OUT SOON: "
               WS-SOON-COUNT " AGED OUT THIS RUN: " WS-AGED-COUNT.

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
                               ELSE IF RC-KEYWORD = "AGEMAX"
                                  AND RC-VALUE(1:2) IS NUMERIC THEN
                                   MOVE RC-VALUE(1:2) TO WS-AGE-MAX
                               ELSE IF RC-KEYWORD = "AGEDAYS"
                                  AND RC-VALUE(1:3) IS NUMERIC THEN
                                   MOVE RC-VALUE(1:3) TO WS-HORIZON
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-RUNCTL-EOF
                   CLOSE RUNCTL-FILE
               END-IF.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                   DISPLAY
                       "BRANCH.DAT NOT FOUND -- BRANCH NAMES NOT "
                       "AVAILABLE"
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
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE BRANCH-FILE
               END-IF.

           LOAD-KID-MASTER.
               OPEN INPUT KID-MASTER-FILE
               IF WS-KM-FILE-STATUS = "35" THEN
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
                                   MOVE KM-NAME
                                       TO WS-KM-NAME(WS-KM-COUNT)
                                   MOVE KM-REG-DATE
                                       TO WS-KM-REG(WS-KM-COUNT)
                                   MOVE KM-LIFETIME
                                       TO WS-KM-LIFETIME(WS-KM-COUNT)
                                   MOVE KM-YTD
                                       TO WS-KM-YTD(WS-KM-COUNT)
                                   IF KM-LAST-DATE IS NOT NUMERIC
                                       THEN
                                       MOVE 0
                                         TO WS-KM-MTD(WS-KM-COUNT)
                                       MOVE KID-MASTER-RECORD(47:8)
                                         TO WS-KM-LAST(WS-KM-COUNT)
                                   ELSE
                                       MOVE KM-MTD
                                         TO WS-KM-MTD(WS-KM-COUNT)
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
                                     "TABLE LIMIT -- RECORD SKIPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE KID-MASTER-FILE
               END-IF.

           CLASSIFY-KID.
               MOVE SPACE TO WS-KM-ACTION(WS-KM-IDX)
               MOVE 0 TO WS-KM-OUT-DATE(WS-KM-IDX)
               MOVE 0 TO WS-KM-DAYS(WS-KM-IDX)
               IF WS-KM-BIRTH(WS-KM-IDX) = 0 THEN
                   ADD 1 TO WS-NO-BIRTH
               ELSE IF WS-KM-ELIG(WS-KM-IDX) = 'E' THEN
                   COMPUTE WS-OUT-DATE = WS-KM-BIRTH(WS-KM-IDX)
                       + (WS-AGE-MAX + 1) * 10000
                   IF WS-OUT-DATE(5:4) = "0229" THEN
                       MOVE "0301" TO WS-OUT-DATE(5:4)
                   END-IF
                   MOVE WS-OUT-DATE TO WS-KM-OUT-DATE(WS-KM-IDX)
                   COMPUTE WS-KM-DAYS(WS-KM-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-OUT-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   IF WS-KM-DAYS(WS-KM-IDX) <= 0 THEN
                       MOVE 'O' TO WS-KM-ACTION(WS-KM-IDX)
                       MOVE 'O' TO WS-KM-ELIG(WS-KM-IDX)
                       ADD 1 TO WS-AGED-COUNT
                   ELSE IF WS-KM-DAYS(WS-KM-IDX) <= WS-HORIZON THEN
                       MOVE 'S' TO WS-KM-ACTION(WS-KM-IDX)
                       ADD 1 TO WS-SOON-COUNT
                   END-IF
               END-IF.

           ADD-UNLISTED-BRANCHES.
               PERFORM VARYING WS-KM-IDX FROM 1 BY 1
                   UNTIL WS-KM-IDX > WS-KM-COUNT
                   IF WS-KM-ACTION(WS-KM-IDX) NOT = SPACE THEN
                       MOVE 'N' TO WS-BRM-FOUND
                       PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                           UNTIL WS-BRM-IDX > WS-BRM-COUNT
                           IF WS-BRM-CODE(WS-BRM-IDX)
                              = WS-KM-BRANCH(WS-KM-IDX) THEN
                               MOVE 'Y' TO WS-BRM-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-BRM-FOUND = 'N'
                          AND WS-BRM-COUNT < 60 THEN
                           ADD 1 TO WS-BRM-COUNT
                           MOVE WS-KM-BRANCH(WS-KM-IDX)
                               TO WS-BRM-CODE(WS-BRM-COUNT)
                           MOVE "NOT ON BRANCH MASTER"
                               TO WS-BRM-NAME(WS-BRM-COUNT)
                       END-IF
                   END-IF
               END-PERFORM.

           WRITE-AGEOUT-REPORT.
               OPEN OUTPUT AGEOUT-REPORT-FILE
               WRITE AGEOUT-OUT FROM DIVIDER-1
               MOVE WS-HORIZON TO AH-DAYS
               WRITE AGEOUT-OUT FROM AGEOUT-HEADER-1
               MOVE WS-RUN-DATE TO AD-DATE
               MOVE WS-AGE-MAX TO AD-AGE
               WRITE AGEOUT-OUT FROM AGEOUT-DATE-LINE
               WRITE AGEOUT-OUT FROM DIVIDER-1
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                   PERFORM WRITE-BRANCH-SECTION
               END-PERFORM
               WRITE AGEOUT-OUT FROM DIVIDER-1
               MOVE WS-SOON-COUNT TO AG-SOON
               MOVE WS-AGED-COUNT TO AG-AGED
               WRITE AGEOUT-OUT FROM AGEOUT-GRAND-LINE
               IF WS-NO-BIRTH > 0 THEN
                   MOVE WS-NO-BIRTH TO AX-COUNT
                   WRITE AGEOUT-OUT FROM AGEOUT-NOBIRTH-LINE
               END-IF
               CLOSE AGEOUT-REPORT-FILE.

           WRITE-BRANCH-SECTION.
               MOVE 0 TO WS-BR-SOON
               MOVE 0 TO WS-BR-AGED
               MOVE WS-BRM-CODE(WS-BRM-IDX) TO AB-CODE
               MOVE WS-BRM-NAME(WS-BRM-IDX) TO AB-NAME
               WRITE AGEOUT-OUT FROM AGEOUT-BRANCH-LINE
               WRITE AGEOUT-OUT FROM AGEOUT-COL-HDR
               PERFORM VARYING WS-KM-IDX FROM 1 BY 1
                   UNTIL WS-KM-IDX > WS-KM-COUNT
                   IF WS-KM-BRANCH(WS-KM-IDX) = WS-BRM-CODE(WS-BRM-IDX)
                      AND WS-KM-ACTION(WS-KM-IDX) NOT = SPACE THEN
                       MOVE WS-KM-ID(WS-KM-IDX) TO AL-ID
                       MOVE WS-KM-NAME(WS-KM-IDX) TO AL-NAME
                       MOVE WS-KM-BIRTH(WS-KM-IDX) TO AL-BIRTH
                       MOVE WS-KM-OUT-DATE(WS-KM-IDX) TO AL-OUT-DATE
                       MOVE WS-KM-DAYS(WS-KM-IDX) TO AL-DAYS
                       IF WS-KM-ACTION(WS-KM-IDX) = 'O' THEN
                           MOVE "AGED OUT" TO AL-STATUS
                           ADD 1 TO WS-BR-AGED
                       ELSE
                           MOVE "AGING OUT" TO AL-STATUS
                           ADD 1 TO WS-BR-SOON
                       END-IF
                       WRITE AGEOUT-OUT FROM AGEOUT-DETAIL-LINE
                   END-IF
               END-PERFORM
               IF WS-BR-SOON = 0 AND WS-BR-AGED = 0 THEN
                   WRITE AGEOUT-OUT FROM AGEOUT-NONE-LINE
               END-IF
               MOVE WS-BR-SOON TO AT-SOON
               MOVE WS-BR-AGED TO AT-AGED
               WRITE AGEOUT-OUT FROM AGEOUT-BR-TOTAL
               WRITE AGEOUT-OUT FROM DIVIDER-3.

           REWRITE-KID-MASTER.
               OPEN OUTPUT KID-MASTER-FILE
               PERFORM VARYING WS-KM-IDX FROM 1 BY 1
                   UNTIL WS-KM-IDX > WS-KM-COUNT
                   MOVE WS-KM-ID(WS-KM-IDX) TO KM-ID
                   MOVE WS-KM-BRANCH(WS-KM-IDX) TO KM-BRANCH
                   MOVE WS-KM-NAME(WS-KM-IDX) TO KM-NAME
                   MOVE WS-KM-REG(WS-KM-IDX) TO KM-REG-DATE
                   MOVE WS-KM-LIFETIME(WS-KM-IDX) TO KM-LIFETIME
                   MOVE WS-KM-YTD(WS-KM-IDX) TO KM-YTD
                   MOVE WS-KM-MTD(WS-KM-IDX) TO KM-MTD
                   MOVE WS-KM-LAST(WS-KM-IDX) TO KM-LAST-DATE
                   MOVE WS-KM-BIRTH(WS-KM-IDX) TO KM-BIRTH-DATE
                   MOVE WS-KM-ELIG(WS-KM-IDX) TO KM-ELIG-STATUS
                   MOVE WS-KM-HH(WS-KM-IDX) TO KM-HOUSEHOLD
                   WRITE KID-MASTER-RECORD
               END-PERFORM
               CLOSE KID-MASTER-FILE.

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
