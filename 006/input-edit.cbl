           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

       SELECT KID-MASTER-FILE
           ASSIGN TO 'kidmast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KM-STATUS.

       SELECT CAMPAIGN-FILE
           ASSIGN TO 'campaign.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMP-STATUS.

       SELECT CAMP-ISSUE-FILE
           ASSIGN TO 'campissue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CI-STATUS.

       SELECT CAMP-ISSUE-TMP-FILE
           ASSIGN TO 'campissue.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CLEAN-FILE
           ASSIGN TO 'clean_input.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           05 RAW-TOYTYPE  PIC X(1).
           05 RAW-TOYS     PIC X(2).
           05 RAW-BRANCH   PIC X(2).
           05 RAW-CAMPAIGN PIC X(6).
           05 RAW-REST     PIC X(2).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 CAL-TYPE     PIC X(1).
           05 CAL-DESC     PIC X(20).

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

       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CMP-CODE     PIC X(6).
           05 CMP-NAME     PIC X(30).
           05 CMP-START    PIC 9(8).
           05 CMP-END      PIC 9(8).
           05 CMP-DONOR    PIC X(4).
           05 CMP-TGT-KIDS PIC 9(6).
           05 CMP-TGT-TOYS PIC 9(6) OCCURS 4 TIMES.

       FD  CAMP-ISSUE-FILE.
       01  CAMP-ISSUE-RECORD.
           05 CI-DATE      PIC 9(8).
           05 CI-CAMPAIGN  PIC X(6).
           05 CI-BRANCH    PIC A(2).
           05 CI-ID        PIC 9(4).
           05 CI-TOYTYPE   PIC A(1).
           05 CI-TOYS      PIC 9(2).
           05 CI-STATUS    PIC X(1).

       FD  CAMP-ISSUE-TMP-FILE.
       01  CAMP-ISSUE-TMP-REC PIC X(24).

       FD  CLEAN-FILE.
       01  CLEAN-RECORD    PIC X(17).

       FD  ERROR-FILE.
       01  ERROR-RECORD    PIC X(49).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-OUT    PIC X(25).

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-OUT  PIC X(46).
           05 RS-RC        PIC 9(3).

       01  ERROR-LINE.
           05 ERR-DATA     PIC X(15).
           05 FILL         PIC X(1) VALUE SPACE.
           05 ERR-CODE     PIC X(2).
           05 FILL         PIC X(1) VALUE SPACE.
               10 WS-BRM-CODE PIC A(2).
               10 WS-BRM-STATUS PIC X(1).

       01  WS-KM-STATUS    PIC X(2).
       01  WS-KID-MASTER.
           05 WS-KM-COUNT  PIC 9(4) VALUE 0.
           05 WS-KM-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-KM-IDX.
               10 WS-KM-ID     PIC 9(4).
               10 WS-KM-BRANCH PIC A(2).
               10 WS-KM-BIRTH  PIC 9(8).
               10 WS-KM-ELIG   PIC X(1).
       01  WS-KID-ELIG     PIC A(1).
       01  WS-KID-AGE      PIC S9(3).
       01  WS-BIRTH-DATE   PIC 9(8).
       01  WS-AGE-MIN      PIC 9(2) VALUE 0.
       01  WS-AGE-MAX      PIC 9(2) VALUE 12.

       01  WS-CMP-STATUS   PIC X(2).
       01  WS-CI-STATUS    PIC X(2).
       01  WS-CAMPAIGN-TABLE.
           05 WS-CMP-COUNT PIC 9(3) VALUE 0.
           05 WS-CMP-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-CMP-IDX.
               10 WS-CMP-CODE  PIC X(6).
               10 WS-CMP-START PIC 9(8).
               10 WS-CMP-END   PIC 9(8).
       01  WS-CMP-FOUND    PIC A(1).
       01  WS-CMP-OPEN     PIC A(1).
       01  WS-CI-KEPT      PIC 9(6) VALUE 0.
       01  WS-CI-ADDED     PIC 9(6) VALUE 0.
       01  WS-RENAME-RC    PIC S9(9) COMP-5.
       01  WS-CI-TMPNAME   PIC X(20) VALUE "campissue.tmp".
       01  WS-CI-FILENAME  PIC X(20) VALUE "campissue.dat".

       01  WS-READ-COUNT   PIC 9(6) VALUE 0.
       01  WS-PASS-COUNT   PIC 9(6) VALUE 0.
       01  WS-FAIL-COUNT   PIC 9(6) VALUE 0.
       01  SUSPENSE-LINE.
           05 SUS-DATE     PIC 9(8).
           05 SUS-REASON   PIC X(2).
           05 SUS-DATA     PIC X(15).
       01  WS-SUS-DUP      PIC A(1).
       01  WS-SUS-EOF      PIC A(1).

       01  WS-SUSPENSE-TABLE.
           05 WS-SUS-COUNT PIC 9(4) VALUE 0.
           05 WS-SUS-LINE OCCURS 1000 TIMES PIC X(25).
       01  WS-SUS-ORIG     PIC 9(4) VALUE 0.
       01  WS-SUS-IDX      PIC 9(4).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
               MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
               MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
               PERFORM READ-RUNCTL
               PERFORM LOAD-KID-MASTER
               PERFORM LOAD-CAMPAIGNS
               PERFORM OPEN-CAMPAIGN-ISSUES
               PERFORM LOAD-CALENDAR
               IF WS-CAL-COUNT > 0 THEN
                   MOVE WS-RUN-DATE TO WS-CAL-LOOK
               CLOSE KID-TOYS-RECORD
                     CLEAN-FILE
                     ERROR-FILE
               PERFORM CLOSE-CAMPAIGN-ISSUES
               PERFORM WRITE-NEW-SUSPENSE
               PERFORM CHECK-CONTROL-TOTALS
               DISPLAY "INPUT EDIT COMPLETE. READ: " WS-READ-COUNT
                   " PASSED: " WS-PASS-COUNT
                   " FAILED: " WS-FAIL-COUNT
               IF WS-CI-ADDED > 0 THEN
                   DISPLAY "CAMPAIGN ISSUE LINES REGISTERED: "
                       WS-CI-ADDED
               END-IF
               IF WS-CTL-FAIL = 'Y' THEN
                   MOVE 0 TO CTL-HDR-DATE
                   OPEN OUTPUT CLEAN-FILE
                               IF RC-KEYWORD = "RUNDATE"
                                  AND RC-VALUE(1:8) IS NUMERIC THEN
                                   MOVE RC-VALUE(1:8) TO WS-RUN-DATE
                               ELSE IF RC-KEYWORD = "AGEMIN"
                                  AND RC-VALUE(1:2) IS NUMERIC THEN
                                   MOVE RC-VALUE(1:2) TO WS-AGE-MIN
                               ELSE IF RC-KEYWORD = "AGEMAX"
                                  AND RC-VALUE(1:2) IS NUMERIC THEN
                                   MOVE RC-VALUE(1:2) TO WS-AGE-MAX
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUNCTL-FILE
               END-IF.

           LOAD-KID-MASTER.
               OPEN INPUT KID-MASTER-FILE
               IF WS-KM-STATUS = "35" THEN
                   DISPLAY
                       "KIDMAST.DAT NOT FOUND -- KID ELIGIBILITY NOT "
                       "CHECKED"
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

           CHECK-KID-ELIGIBLE.
               MOVE 'Y' TO WS-KID-ELIG
               PERFORM VARYING WS-KM-IDX FROM 1 BY 1
                   UNTIL WS-KM-IDX > WS-KM-COUNT
                   IF WS-KM-ID(WS-KM-IDX) = RAW-ID
                      AND WS-KM-BRANCH(WS-KM-IDX) = RAW-BRANCH THEN
                       EVALUATE TRUE
                           WHEN WS-KM-ELIG(WS-KM-IDX) = 'I'
                               MOVE 'N' TO WS-KID-ELIG
                               MOVE "KID MARKED INELIGIBLE" TO ERR-DESC
                           WHEN WS-KM-ELIG(WS-KM-IDX) = 'O'
                               MOVE 'N' TO WS-KID-ELIG
                               MOVE "KID HAS AGED OUT" TO ERR-DESC
                           WHEN WS-KM-BIRTH(WS-KM-IDX) > 0
                               MOVE WS-KM-BIRTH(WS-KM-IDX)
                                   TO WS-BIRTH-DATE
                               PERFORM CHECK-KID-AGE
                       END-EVALUATE
                   END-IF
               END-PERFORM.

           CHECK-KID-AGE.
               COMPUTE WS-KID-AGE =
                   FUNCTION NUMVAL(WS-RUN-DATE(1:4))
                   - FUNCTION NUMVAL(WS-BIRTH-DATE(1:4))
               IF WS-RUN-DATE(5:4) < WS-BIRTH-DATE(5:4) THEN
                   SUBTRACT 1 FROM WS-KID-AGE
               END-IF
               IF WS-KID-AGE > WS-AGE-MAX THEN
                   MOVE 'N' TO WS-KID-ELIG
                   MOVE "KID HAS AGED OUT" TO ERR-DESC
               ELSE IF WS-KID-AGE < WS-AGE-MIN THEN
                   MOVE 'N' TO WS-KID-ELIG
                   MOVE "KID UNDER PROGRAM AGE" TO ERR-DESC
               END-IF.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BRANCH-STATUS = "35" THEN
                       MOVE "E7" TO ERR-CODE
                       MOVE "BRANCH IS CLOSED" TO ERR-DESC
                       PERFORM WRITE-ERROR
                   ELSE
                       PERFORM CHECK-KID-ELIGIBLE
                       IF WS-KID-ELIG = 'N' THEN
                           MOVE 'N' TO WS-REC-OK
                           MOVE "E8" TO ERR-CODE
                           PERFORM WRITE-ERROR
                       ELSE
                           PERFORM EDIT-CAMPAIGN
                       END-IF
                   END-IF
               END-IF
               IF WS-REC-OK = 'Y' THEN
                   ADD FUNCTION NUMVAL(RAW-TOYS) TO WS-CLEAN-HASH
                   MOVE KIDS-RECORD-RAW TO CLEAN-RECORD
                   WRITE CLEAN-RECORD
                   IF RAW-CAMPAIGN NOT = SPACES THEN
                       PERFORM WRITE-CAMPAIGN-ISSUE
                   END-IF
               END-IF.

           EDIT-CAMPAIGN.
               IF RAW-CAMPAIGN = SPACES OR WS-CMP-COUNT = 0 THEN
                   CONTINUE
               ELSE
                   PERFORM CHECK-CAMPAIGN
                   IF WS-CMP-FOUND = 'N' THEN
                       MOVE 'N' TO WS-REC-OK
                       MOVE "E9" TO ERR-CODE
                       MOVE "UNKNOWN CAMPAIGN CODE" TO ERR-DESC
                       PERFORM WRITE-ERROR
                   ELSE IF WS-CMP-OPEN = 'N' THEN
                       MOVE 'N' TO WS-REC-OK
                       MOVE "EA" TO ERR-CODE
                       MOVE "CAMPAIGN NOT OPEN ON RUN DATE"
                           TO ERR-DESC
                       PERFORM WRITE-ERROR
                   END-IF
               END-IF.

           CHECK-CAMPAIGN.
               MOVE 'N' TO WS-CMP-FOUND
               MOVE 'N' TO WS-CMP-OPEN
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   IF WS-CMP-CODE(WS-CMP-IDX) = RAW-CAMPAIGN THEN
                       MOVE 'Y' TO WS-CMP-FOUND
                       IF WS-RUN-DATE >= WS-CMP-START(WS-CMP-IDX)
                          AND WS-RUN-DATE <= WS-CMP-END(WS-CMP-IDX)
                          THEN
                           MOVE 'Y' TO WS-CMP-OPEN
                       END-IF
                   END-IF
               END-PERFORM.

           LOAD-CAMPAIGNS.
               OPEN INPUT CAMPAIGN-FILE
               IF WS-CMP-STATUS = "35" THEN
                   DISPLAY
                       "CAMPAIGN.DAT NOT FOUND -- CAMPAIGN CODES NOT "
                       "CHECKED AGAINST MASTER"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CAMPAIGN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-CMP-COUNT < 100 THEN
                                   ADD 1 TO WS-CMP-COUNT
                                   MOVE CMP-CODE
                                       TO WS-CMP-CODE(WS-CMP-COUNT)
                                   MOVE CMP-START
                                       TO WS-CMP-START(WS-CMP-COUNT)
                                   MOVE CMP-END
                                       TO WS-CMP-END(WS-CMP-COUNT)
                               ELSE
                                   DISPLAY "CAMPAIGN.DAT EXCEEDS "
                                       "100-CAMPAIGN TABLE LIMIT -- "
                                       "ENTRY SKIPPED"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CAMPAIGN-FILE
               END-IF.

           OPEN-CAMPAIGN-ISSUES.
               OPEN OUTPUT CAMP-ISSUE-TMP-FILE
               OPEN INPUT CAMP-ISSUE-FILE
               IF WS-CI-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CAMP-ISSUE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF CI-DATE NOT = WS-RUN-DATE THEN
                                   WRITE CAMP-ISSUE-TMP-REC
                                       FROM CAMP-ISSUE-RECORD
                                   ADD 1 TO WS-CI-KEPT
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE CAMP-ISSUE-FILE
               END-IF.

           WRITE-CAMPAIGN-ISSUE.
               MOVE WS-RUN-DATE TO CI-DATE
               MOVE RAW-CAMPAIGN TO CI-CAMPAIGN
               MOVE RAW-BRANCH TO CI-BRANCH
               MOVE RAW-ID TO CI-ID
               MOVE RAW-TOYTYPE TO CI-TOYTYPE
               MOVE RAW-TOYS TO CI-TOYS
               MOVE 'P' TO CI-STATUS
               WRITE CAMP-ISSUE-TMP-REC FROM CAMP-ISSUE-RECORD
               ADD 1 TO WS-CI-ADDED.

           CLOSE-CAMPAIGN-ISSUES.
               CLOSE CAMP-ISSUE-TMP-FILE
               IF WS-CI-KEPT = 0 AND WS-CI-ADDED = 0
                  AND WS-CI-STATUS = "35" THEN
                   CALL "CBL_DELETE_FILE" USING WS-CI-TMPNAME
                       RETURNING WS-RENAME-RC
                   END-CALL
               ELSE
                   CALL "CBL_RENAME_FILE" USING WS-CI-TMPNAME
                       WS-CI-FILENAME
                       RETURNING WS-RENAME-RC
                   END-CALL
               END-IF.

           WRITE-ERROR.
               PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
                      OR WS-SUS-DUP = 'Y'
                   IF WS-SUS-LINE(WS-SUS-IDX)(9:17)
                      = SUSPENSE-LINE(9:17) THEN
                       MOVE 'Y' TO WS-SUS-DUP
                   END-IF
               END-PERFORM.
