           05 R-TOYTYPE    PIC A(1).
           05 R-TOYS       PIC 9(2).
           05 R-BRANCH     PIC A(2).
           05 R-CAMPAIGN   PIC X(6).
           05 R-REST       PIC X(2).

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-OUT  PIC X(46).
       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-RUN-DATE     PIC X(8).
       01  WS-CAMPAIGN     PIC X(6) VALUE SPACES.


       01  CTL-HEADER-REC.
                     KID-TOYS-RECORD
               DISPLAY "EXTRACT COMPLETE. RECORDS: "
                   WS-EXTRACT-COUNT
               IF WS-CAMPAIGN NOT = SPACES THEN
                   DISPLAY "ALL EXTRACTED LINES TAGGED FOR CAMPAIGN "
                       WS-CAMPAIGN
               END-IF
           END-IF.

           MOVE "END" TO RS-EVENT
                               IF RC-KEYWORD = "RUNDATE"
                                  AND RC-VALUE(1:8) IS NUMERIC THEN
                                   MOVE RC-VALUE(1:8) TO WS-RUN-DATE
                               ELSE IF RC-KEYWORD = "CAMPAIGN" THEN
                                   MOVE RC-VALUE(1:6) TO WS-CAMPAIGN
                               END-IF
                       END-READ
                   END-PERFORM
               MOVE KT-TOYTYPE TO R-TOYTYPE
               MOVE KT-TOYS TO R-TOYS
               MOVE KT-BRANCH TO R-BRANCH
               MOVE WS-CAMPAIGN TO R-CAMPAIGN
               ADD KT-TOYS TO WS-CTL-HASH
               ADD 1 TO WS-EXTRACT-COUNT
               WRITE KIDS-RECORD.
