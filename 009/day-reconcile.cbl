           ASSIGN TO 'reconstat.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECON-HIST-FILE
           ASSIGN TO 'reconhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCH-STATUS.

       SELECT ALLOC-DROP-FILE
           ASSIGN TO 'allocdrop.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       01  CSV-IN          PIC X(40).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-IN        PIC X(159).

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 FILL         PIC X(1).
           05 RCS-DISC     PIC 9(3).

       FD  RECON-HIST-FILE.
       01  RECON-HIST-RECORD.
           05 RCH-DATE     PIC 9(8).
           05 FILL         PIC X(1).
           05 RCH-STATUS   PIC X(4).
           05 FILL         PIC X(1).
           05 RCH-DISC     PIC 9(3).

       FD  ALLOC-DROP-FILE.
       01  ALLOC-DROP-RECORD.
           05 ALD-DATE     PIC 9(8).
       01  WS-DISC-COUNT   PIC 9(3) VALUE 0.

       01  WS-ALD-STATUS   PIC X(2).
       01  WS-RCH-STATUS   PIC X(2).
       01  WS-ALLOC-DROPS.
           05 WS-ALD-RECS   PIC 9(6) VALUE 0.
           05 WS-ALD-SOFT   PIC 9(6) VALUE 0.
               END-IF
               MOVE WS-DISC-COUNT TO RCS-DISC
               WRITE RECON-STATUS-RECORD
               CLOSE RECON-STATUS-FILE
               OPEN EXTEND RECON-HIST-FILE
               IF WS-RCH-STATUS = "35" THEN
                   OPEN OUTPUT RECON-HIST-FILE
               END-IF
               MOVE RECON-STATUS-RECORD TO RECON-HIST-RECORD
               WRITE RECON-HIST-RECORD
               CLOSE RECON-HIST-FILE.

           READ-RUNCTL.
               OPEN INPUT RUNCTL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF AUDIT-IN(1:15)
                                  = "RUN DATE/TIME: " THEN
                                   MOVE AUDIT-IN TO WS-AUDIT-LINE-X
                                   MOVE 'Y' TO WS-AUDIT-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
