               10 WS-MBR-CODE PIC X(4).
               10 WS-MBR-RECS PIC 9(6).
               10 WS-MBR-TOYS PIC 9(6).
               10 WS-MBR-SOFT PIC 9(6).
               10 WS-MBR-HARD PIC 9(6).
               10 WS-MBR-PUZZ PIC 9(6).
               10 WS-MBR-ELEC PIC 9(6).
       01  WS-MBR-HIT      PIC 9(2).
       01  WS-MBR-FOUND    PIC A(1).

       01  WS-TYPE-TOTALS.
           05 MB-RECS      PIC Z(5)9.
           05 MB-LBL-3     PIC X(8) VALUE "  TOYS: ".
           05 MB-TOYS      PIC Z(5)9.
       01  MONTHLY-BRTYPE-LINE.
           05 MX-LBL       PIC X(8) VALUE "BRTYPE ".
           05 MX-CODE      PIC X(4).
           05 MX-LBL-1     PIC X(7) VALUE "  SOFT:".
           05 MX-SOFT      PIC Z(5)9.
           05 MX-LBL-2     PIC X(7) VALUE "  HARD:".
           05 MX-HARD      PIC Z(5)9.
           05 MX-LBL-3     PIC X(7) VALUE "  PUZZ:".
           05 MX-PUZZ      PIC Z(5)9.
           05 MX-LBL-4     PIC X(7) VALUE "  ELEC:".
           05 MX-ELEC      PIC Z(5)9.
       01  MONTHLY-TYPE-LINE.
           05 MT-LBL       PIC X(12).
           05 MT-TOYS      PIC Z(5)9.
                       MOVE 'Y' TO WS-MBR-FOUND
                       ADD 1 TO WS-MBR-RECS(WS-MBR-IDX)
                       ADD WS-F-TOYS-N TO WS-MBR-TOYS(WS-MBR-IDX)
                       SET WS-MBR-HIT TO WS-MBR-IDX
                   END-IF
               END-PERFORM
               IF WS-MBR-FOUND = 'N' AND WS-MBR-COUNT < 50 THEN
                   MOVE WS-F-BRANCH TO WS-MBR-CODE(WS-MBR-COUNT)
                   MOVE 1 TO WS-MBR-RECS(WS-MBR-COUNT)
                   MOVE WS-F-TOYS-N TO WS-MBR-TOYS(WS-MBR-COUNT)
                   MOVE 0 TO WS-MBR-SOFT(WS-MBR-COUNT)
                   MOVE 0 TO WS-MBR-HARD(WS-MBR-COUNT)
                   MOVE 0 TO WS-MBR-PUZZ(WS-MBR-COUNT)
                   MOVE 0 TO WS-MBR-ELEC(WS-MBR-COUNT)
                   MOVE 'Y' TO WS-MBR-FOUND
                   MOVE WS-MBR-COUNT TO WS-MBR-HIT
               END-IF
               IF WS-MBR-FOUND = 'Y' THEN
                   PERFORM TALLY-BRANCH-TYPE
               END-IF.

           TALLY-BRANCH-TYPE.
               EVALUATE WS-F-TYPE
                   WHEN "SOFT"
                       ADD WS-F-TOYS-N TO WS-MBR-SOFT(WS-MBR-HIT)
                   WHEN "HARD"
                       ADD WS-F-TOYS-N TO WS-MBR-HARD(WS-MBR-HIT)
                   WHEN "PUZZ"
                       ADD WS-F-TOYS-N TO WS-MBR-PUZZ(WS-MBR-HIT)
                   WHEN "ELEC"
                       ADD WS-F-TOYS-N TO WS-MBR-ELEC(WS-MBR-HIT)
               END-EVALUATE.

           TALLY-TYPE.
               EVALUATE WS-F-TYPE
                   WHEN "SOFT"
               WRITE MONTHLY-OUT FROM DIVIDER-3
               PERFORM WRITE-BRANCH-TOTALS
               WRITE MONTHLY-OUT FROM DIVIDER-3
               PERFORM WRITE-BRANCH-TYPES
               WRITE MONTHLY-OUT FROM DIVIDER-3
               PERFORM WRITE-TYPE-TOTALS
               WRITE MONTHLY-OUT FROM DIVIDER-3
               MOVE WS-BUSIEST-DAY TO MY-DAY
                   WRITE MONTHLY-OUT FROM MONTHLY-BRANCH-LINE
               END-PERFORM.

           WRITE-BRANCH-TYPES.
               PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-COUNT
                   MOVE WS-MBR-CODE(WS-MBR-IDX) TO MX-CODE
                   MOVE WS-MBR-SOFT(WS-MBR-IDX) TO MX-SOFT
                   MOVE WS-MBR-HARD(WS-MBR-IDX) TO MX-HARD
                   MOVE WS-MBR-PUZZ(WS-MBR-IDX) TO MX-PUZZ
                   MOVE WS-MBR-ELEC(WS-MBR-IDX) TO MX-ELEC
                   WRITE MONTHLY-OUT FROM MONTHLY-BRTYPE-LINE
               END-PERFORM.

           WRITE-TYPE-TOTALS.
               MOVE "SOFT:" TO MT-LBL
               MOVE WS-MTYPE-SOFT TO MT-TOYS
