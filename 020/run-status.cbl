       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-BOARD-DATE   PIC X(8).
       01  WS-RUN-DAY      PIC X(8) VALUE SPACES.
       01  WS-INPUT-DATE   PIC X(8).

       01  WS-STEP-TABLE.
           05 WS-STEP-COUNT PIC 9(2) VALUE 23.
           05 WS-STEP-ENTRY OCCURS 23 TIMES.
               10 WS-STEP-NO     PIC X(7).
               10 WS-STEP-PGM    PIC X(20).
               10 WS-STEP-START  PIC X(6).
               MOVE "INPUT-COLLECT" TO WS-STEP-PGM(4)
               MOVE "STEP015" TO WS-STEP-NO(5)
               MOVE "INPUT-EDIT" TO WS-STEP-PGM(5)
               MOVE "STEP016" TO WS-STEP-NO(6)
               MOVE "INTEGRITY-CHECK" TO WS-STEP-PGM(6)
               MOVE "STEP017" TO WS-STEP-NO(7)
               MOVE "TRAIL-VERIFY" TO WS-STEP-PGM(7)
               MOVE "STEP018" TO WS-STEP-NO(8)
               MOVE "BUILD-SHIPMENTS" TO WS-STEP-PGM(8)
               MOVE "STEP018" TO WS-STEP-NO(9)
               MOVE "RECEIPT-CONVERT" TO WS-STEP-PGM(9)
               MOVE "STEP020" TO WS-STEP-NO(10)
               MOVE "SARI-SARI-STORE" TO WS-STEP-PGM(10)
               MOVE "STEP021" TO WS-STEP-NO(11)
               MOVE "CARTON-FIT" TO WS-STEP-PGM(11)
               MOVE "STEP022" TO WS-STEP-NO(12)
               MOVE "DAY-RECONCILE" TO WS-STEP-PGM(12)
               MOVE "STEP023" TO WS-STEP-NO(13)
               MOVE "GL-MAP-CHECK" TO WS-STEP-PGM(13)
               MOVE "STEP023" TO WS-STEP-NO(14)
               MOVE "GL-ACK-MATCH" TO WS-STEP-PGM(14)
               MOVE "STEP024" TO WS-STEP-NO(15)
               MOVE "INVOICE-MATCH" TO WS-STEP-PGM(15)
               MOVE "STEP025" TO WS-STEP-NO(16)
               MOVE "MONTH-END-SUMMARY" TO WS-STEP-PGM(16)
               MOVE "STEP026" TO WS-STEP-NO(17)
               MOVE "AGE-OUT-LIST" TO WS-STEP-PGM(17)
               MOVE "STEP027" TO WS-STEP-NO(18)
               MOVE "DEMAND-FORECAST" TO WS-STEP-PGM(18)
               MOVE "STEP028" TO WS-STEP-NO(19)
               MOVE "STOCK-REBALANCE" TO WS-STEP-PGM(19)
               MOVE "STEP029" TO WS-STEP-NO(20)
               MOVE "CAMPAIGN-PROGRESS" TO WS-STEP-PGM(20)
               MOVE "STEP031" TO WS-STEP-NO(21)
               MOVE "WRAP-REQUISITION" TO WS-STEP-PGM(21)
               MOVE "STEP033" TO WS-STEP-NO(22)
               MOVE "PERIOD-CONTROL" TO WS-STEP-PGM(22)
               MOVE "STEP035" TO WS-STEP-NO(23)
               MOVE "HOUSEKEEPING" TO WS-STEP-PGM(23)
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   MOVE SPACES TO WS-STEP-START(WS-STEP-IDX)
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-RECORD-DAY
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE RUN-STATUS-FILE
               END-IF.

           CHECK-RECORD-DAY.
               IF RS-PROGRAM = "BUSINESS-DATE" THEN
                   IF RS-EVENT = "BEGIN" THEN
                       MOVE RS-DATE TO WS-RUN-DAY
                   ELSE
                       MOVE SPACES TO WS-RUN-DAY
                   END-IF
               ELSE IF WS-RUN-DAY NOT = SPACES THEN
                   IF WS-RUN-DAY = WS-BOARD-DATE THEN
                       PERFORM NOTE-STATUS-RECORD
                   END-IF
               ELSE IF RS-DATE = WS-BOARD-DATE THEN
                   PERFORM NOTE-STATUS-RECORD
               END-IF
               END-IF
               END-IF.

           NOTE-STATUS-RECORD.
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   DISPLAY BOARD-LINE
               END-PERFORM
               DISPLAY "----------------------------------------"
               DISPLAY "STEP013 RUNS ON 1 JANUARY ONLY, STEP025 TO "
                   "STEP027 ON THE 1ST OF THE MONTH ONLY".
