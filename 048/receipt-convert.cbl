       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIPT-CONVERT.
       AUTHOR. LUISA EUSTAQUIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNCTL-FILE
           ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT PACK-SIZE-FILE
           ASSIGN TO 'packsize.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PACK-STATUS.

       SELECT PO-FILE
           ASSIGN TO 'po.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.

       SELECT RECEIPTS-FILE
           ASSIGN TO 'receipts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

       SELECT RECEIPTS-TMP-FILE
           ASSIGN TO 'receipts.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-TMP-STATUS.

       SELECT PACK-VAR-FILE
           ASSIGN TO 'packvar.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PV-STATUS.

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

       FD  PACK-SIZE-FILE.
       01  PACK-SIZE-RECORD.
           05 PK-SUPPLIER  PIC X(4).
           05 PK-TOYTYPE   PIC A(1).
           05 PK-UNIT      PIC X(4).
           05 PK-PIECES    PIC 9(4).
           05 PK-MULTIPLE  PIC 9(4).

       FD  PO-FILE.
       01  PO-RECORD.
           05 PO-NUMBER    PIC 9(6).
           05 PO-DATE      PIC 9(8).
           05 PO-SUPPLIER  PIC X(4).
           05 PO-TOYTYPE   PIC A(1).
           05 PO-QTY       PIC 9(6).
           05 PO-RECEIVED  PIC 9(6).
           05 PO-STATUS    PIC X(1).
           05 PO-UNIT-COST PIC 9(5)V99.
           05 PO-UNIT      PIC X(4).
           05 PO-PACK      PIC 9(4).

       FD  RECEIPTS-FILE.
       01  RECEIPT-RECORD.
           05 RCP-BRANCH   PIC A(2).
           05 RCP-TOYTYPE  PIC A(1).
           05 RCP-QTY      PIC 9(4).
           05 RCP-DONOR    PIC X(4).
           05 RCP-UNIT-COST PIC 9(5)V99.
           05 RCP-UOM      PIC X(1).
           05 RCP-PACK-COUNT PIC 9(4).

       FD  RECEIPTS-TMP-FILE.
       01  RECEIPT-TMP-RECORD PIC X(23).

       FD  PACK-VAR-FILE.
       01  PACK-VAR-RECORD.
           05 PV-DATE      PIC 9(8).
           05 PV-SUPPLIER  PIC X(4).
           05 PV-TOYTYPE   PIC A(1).
           05 PV-BRANCH    PIC A(2).
           05 PV-PO        PIC 9(6).
           05 PV-UNITS     PIC 9(4).
           05 PV-UNIT      PIC X(4).
           05 PV-MASTER-PACK PIC 9(4).
           05 PV-COUNTED-PACK PIC 9(4).
           05 PV-PIECES    PIC 9(6).

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
           05 RS-PROGRAM   PIC X(20) VALUE "RECEIPT-CONVERT".
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-EVENT     PIC X(5).
           05 FILL         PIC X(1) VALUE SPACE.
           05 RS-RC        PIC 9(3).

       01  WS-RUNCTL-STATUS PIC X(2).
       01  WS-RUNCTL-EOF   PIC A(1) VALUE 'N'.
       01  WS-PACK-STATUS  PIC X(2).
       01  WS-PO-STATUS    PIC X(2).
       01  WS-RCPT-STATUS  PIC X(2).
       01  WS-RCPT-TMP-STATUS PIC X(2).
       01  WS-PV-STATUS    PIC X(2).
       01  WS-EOF          PIC A(1) VALUE 'N'.
       01  WS-FULL-DATE    PIC X(21).
       01  WS-RUN-DATE     PIC X(8).
       01  WS-RCPT-FILENAME PIC X(20) VALUE "receipts.dat".
       01  WS-RCPT-TMPNAME PIC X(20) VALUE "receipts.tmp".
       01  WS-RENAME-RC    PIC S9(9) COMP-5.

       01  WS-PACK-TABLE.
           05 WS-PK-COUNT  PIC 9(3) VALUE 0.
           05 WS-PK-ENTRY OCCURS 200 TIMES.
               10 WS-PKT-SUPPLIER PIC X(4).
               10 WS-PKT-TOYTYPE  PIC A(1).
               10 WS-PKT-UNIT     PIC X(4).
               10 WS-PKT-PIECES   PIC 9(4).
               10 WS-PKT-MULTIPLE PIC 9(4).
       01  WS-PK-IDX       PIC 9(3).
       01  WS-PK-REJECTED  PIC 9(3) VALUE 0.
       01  WS-PK-KEY-SUP   PIC X(4).
       01  WS-PK-KEY-TYPE  PIC A(1).
       01  WS-PK-FOUND     PIC A(1).
       01  WS-PK-UNIT-FOUND PIC X(4).
       01  WS-PK-PIECES-FOUND PIC 9(4).
       01  WS-PK-MULT-FOUND PIC 9(4).

       01  WS-PO-TABLE.
           05 WS-POT-COUNT PIC 9(3) VALUE 0.
           05 WS-POT-ENTRY OCCURS 300 TIMES.
               10 WS-POT-NUMBER   PIC 9(6).
               10 WS-POT-SUPPLIER PIC X(4).
               10 WS-POT-TOYTYPE  PIC A(1).
       01  WS-POT-IDX      PIC 9(3).
       01  WS-CNV-PO       PIC 9(6).

       01  WS-CNV-PACK     PIC 9(4).
       01  WS-CNV-PIECES   PIC 9(8).
       01  WS-RCPT-READ    PIC 9(5) VALUE 0.
       01  WS-CONVERTED    PIC 9(5) VALUE 0.
       01  WS-UNCONVERTED  PIC 9(5) VALUE 0.
       01  WS-VARIANCES    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "START" TO RS-EVENT
           PERFORM WRITE-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-DATE
           MOVE WS-FULL-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUNCTL

           OPEN INPUT RECEIPTS-FILE
           IF WS-RCPT-STATUS = "35" THEN
               DISPLAY "NO RECEIPTS.DAT FOR " WS-RUN-DATE
                   " -- NOTHING TO CONVERT"
           ELSE
               PERFORM LOAD-PACK-SIZES
               PERFORM LOAD-OPEN-POS
               OPEN OUTPUT RECEIPTS-TMP-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECEIPTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RCPT-READ
                           IF RCP-UOM = 'U' THEN
                               PERFORM CONVERT-RECEIPT-UNITS
                           END-IF
                           WRITE RECEIPT-TMP-RECORD FROM RECEIPT-RECORD
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF
               CLOSE RECEIPTS-FILE
               CLOSE RECEIPTS-TMP-FILE
               CALL "CBL_RENAME_FILE" USING WS-RCPT-TMPNAME
                   WS-RCPT-FILENAME
                   RETURNING WS-RENAME-RC
               END-CALL
               DISPLAY "RECEIPTS READ: " WS-RCPT-READ
                   " CONVERTED FROM SUPPLIER UNITS: " WS-CONVERTED
               IF WS-VARIANCES > 0 THEN
                   DISPLAY WS-VARIANCES " CARTON PACK COUNTS DIFFER "
                       "FROM PACKSIZE.DAT -- LOGGED TO PACKVAR.DAT"
               END-IF
           END-IF

           IF WS-UNCONVERTED > 0 THEN
               DISPLAY WS-UNCONVERTED " RECEIPTS STILL IN SUPPLIER "
                   "UNITS -- ADD THE PACK SIZE OR COUNTED PACK "
                   "AND RERUN RECEIPT-CONVERT"
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-VARIANCES > 0 OR WS-PK-REJECTED > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
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

           LOAD-PACK-SIZES.
               MOVE 0 TO WS-PK-COUNT
               MOVE 'N' TO WS-EOF
               OPEN INPUT PACK-SIZE-FILE
               IF WS-PACK-STATUS = "35" THEN
                   DISPLAY "PACKSIZE.DAT NOT FOUND -- SUPPLIER UNITS "
                       "NEED A COUNTED PACK ON THE RECEIPT"
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PACK-SIZE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-PACK-SIZE
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PACK-SIZE-FILE
               END-IF.

           LOAD-ONE-PACK-SIZE.
               IF PK-SUPPLIER = SPACES
                  OR PK-PIECES IS NOT NUMERIC
                  OR PK-PIECES = 0 THEN
                   ADD 1 TO WS-PK-REJECTED
                   DISPLAY "PACKSIZE.DAT ENTRY REJECTED: "
                       PACK-SIZE-RECORD
               ELSE IF WS-PK-COUNT >= 200 THEN
                   ADD 1 TO WS-PK-REJECTED
                   DISPLAY "PACKSIZE.DAT EXCEEDS 200-ENTRY TABLE "
                       "LIMIT -- ENTRY DROPPED"
               ELSE
                   ADD 1 TO WS-PK-COUNT
                   MOVE PK-SUPPLIER TO WS-PKT-SUPPLIER(WS-PK-COUNT)
                   MOVE PK-TOYTYPE TO WS-PKT-TOYTYPE(WS-PK-COUNT)
                   MOVE PK-UNIT TO WS-PKT-UNIT(WS-PK-COUNT)
                   MOVE PK-PIECES TO WS-PKT-PIECES(WS-PK-COUNT)
                   IF PK-MULTIPLE IS NUMERIC AND PK-MULTIPLE > 0 THEN
                       MOVE PK-MULTIPLE
                           TO WS-PKT-MULTIPLE(WS-PK-COUNT)
                   ELSE
                       MOVE 1 TO WS-PKT-MULTIPLE(WS-PK-COUNT)
                   END-IF
               END-IF
               END-IF.

           FIND-PACK-SIZE.
               MOVE 'N' TO WS-PK-FOUND
               MOVE "UNIT" TO WS-PK-UNIT-FOUND
               MOVE 0 TO WS-PK-PIECES-FOUND
               MOVE 1 TO WS-PK-MULT-FOUND
               PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-COUNT
                      OR WS-PK-FOUND = 'Y'
                   IF WS-PKT-SUPPLIER(WS-PK-IDX) = WS-PK-KEY-SUP
                      AND WS-PKT-TOYTYPE(WS-PK-IDX) = WS-PK-KEY-TYPE
                      THEN
                       MOVE 'Y' TO WS-PK-FOUND
                       MOVE WS-PKT-UNIT(WS-PK-IDX) TO WS-PK-UNIT-FOUND
                       MOVE WS-PKT-PIECES(WS-PK-IDX)
                           TO WS-PK-PIECES-FOUND
                       MOVE WS-PKT-MULTIPLE(WS-PK-IDX)
                           TO WS-PK-MULT-FOUND
                   END-IF
               END-PERFORM.

           LOAD-OPEN-POS.
               MOVE 0 TO WS-POT-COUNT
               MOVE 'N' TO WS-EOF
               OPEN INPUT PO-FILE
               IF WS-PO-STATUS = "35" THEN
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF PO-STATUS = 'O'
                                  AND WS-POT-COUNT < 300 THEN
                                   ADD 1 TO WS-POT-COUNT
                                   MOVE PO-NUMBER TO
                                       WS-POT-NUMBER(WS-POT-COUNT)
                                   MOVE PO-SUPPLIER TO
                                       WS-POT-SUPPLIER(WS-POT-COUNT)
                                   MOVE PO-TOYTYPE TO
                                       WS-POT-TOYTYPE(WS-POT-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PO-FILE
               END-IF.

           CONVERT-RECEIPT-UNITS.
               MOVE RCP-DONOR TO WS-PK-KEY-SUP
               MOVE RCP-TOYTYPE TO WS-PK-KEY-TYPE
               PERFORM FIND-PACK-SIZE
               IF RCP-PACK-COUNT IS NUMERIC
                  AND RCP-PACK-COUNT > 0 THEN
                   MOVE RCP-PACK-COUNT TO WS-CNV-PACK
               ELSE
                   MOVE 0 TO RCP-PACK-COUNT
                   MOVE WS-PK-PIECES-FOUND TO WS-CNV-PACK
               END-IF
               COMPUTE WS-CNV-PIECES = RCP-QTY * WS-CNV-PACK
               IF WS-CNV-PACK = 0 THEN
                   ADD 1 TO WS-UNCONVERTED
                   DISPLAY "RECEIPT " RCP-BRANCH " " RCP-TOYTYPE " "
                       RCP-DONOR " QTY " RCP-QTY " IN SUPPLIER UNITS "
                       "HAS NO PACK SIZE AND NO COUNTED PACK"
               ELSE IF WS-CNV-PIECES > 9999 THEN
                   ADD 1 TO WS-UNCONVERTED
                   DISPLAY "RECEIPT " RCP-BRANCH " " RCP-TOYTYPE " "
                       RCP-DONOR " QTY " RCP-QTY " X " WS-CNV-PACK
                       " EXCEEDS 9999 PIECES -- SPLIT THE RECEIPT"
               ELSE
                   IF RCP-PACK-COUNT > 0
                      AND RCP-PACK-COUNT NOT = WS-PK-PIECES-FOUND THEN
                       PERFORM LOG-PACK-VARIANCE
                   END-IF
                   MOVE WS-CNV-PIECES TO RCP-QTY
                   MOVE 'P' TO RCP-UOM
                   ADD 1 TO WS-CONVERTED
               END-IF
               END-IF.

           LOG-PACK-VARIANCE.
               MOVE 0 TO WS-CNV-PO
               PERFORM VARYING WS-POT-IDX FROM 1 BY 1
                   UNTIL WS-POT-IDX > WS-POT-COUNT
                      OR WS-CNV-PO > 0
                   IF WS-POT-SUPPLIER(WS-POT-IDX) = RCP-DONOR
                      AND WS-POT-TOYTYPE(WS-POT-IDX) = RCP-TOYTYPE
                      THEN
                       MOVE WS-POT-NUMBER(WS-POT-IDX) TO WS-CNV-PO
                   END-IF
               END-PERFORM
               MOVE WS-RUN-DATE TO PV-DATE
               MOVE RCP-DONOR TO PV-SUPPLIER
               MOVE RCP-TOYTYPE TO PV-TOYTYPE
               MOVE RCP-BRANCH TO PV-BRANCH
               MOVE WS-CNV-PO TO PV-PO
               MOVE RCP-QTY TO PV-UNITS
               MOVE WS-PK-UNIT-FOUND TO PV-UNIT
               MOVE WS-PK-PIECES-FOUND TO PV-MASTER-PACK
               MOVE RCP-PACK-COUNT TO PV-COUNTED-PACK
               MOVE WS-CNV-PIECES TO PV-PIECES
               OPEN EXTEND PACK-VAR-FILE
               IF WS-PV-STATUS = "35" THEN
                   OPEN OUTPUT PACK-VAR-FILE
               END-IF
               WRITE PACK-VAR-RECORD
               CLOSE PACK-VAR-FILE
               ADD 1 TO WS-VARIANCES.

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
