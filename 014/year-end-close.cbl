           05 KM-YTD       PIC 9(6).
           05 KM-MTD       PIC 9(6).
           05 KM-LAST-DATE PIC 9(8).
           05 KM-BIRTH-DATE PIC 9(8).
           05 KM-ELIG-STATUS PIC X(1).
           05 KM-HOUSEHOLD PIC 9(5).

       FD  YTD-HISTORY-FILE.
       01  YTD-HISTORY-RECORD.
               10 WS-KM-YTD      PIC 9(6).
               10 WS-KM-MTD      PIC 9(6).
               10 WS-KM-LAST     PIC 9(8).
               10 WS-KM-BIRTH    PIC 9(8).
               10 WS-KM-ELIG     PIC X(1).
               10 WS-KM-HH       PIC 9(5).

       01  WS-BEFORE-KIDS  PIC 9(6) VALUE 0.
       01  WS-BEFORE-YTD   PIC 9(8) VALUE 0.
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
                   MOVE WS-KM-YTD(WS-KM-IDX) TO KM-YTD
                   MOVE WS-KM-MTD(WS-KM-IDX) TO KM-MTD
                   MOVE WS-KM-LAST(WS-KM-IDX) TO KM-LAST-DATE
                   MOVE WS-KM-BIRTH(WS-KM-IDX) TO KM-BIRTH-DATE
                   MOVE WS-KM-ELIG(WS-KM-IDX) TO KM-ELIG-STATUS
                   MOVE WS-KM-HH(WS-KM-IDX) TO KM-HOUSEHOLD
                   WRITE KID-MASTER-RECORD
               END-PERFORM
               CLOSE KID-MASTER-FILE.
