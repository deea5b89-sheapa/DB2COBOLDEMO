           05  JR-TIMESTAMP.
               10  JR-TS-YYYYMMDD  PIC X(08).
               10  FILLER          PIC X(13).
           05  FILLER          PIC X(01).
      *    TRANSFERS ONLY - THE UNIT THE EMPLOYEE MOVED OUT OF
           05  JR-FROM-UNIT-ID PIC X(04).
           05  JR-FROM-UNIT-N REDEFINES JR-FROM-UNIT-ID
                               PIC 9(04).
           05  FILLER          PIC X(09).

       FD  RP-INQUIRY-OUTPUT
               RECORDING MODE IS F
           05  FILLER              PIC X(05)  VALUE 'UNIT '.
           05  FILLER              PIC X(11)  VALUE 'SQLCODE'.
           05  FILLER              PIC X(09)  VALUE 'TIMESTAMP'.
           05  FILLER              PIC X(13)  VALUE SPACES.
           05  FILLER              PIC X(04)  VALUE 'FROM'.
           05  FILLER              PIC X(05)  VALUE SPACES.

       01  WS-TRAN-LINE.
           05  WS-TL-FLAG          PIC X(01).
           05  WS-TL-SQLCODE       PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-TL-TIMESTAMP     PIC X(21).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-TL-FROM-UNIT     PIC X(04).
           05  FILLER              PIC X(05)  VALUE SPACES.

       01  WS-XREF-LINE.
           05  WS-XL-EMP-ID        PIC 9(06).
       B-CHECK-ONE-RECORD.
           IF JR-TS-YYYYMMDD >= WS-FROM-DATE
              AND JR-TS-YYYYMMDD <= WS-TO-DATE
      *        A TRANSFER BELONGS TO BOTH THE UNIT IT LEFT AND THE
      *        UNIT IT JOINED
               IF (WS-KEY-TYPE = 'E' AND JR-EMP-ID = WS-KEY-EMP)
                  OR (WS-KEY-TYPE = 'U' AND JR-UNIT-ID = WS-KEY-UNIT)
                  OR (WS-KEY-TYPE = 'U' AND JR-FLAG = 'M'
                      AND JR-FROM-UNIT-ID NUMERIC
                      AND JR-FROM-UNIT-N = WS-KEY-UNIT)
                   PERFORM B-WRITE-TRAN-LINE
               END-IF
           END-IF.
           MOVE JR-UNIT-ID TO WS-TL-UNIT-ID.
           MOVE JR-SQLCODE TO WS-TL-SQLCODE.
           MOVE JR-TIMESTAMP TO WS-TL-TIMESTAMP.
           MOVE JR-FROM-UNIT-ID TO WS-TL-FROM-UNIT.
           MOVE WS-TRAN-LINE TO RP-INQUIRY-LINE.
           WRITE RP-INQUIRY-LINE.
           ADD 1 TO WS-TRAN-COUNT.
