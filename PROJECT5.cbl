           05  AU-SQLCODE      PIC X(10).
           05  FILLER          PIC X(01).
           05  AU-TIMESTAMP    PIC X(21).
           05  FILLER          PIC X(01).
      *    TRANSFERS ONLY - THE UNIT THE EMPLOYEE MOVED OUT OF
           05  AU-FROM-UNIT-ID PIC X(04).
           05  AU-FROM-UNIT-N REDEFINES AU-FROM-UNIT-ID
                               PIC 9(04).
           05  FILLER          PIC X(09).

       FD  RR-RECON-OUTPUT
               RECORDING MODE IS F
       B-REPLAY-AUDIT.
           IF AU-SQLCODE = ' 000000000'
              AND (AU-FLAG = 'I' OR AU-FLAG = 'U' OR AU-FLAG = 'D'
                OR AU-FLAG = 'L' OR AU-FLAG = 'R' OR AU-FLAG = 'X'
                OR AU-FLAG = 'M')
               ADD 1 TO WS-AUDIT-APPLIED
               MOVE AU-UNIT-ID TO WS-RECON-UNIT
               PERFORM B-FIND-UNIT-SLOT
                   WHEN 'D'
                       SUBTRACT 1
                           FROM WS-UNIT-EXPECTED(WS-RECON-SLOT)
      *            A TRANSFER IS ONE HEAD IN TO THE NEW UNIT AND ONE
      *            HEAD OUT OF THE OLD ONE
                   WHEN 'M'
                       ADD 1 TO WS-UNIT-EXPECTED(WS-RECON-SLOT)
                       IF AU-FROM-UNIT-ID NUMERIC
                           MOVE AU-FROM-UNIT-N TO WS-RECON-UNIT
                           PERFORM B-FIND-UNIT-SLOT
                           SUBTRACT 1
                               FROM WS-UNIT-EXPECTED(WS-RECON-SLOT)
                       END-IF
               END-EVALUATE
               PERFORM B-NOTE-LAST-ACTION
           ELSE
