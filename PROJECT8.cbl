       B-APPLY-JOURNAL-RECORD.
           IF JR-SQLCODE = ' 000000000'
              AND (JR-FLAG = 'I' OR JR-FLAG = 'U' OR JR-FLAG = 'D'
                OR JR-FLAG = 'L' OR JR-FLAG = 'R' OR JR-FLAG = 'X'
                OR JR-FLAG = 'M')
               MOVE JR-EMP-ID TO WS-ASOF-KEY
               PERFORM B-FIND-ASOF-SLOT
               IF WS-ASOF-HIT > 0
                   IF JR-TS-YYYYMMDD <= WS-ASOF-DATE
                       MOVE 'Y' TO WS-AS-SEEN-ONBEF(WS-ASOF-HIT)
      *                A TRANSFER LEAVES THE STATUS AS IT WAS - ONLY
      *                THE LIFECYCLE FLAGS DECIDE LEAVE OR GONE
                       IF JR-FLAG NOT = 'M'
                           MOVE JR-FLAG TO WS-AS-LAST-FLAG(WS-ASOF-HIT)
                       END-IF
                   ELSE
                       IF JR-FLAG = 'I'
                          AND WS-AS-SEEN-ONBEF(WS-ASOF-HIT) NOT = 'Y'
