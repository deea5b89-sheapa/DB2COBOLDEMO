      * THE DAY'S DDAUDIT RECORDS (CROSS-CHECKED AGAINST EMPDEPT_HIST
      * END-DATES) AND SENDS ONLY ADDS, CHANGES, AND DELETES. A
      * TRAILER COUNT RECORD LETS THE RECEIVING SYSTEMS BALANCE.
      * THE MODE COMES FROM TONIGHT'S CARD ON THE SHOP CALENDAR
      * (DDCALNDR) - FULL ON WEEKENDS, HOLIDAYS AND PERIOD ENDS, DELTA
      * ON OTHER BUSINESS DAYS.  A 'FULL' CARD ON DDCNTL STILL FORCES
      * A FULL EXTRACT; WITHOUT A CALENDAR ENTRY FOR TONIGHT THE DDCNTL
      * CARD DECIDES AS IT ALWAYS HAS.
      ******************************************************************
       ENVIRONMENT DIVISION.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BC-CALENDAR-INPUT ASSIGN TO DDCALNDR
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           05  CT-RUN-MODE          PIC X(05).
           05  FILLER               PIC X(75).

       FD  BC-CALENDAR-INPUT
               RECORDING MODE IS F
               DATA RECORD IS BC-CALENDAR-RECORD.

       COPY CALENDAR.

       FD  RL-RUNLOG-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS RL-RUNLOG-RECORD.
           05  WS-AUD-EOF              PIC X(01)  VALUE 'N'.
           05  WS-CONTROL-FILE-STATUS  PIC X(02)  VALUE SPACES.
           05  WS-RUN-MODE             PIC X(05)  VALUE 'FULL'.
           05  WS-CARD-MODE            PIC X(05)  VALUE SPACES.
           05  WS-CALENDAR-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-CAL-EOF              PIC X(01)  VALUE 'N'.
           05  WS-CAL-FOUND            PIC X(01)  VALUE 'N'.
           05  WS-CAL-DAY-TYPE         PIC X(01)  VALUE SPACE.
           05  WS-CAL-PERIOD-END       PIC X(01)  VALUE SPACE.
           05  WS-HIST-COUNT           PIC 9(09)  VALUE ZERO.

       01  WS-RUNLOG-CONTROLS.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-LOAD-RUN-MODE.
           PERFORM A-WRITE-RUNLOG-START.
           OPEN OUTPUT EX-EXTRACT-OUTPUT.
           EXEC SQL
               DECLARE EXTRACT-CURSOR CURSOR FOR
           IF WS-CONTROL-FILE-STATUS = '00'
               READ CT-CONTROL-INPUT
                   AT END
                       MOVE SPACES TO WS-CARD-MODE
                   NOT AT END
                       MOVE CT-RUN-MODE TO WS-CARD-MODE
               END-READ
               CLOSE CT-CONTROL-INPUT
           END-IF.
           PERFORM A-LOAD-CALENDAR-MODE.
           EVALUATE TRUE
               WHEN WS-CARD-MODE = 'FULL'
                   MOVE 'FULL' TO WS-RUN-MODE
               WHEN WS-CAL-FOUND = 'Y'
                   IF WS-CAL-DAY-TYPE = 'B'
                      AND WS-CAL-PERIOD-END = SPACE
                       MOVE 'DELTA' TO WS-RUN-MODE
                   ELSE
                       MOVE 'FULL' TO WS-RUN-MODE
                   END-IF
                   DISPLAY 'CALENDAR DAY TYPE ' WS-CAL-DAY-TYPE
                       ' PERIOD END ' WS-CAL-PERIOD-END
               WHEN WS-CARD-MODE = 'DELTA'
                   MOVE 'DELTA' TO WS-RUN-MODE
               WHEN OTHER
                   MOVE 'FULL' TO WS-RUN-MODE
                   DISPLAY 'NO MODE CARD - FULL EXTRACT ASSUMED'
           END-EVALUATE.
           DISPLAY 'EXTRACT MODE ' WS-RUN-MODE.

      *    PICKS UP TONIGHT'S DAY TYPE AND PERIOD-END MARKER WHEN THE
      *    CALENDAR HAS A CARD FOR TONIGHT
       A-LOAD-CALENDAR-MODE.
           OPEN INPUT BC-CALENDAR-INPUT.
           IF WS-CALENDAR-FILE-STATUS = '00'
               READ BC-CALENDAR-INPUT
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
               END-READ
               PERFORM A-FIND-CALENDAR-DAY UNTIL WS-CAL-EOF = 'Y'
               CLOSE BC-CALENDAR-INPUT
           END-IF.
           IF WS-CAL-FOUND NOT = 'Y'
               DISPLAY 'WARNING - NO CALENDAR ENTRY FOR '
                   WS-CD-YYYYMMDD ' - MODE CARD DECIDES'
           END-IF.

       A-FIND-CALENDAR-DAY.
           IF BC-DATE = WS-CD-YYYYMMDD
               MOVE 'Y' TO WS-CAL-FOUND
               MOVE BC-DAY-TYPE TO WS-CAL-DAY-TYPE
               MOVE BC-PERIOD-END TO WS-CAL-PERIOD-END
               MOVE 'Y' TO WS-CAL-EOF
           ELSE
               IF BC-DATE > WS-CD-YYYYMMDD
                   MOVE 'Y' TO WS-CAL-EOF
               ELSE
                   READ BC-CALENDAR-INPUT
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF
                   END-READ
               END-IF
           END-IF.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
       B-COLLECT-AUDIT.
           IF AU-SQLCODE = ' 000000000'
              AND (AU-FLAG = 'I' OR AU-FLAG = 'U' OR AU-FLAG = 'D'
                OR AU-FLAG = 'L' OR AU-FLAG = 'R' OR AU-FLAG = 'X'
                OR AU-FLAG = 'M')
               PERFORM B-NOTE-AUDIT-ACTION
           END-IF.
           READ AU-AUDIT-INPUT
