      * OR ONE WHOSE APPLIED COUNT DISAGREES WITH OUR TRAILER, PUTS
      * AN EXCEPTION ON DDACKRPT AND ENDS THE STEP NONZERO SO THE
      * SCHEDULER RAISES IT INSTEAD OF TRUSTING THE FEED BLIND.
      * THE GRACE PERIOD IS IN BUSINESS DAYS FROM THE SHOP CALENDAR
      * (DDCALNDR) - AN UNCONFIRMED EXTRACT DOES NOT AGE ON A WEEKEND
      * OR HOLIDAY, WHEN PAYROLL ACKNOWLEDGES NOTHING.  WITHOUT A
      * CALENDAR ENTRY FOR TONIGHT EVERY DAY COUNTS.
      ******************************************************************
       ENVIRONMENT DIVISION.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BC-CALENDAR-INPUT ASSIGN TO DDCALNDR
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

                                    PIC 9(02).
           05  FILLER               PIC X(78).

       FD  BC-CALENDAR-INPUT
               RECORDING MODE IS F
               DATA RECORD IS BC-CALENDAR-RECORD.

       COPY CALENDAR.

       FD  RL-RUNLOG-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS RL-RUNLOG-RECORD.
           05  WS-REGISTER-IN-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-CONTROL-FILE-STATUS  PIC X(02)  VALUE SPACES.
           05  WS-GRACE-DAYS           PIC 9(02)  VALUE 1.
           05  WS-CALENDAR-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-CAL-EOF              PIC X(01)  VALUE 'N'.
           05  WS-CAL-FOUND            PIC X(01)  VALUE 'N'.
           05  WS-BUSINESS-DAY         PIC X(01)  VALUE 'Y'.
           05  WS-EXTRACT-SEEN         PIC X(01)  VALUE 'N'.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYYMMDD          PIC X(08).
           05  FILLER                  PIC X(13).

       01  WS-RUNLOG-CONTROLS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-RUNLOG-OPEN          PIC X(01)  VALUE 'N'.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-LOAD-GRACE-DAYS.
           PERFORM A-LOAD-CALENDAR.
           PERFORM A-WRITE-RUNLOG-START.
           OPEN OUTPUT RP-EXCEPTION-OUTPUT.
           MOVE 'PROJECT9 - EXTRACT ACKNOWLEDGMENT RECONCILIATION'
               END-READ
               CLOSE CT-CONTROL-INPUT
           END-IF.
           DISPLAY 'ACK GRACE PERIOD ' WS-GRACE-DAYS ' BUSINESS DAYS'.

       A-LOAD-CALENDAR.
           OPEN INPUT BC-CALENDAR-INPUT.
           IF WS-CALENDAR-FILE-STATUS = '00'
               READ BC-CALENDAR-INPUT
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
               END-READ
               PERFORM A-FIND-CALENDAR-DAY UNTIL WS-CAL-EOF = 'Y'
               CLOSE BC-CALENDAR-INPUT
           END-IF.
           IF WS-CAL-FOUND = 'Y'
               IF WS-BUSINESS-DAY NOT = 'Y'
                   DISPLAY 'NOT A BUSINESS DAY - UNCONFIRMED '
                       'EXTRACTS DO NOT AGE TONIGHT'
               END-IF
           ELSE
               MOVE 'Y' TO WS-BUSINESS-DAY
               DISPLAY 'WARNING - NO CALENDAR ENTRY FOR '
                   WS-CD-YYYYMMDD ' - COUNTED AS A BUSINESS DAY'
           END-IF.

       A-FIND-CALENDAR-DAY.
           IF BC-DATE = WS-CD-YYYYMMDD
               MOVE 'Y' TO WS-CAL-FOUND
               IF BC-DAY-TYPE = 'B'
                   MOVE 'Y' TO WS-BUSINESS-DAY
               ELSE
                   MOVE 'N' TO WS-BUSINESS-DAY
               END-IF
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

      *    A CONFIRMED EXTRACT DROPS OFF THE REGISTER - ANYTHING
      *    UNCONFIRMED IS CARRIED FORWARD A DAY OLDER, AND PAST THE
      *    GRACE PERIOD IT BECOMES THE ALARM THIS STEP EXISTS FOR.
      *    IT ONLY GETS OLDER ON A BUSINESS DAY
       C-SETTLE-ONE-EXTRACT.
           MOVE WS-RG-EXTRACT-DATE(WS-REG-IX) TO WS-XD-EXTRACT-DATE.
           MOVE WS-RG-MODE(WS-REG-IX) TO WS-XD-MODE.
                   PERFORM B-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN OTHER
                   IF WS-BUSINESS-DAY = 'Y'
                       ADD 1 TO WS-RG-DAYS-OUT(WS-REG-IX)
                   END-IF
                   MOVE WS-RG-DAYS-OUT(WS-REG-IX) TO WS-DAYS-DISPLAY
                   IF WS-RG-DAYS-OUT(WS-REG-IX) > WS-GRACE-DAYS
                       MOVE SPACES TO WS-XD-REMARK
