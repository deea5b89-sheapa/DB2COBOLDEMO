       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT21.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT RUNS EVERY NIGHT AHEAD OF PROJECT1 AND EDITS
      * THE SHOP BUSINESS-DAY CALENDAR ON DDCALNDR - EVERY DATE VALID,
      * IN ORDER WITH NO GAPS, A B/W/H DAY TYPE, AND EXACTLY ONE
      * MONTH-END MARKER PER MONTH ON ITS LAST BUSINESS DAY ('Y' IN
      * DECEMBER).  THE REPORT ON DDCALRPT LISTS ANY EDIT ERRORS, THE
      * WEEKENDS, HOLIDAYS AND PERIOD ENDS OF THE NEXT SIXTY DAYS,
      * AND HOW FAR AHEAD THE CALENDAR RUNS.  A CALENDAR ENDING
      * WITHIN SIXTY DAYS ENDS THE STEP 4 SO OPERATIONS EXTEND IT
      * BEFORE PROJECT1, PROJECT6 AND PROJECT9 FALL BACK TO PLAIN
      * CALENDAR DAYS; ONE THAT FAILS ITS EDITS OR NO LONGER COVERS
      * TONIGHT ENDS 8.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BC-CALENDAR-INPUT ASSIGN TO DDCALNDR
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT RP-CALENDAR-REPORT ASSIGN TO DDCALRPT.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BC-CALENDAR-INPUT
               RECORDING MODE IS F
               DATA RECORD IS BC-CALENDAR-RECORD.

       COPY CALENDAR.

       FD  RP-CALENDAR-REPORT
               RECORDING MODE IS F
               DATA RECORD IS RP-REPORT-LINE.

       01  RP-REPORT-LINE           PIC X(80).

       FD  RL-RUNLOG-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS RL-RUNLOG-RECORD.

       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  MISC.
           05  WS-CAL-EOF              PIC X(01)  VALUE 'N'.
           05  WS-CALENDAR-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-CALENDAR-FOUND       PIC X(01)  VALUE 'N'.
           05  WS-CARD-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-DATE-OK              PIC X(01)  VALUE 'N'.
           05  WS-FIRST-DATE           PIC X(08)  VALUE SPACES.
           05  WS-LAST-DATE            PIC X(08)  VALUE SPACES.
           05  WS-EXPECT-DATE          PIC X(08)  VALUE SPACES.
           05  WS-TODAY-FOUND          PIC X(01)  VALUE 'N'.
           05  WS-HORIZON-DATE         PIC X(08)  VALUE SPACES.
           05  WS-STEP-COUNT           PIC 9(03)  VALUE ZERO.
           05  WS-ERROR-MESSAGE        PIC X(50)  VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYYMMDD          PIC X(08).
           05  FILLER                  PIC X(13).

      *    THE MONTH BEING READ - ITS MARKER IS CHECKED WHEN THE NEXT
      *    MONTH'S FIRST CARD ARRIVES (OR AT END OF FILE, IF THE FILE
      *    STOPS ON THE MONTH'S LAST DAY).  A MONTH THE FILE PICKS UP
      *    PART WAY THROUGH IS NOT CHECKED
       01  WS-MONTH-CONTROLS.
           05  WS-MC-YYYYMM            PIC X(06)  VALUE SPACES.
           05  WS-MC-WHOLE             PIC X(01)  VALUE 'N'.
           05  WS-MC-LAST-BUS-DATE     PIC X(08)  VALUE SPACES.
           05  WS-MC-MARK-DATE         PIC X(08)  VALUE SPACES.
           05  WS-MC-MARK-TYPE         PIC X(01)  VALUE SPACE.
           05  WS-MC-MARK-COUNT        PIC 9(03)  VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-DW-DATE.
               10  WS-DW-YYYY          PIC 9(04).
               10  WS-DW-MM            PIC 9(02).
               10  WS-DW-DD            PIC 9(02).
           05  WS-DW-DATE-X REDEFINES WS-DW-DATE
                                       PIC X(08).
           05  WS-DW-QUOTIENT          PIC 9(04)  VALUE ZERO.
           05  WS-DW-REM-4             PIC 9(04)  VALUE ZERO.
           05  WS-DW-REM-100           PIC 9(04)  VALUE ZERO.
           05  WS-DW-REM-400           PIC 9(04)  VALUE ZERO.
           05  WS-DW-MONTH-LAST        PIC 9(02)  VALUE ZERO.

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER  PIC X(24)  VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 9(02)  OCCURS 12 TIMES.

      *    NON-BUSINESS DAYS AND PERIOD ENDS OF THE NEXT SIXTY DAYS,
      *    PRINTED AFTER THE EDIT ERRORS
       01  WS-UPCOMING-TABLE.
           05  WS-UP-ENTRY OCCURS 61 TIMES.
               10  WS-UP-DATE          PIC X(08).
               10  WS-UP-DAY-TYPE      PIC X(01).
               10  WS-UP-PERIOD-END    PIC X(01).
               10  WS-UP-DESCRIPTION   PIC X(20).
       01  WS-UP-COUNT                 PIC 9(03)  VALUE ZERO.
       01  WS-UP-IX                    PIC 9(03)  VALUE ZERO.

       01  WS-RUNLOG-CONTROLS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-RUNLOG-OPEN          PIC X(01)  VALUE 'N'.
           05  WS-RL-NOW.
               10  WS-RN-DATE          PIC X(08).
               10  WS-RN-TIME          PIC X(06).
               10  FILLER              PIC X(07).

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 THE CALENDAR RUNS OUT WITHIN SIXTY DAYS, 8 NO CALENDAR,
      *    IT NO LONGER COVERS TONIGHT, OR IT FAILED ITS EDITS
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-RUNS-OUT             PIC X(01)  VALUE 'N'.
           05  WS-NOT-COVERED          PIC X(01)  VALUE 'N'.

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(42)
               VALUE 'PROJECT21 - SHOP BUSINESS-DAY CALENDAR    '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  WS-TL-RUN-DATE      PIC X(08).
           05  FILLER              PIC X(21)  VALUE SPACES.

       01  WS-ERROR-LINE.
           05  WS-EL-DATE          PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-EL-MESSAGE       PIC X(50).
           05  FILLER              PIC X(20)  VALUE SPACES.

       01  WS-UPCOMING-HEADING.
           05  FILLER              PIC X(10)  VALUE 'DATE'.
           05  FILLER              PIC X(13)  VALUE 'DAY'.
           05  FILLER              PIC X(12)  VALUE 'PERIOD END'.
           05  FILLER              PIC X(45)  VALUE 'DESCRIPTION'.

       01  WS-UPCOMING-LINE.
           05  WS-UL-DATE          PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-UL-DAY-TYPE      PIC X(11).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-UL-PERIOD-END    PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-UL-DESCRIPTION   PIC X(20).
           05  FILLER              PIC X(25)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL          PIC X(30).
           05  WS-TT-COUNT          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(41)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-WRITE-RUNLOG-START.
           OPEN OUTPUT RP-CALENDAR-REPORT.
           MOVE WS-CD-YYYYMMDD TO WS-TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           PERFORM A-SET-HORIZON.

      *    SIXTY CALENDAR DAYS ON FROM TONIGHT
       A-SET-HORIZON.
           MOVE WS-CD-YYYYMMDD TO WS-DW-DATE-X.
           PERFORM VARYING WS-STEP-COUNT FROM 1 BY 1
                   UNTIL WS-STEP-COUNT > 60
               PERFORM B-NEXT-DAY
           END-PERFORM.
           MOVE WS-DW-DATE-X TO WS-HORIZON-DATE.
           DISPLAY 'CALENDAR MUST RUN THROUGH ' WS-HORIZON-DATE.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT21' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'EDIT' TO RL-RUN-MODE
               MOVE ZERO TO RL-RECORDS-READ
               MOVE ZERO TO RL-RECORDS-APPLIED
               MOVE ZERO TO RL-RECORDS-REJECTED
               MOVE ZERO TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
           ELSE
               DISPLAY 'WARNING - RUN LOG UNAVAILABLE, STATUS '
                   WS-RUNLOG-FILE-STATUS
           END-IF.

       B-CONTROL.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'CALENDAR EDIT ERRORS' TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           OPEN INPUT BC-CALENDAR-INPUT.
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               DISPLAY 'NO BUSINESS CALENDAR ON DDCALNDR'
               MOVE '*** NO CALENDAR ON DDCALNDR' TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           ELSE
               MOVE 'Y' TO WS-CALENDAR-FOUND
               READ BC-CALENDAR-INPUT
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
               END-READ
               PERFORM B-EDIT-ONE-CARD UNTIL WS-CAL-EOF = 'Y'
               CLOSE BC-CALENDAR-INPUT
               PERFORM B-CHECK-LAST-MONTH
               IF WS-ERROR-COUNT = 0
                   MOVE 'NONE' TO RP-REPORT-LINE
                   WRITE RP-REPORT-LINE
               END-IF
           END-IF.
           PERFORM B-WRITE-UPCOMING.
           PERFORM B-WRITE-COVERAGE.

       B-EDIT-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           PERFORM B-CHECK-CARD-DATE.
           IF WS-DATE-OK = 'Y'
               PERFORM B-CHECK-SEQUENCE
               PERFORM B-CHECK-DAY-TYPE
               PERFORM B-TRACK-MONTH
               IF BC-DATE = WS-CD-YYYYMMDD
                   MOVE 'Y' TO WS-TODAY-FOUND
               END-IF
               IF BC-DATE >= WS-CD-YYYYMMDD
                  AND BC-DATE <= WS-HORIZON-DATE
                  AND (BC-DAY-TYPE NOT = 'B'
                    OR BC-PERIOD-END NOT = SPACE)
                   PERFORM B-NOTE-UPCOMING
               END-IF
           END-IF.
           READ BC-CALENDAR-INPUT
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
           END-READ.

      *    A NUMERIC DATE THAT IS NOT ON THE CALENDAR (MONTH 13,
      *    APRIL 31) FAILS THE SAME WAY AS A NON-NUMERIC ONE, AND THE
      *    CARD TAKES NO PART IN THE SEQUENCE CHECKS
       B-CHECK-CARD-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF BC-DATE NUMERIC
               MOVE BC-DATE TO WS-DW-DATE-X
               PERFORM B-SET-MONTH-LAST
               IF WS-DW-MM >= 1 AND WS-DW-MM <= 12
                  AND WS-DW-DD >= 1 AND WS-DW-DD <= WS-DW-MONTH-LAST
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.
           IF WS-DATE-OK NOT = 'Y'
               MOVE 'DATE IS NOT A VALID YYYYMMDD' TO WS-ERROR-MESSAGE
               PERFORM B-WRITE-ERROR
           END-IF.

      *    EACH CARD MUST BE THE DAY AFTER THE ONE BEFORE IT
       B-CHECK-SEQUENCE.
           IF WS-FIRST-DATE = SPACES
               MOVE BC-DATE TO WS-FIRST-DATE
           ELSE
               IF BC-DATE <= WS-LAST-DATE
                   MOVE 'OUT OF ORDER OR DUPLICATE DATE'
                       TO WS-ERROR-MESSAGE
                   PERFORM B-WRITE-ERROR
               ELSE
                   IF BC-DATE NOT = WS-EXPECT-DATE
                       MOVE SPACES TO WS-ERROR-MESSAGE
                       STRING 'GAP - NO CARD FROM ' DELIMITED BY SIZE
                              WS-EXPECT-DATE DELIMITED BY SIZE
                           INTO WS-ERROR-MESSAGE
                       PERFORM B-WRITE-ERROR
                   END-IF
               END-IF
           END-IF.
           IF BC-DATE > WS-LAST-DATE OR WS-LAST-DATE = SPACES
               MOVE BC-DATE TO WS-LAST-DATE
               MOVE BC-DATE TO WS-DW-DATE-X
               PERFORM B-NEXT-DAY
               MOVE WS-DW-DATE-X TO WS-EXPECT-DATE
           END-IF.

       B-CHECK-DAY-TYPE.
           IF BC-DAY-TYPE NOT = 'B' AND BC-DAY-TYPE NOT = 'W'
              AND BC-DAY-TYPE NOT = 'H'
               MOVE 'DAY TYPE IS NOT B, W OR H' TO WS-ERROR-MESSAGE
               PERFORM B-WRITE-ERROR
           END-IF.
           EVALUATE TRUE
               WHEN BC-PERIOD-END = SPACE
                   CONTINUE
               WHEN BC-PERIOD-END NOT = 'M' AND BC-PERIOD-END NOT = 'Y'
                   MOVE 'PERIOD END IS NOT M, Y OR BLANK'
                       TO WS-ERROR-MESSAGE
                   PERFORM B-WRITE-ERROR
               WHEN BC-DAY-TYPE NOT = 'B'
                   MOVE 'PERIOD END MARKED ON A NON-BUSINESS DAY'
                       TO WS-ERROR-MESSAGE
                   PERFORM B-WRITE-ERROR
               WHEN BC-PERIOD-END = 'Y' AND BC-DATE(5:2) NOT = '12'
                   MOVE 'YEAR END MARKED OUTSIDE DECEMBER'
                       TO WS-ERROR-MESSAGE
                   PERFORM B-WRITE-ERROR
           END-EVALUATE.

       B-TRACK-MONTH.
           IF BC-DATE(1:6) NOT = WS-MC-YYYYMM
               IF WS-MC-YYYYMM NOT = SPACES
                   PERFORM B-CHECK-MONTH-MARKER
               END-IF
               MOVE BC-DATE(1:6) TO WS-MC-YYYYMM
               IF BC-DATE(7:2) = '01'
                   MOVE 'Y' TO WS-MC-WHOLE
               ELSE
                   MOVE 'N' TO WS-MC-WHOLE
               END-IF
               MOVE SPACES TO WS-MC-LAST-BUS-DATE
               MOVE SPACES TO WS-MC-MARK-DATE
               MOVE SPACE TO WS-MC-MARK-TYPE
               MOVE ZERO TO WS-MC-MARK-COUNT
           END-IF.
           IF BC-DAY-TYPE = 'B'
               MOVE BC-DATE TO WS-MC-LAST-BUS-DATE
           END-IF.
           IF BC-PERIOD-END NOT = SPACE
               MOVE BC-DATE TO WS-MC-MARK-DATE
               MOVE BC-PERIOD-END TO WS-MC-MARK-TYPE
               ADD 1 TO WS-MC-MARK-COUNT
           END-IF.

      *    THE FINAL MONTH IS ONLY WHOLE IF THE FILE RUNS TO ITS LAST
      *    DAY - OTHERWISE ITS MARKER MAY SIMPLY NOT BE KEYED YET
       B-CHECK-LAST-MONTH.
           IF WS-MC-YYYYMM NOT = SPACES
               MOVE WS-LAST-DATE TO WS-DW-DATE-X
               PERFORM B-SET-MONTH-LAST
               IF WS-LAST-DATE(1:6) = WS-MC-YYYYMM
                  AND WS-DW-DD = WS-DW-MONTH-LAST
                   PERFORM B-CHECK-MONTH-MARKER
               END-IF
           END-IF.

       B-CHECK-MONTH-MARKER.
           IF WS-MC-WHOLE = 'Y'
               MOVE SPACES TO WS-ERROR-MESSAGE
               EVALUATE TRUE
                   WHEN WS-MC-MARK-COUNT = 0
                       MOVE 'MONTH HAS NO MONTH-END MARKER'
                           TO WS-ERROR-MESSAGE
                   WHEN WS-MC-MARK-COUNT > 1
                       MOVE 'MONTH HAS MORE THAN ONE MONTH-END MARKER'
                           TO WS-ERROR-MESSAGE
                   WHEN WS-MC-MARK-DATE NOT = WS-MC-LAST-BUS-DATE
                       STRING 'MARKER NOT ON LAST BUSINESS DAY '
                                  DELIMITED BY SIZE
                              WS-MC-LAST-BUS-DATE DELIMITED BY SIZE
                           INTO WS-ERROR-MESSAGE
                   WHEN WS-MC-YYYYMM(5:2) = '12'
                    AND WS-MC-MARK-TYPE NOT = 'Y'
                       MOVE 'DECEMBER MONTH END MUST BE MARKED Y'
                           TO WS-ERROR-MESSAGE
               END-EVALUATE
               IF WS-ERROR-MESSAGE NOT = SPACES
                   MOVE WS-MC-YYYYMM TO WS-EL-DATE
                   MOVE WS-ERROR-MESSAGE TO WS-EL-MESSAGE
                   MOVE WS-ERROR-LINE TO RP-REPORT-LINE
                   WRITE RP-REPORT-LINE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       B-WRITE-ERROR.
           MOVE BC-DATE TO WS-EL-DATE.
           MOVE WS-ERROR-MESSAGE TO WS-EL-MESSAGE.
           MOVE WS-ERROR-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           ADD 1 TO WS-ERROR-COUNT.

       B-NOTE-UPCOMING.
           IF WS-UP-COUNT < 61
               ADD 1 TO WS-UP-COUNT
               MOVE BC-DATE TO WS-UP-DATE(WS-UP-COUNT)
               MOVE BC-DAY-TYPE TO WS-UP-DAY-TYPE(WS-UP-COUNT)
               MOVE BC-PERIOD-END TO WS-UP-PERIOD-END(WS-UP-COUNT)
               MOVE BC-DESCRIPTION TO WS-UP-DESCRIPTION(WS-UP-COUNT)
           END-IF.

       B-WRITE-UPCOMING.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'NON-BUSINESS DAYS AND PERIOD ENDS - NEXT 60 DAYS'
               TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE WS-UPCOMING-HEADING TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           PERFORM VARYING WS-UP-IX FROM 1 BY 1
                   UNTIL WS-UP-IX > WS-UP-COUNT
               PERFORM B-WRITE-ONE-UPCOMING
           END-PERFORM.
           IF WS-UP-COUNT = 0
               MOVE 'NONE' TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       B-WRITE-ONE-UPCOMING.
           MOVE WS-UP-DATE(WS-UP-IX) TO WS-UL-DATE.
           EVALUATE WS-UP-DAY-TYPE(WS-UP-IX)
               WHEN 'B'
                   MOVE 'BUSINESS' TO WS-UL-DAY-TYPE
               WHEN 'W'
                   MOVE 'WEEKEND' TO WS-UL-DAY-TYPE
               WHEN 'H'
                   MOVE 'HOLIDAY' TO WS-UL-DAY-TYPE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-UL-DAY-TYPE
           END-EVALUATE.
           EVALUATE WS-UP-PERIOD-END(WS-UP-IX)
               WHEN 'M'
                   MOVE 'MONTH END' TO WS-UL-PERIOD-END
               WHEN 'Y'
                   MOVE 'YEAR END' TO WS-UL-PERIOD-END
               WHEN OTHER
                   MOVE SPACES TO WS-UL-PERIOD-END
           END-EVALUATE.
           MOVE WS-UP-DESCRIPTION(WS-UP-IX) TO WS-UL-DESCRIPTION.
           MOVE WS-UPCOMING-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.

       B-WRITE-COVERAGE.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE SPACES TO RP-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-CALENDAR-FOUND NOT = 'Y'
                 OR WS-TODAY-FOUND NOT = 'Y'
                   MOVE 'Y' TO WS-NOT-COVERED
                   STRING '*** CALENDAR DOES NOT COVER TONIGHT ('
                              DELIMITED BY SIZE
                          WS-CD-YYYYMMDD DELIMITED BY SIZE
                          ') - STREAM IS USING PLAIN DAYS'
                              DELIMITED BY SIZE
                       INTO RP-REPORT-LINE
               WHEN WS-LAST-DATE < WS-HORIZON-DATE
                   MOVE 'Y' TO WS-RUNS-OUT
                   STRING '*** CALENDAR RUNS OUT AFTER '
                              DELIMITED BY SIZE
                          WS-LAST-DATE DELIMITED BY SIZE
                          ' - WITHIN 60 DAYS, EXTEND IT'
                              DELIMITED BY SIZE
                       INTO RP-REPORT-LINE
               WHEN OTHER
                   STRING 'CALENDAR RUNS ' DELIMITED BY SIZE
                          WS-FIRST-DATE DELIMITED BY SIZE
                          ' THROUGH ' DELIMITED BY SIZE
                          WS-LAST-DATE DELIMITED BY SIZE
                       INTO RP-REPORT-LINE
           END-EVALUATE.
           WRITE RP-REPORT-LINE.

      *    STEPS WS-DW-DATE FORWARD ONE CALENDAR DAY
       B-NEXT-DAY.
           PERFORM B-SET-MONTH-LAST.
           IF WS-DW-DD < WS-DW-MONTH-LAST
               ADD 1 TO WS-DW-DD
           ELSE
               MOVE 1 TO WS-DW-DD
               IF WS-DW-MM < 12
                   ADD 1 TO WS-DW-MM
               ELSE
                   MOVE 1 TO WS-DW-MM
                   ADD 1 TO WS-DW-YYYY
               END-IF
           END-IF.

      *    DAYS IN THE MONTH OF WS-DW-DATE, LEAP YEARS INCLUDED - A
      *    MONTH OUTSIDE 1-12 GIVES ZERO
       B-SET-MONTH-LAST.
           MOVE ZERO TO WS-DW-MONTH-LAST.
           IF WS-DW-MM >= 1 AND WS-DW-MM <= 12
               MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-DW-MONTH-LAST
               IF WS-DW-MM = 2
                   PERFORM B-CHECK-LEAP-YEAR
               END-IF
           END-IF.

       B-CHECK-LEAP-YEAR.
           DIVIDE WS-DW-YYYY BY 4 GIVING WS-DW-QUOTIENT
               REMAINDER WS-DW-REM-4.
           DIVIDE WS-DW-YYYY BY 100 GIVING WS-DW-QUOTIENT
               REMAINDER WS-DW-REM-100.
           DIVIDE WS-DW-YYYY BY 400 GIVING WS-DW-QUOTIENT
               REMAINDER WS-DW-REM-400.
           IF WS-DW-REM-4 = 0
              AND (WS-DW-REM-100 NOT = 0 OR WS-DW-REM-400 = 0)
               MOVE 29 TO WS-DW-MONTH-LAST
           END-IF.

       C-END.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'CALENDAR CARDS READ' TO WS-TT-LABEL.
           MOVE WS-CARD-COUNT TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'EDIT ERRORS' TO WS-TT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           CLOSE RP-CALENDAR-REPORT.
           DISPLAY 'CALENDAR CARDS ' WS-CARD-COUNT
               ' EDIT ERRORS ' WS-ERROR-COUNT
               ' LAST DATE ' WS-LAST-DATE.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT21' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'EDIT' TO RL-RUN-MODE
               MOVE WS-CARD-COUNT TO RL-RECORDS-READ
               MOVE ZERO TO RL-RECORDS-APPLIED
               MOVE WS-ERROR-COUNT TO RL-RECORDS-REJECTED
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-NOT-COVERED = 'Y' OR WS-ERROR-COUNT > 0
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-RUNS-OUT = 'Y'
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
