       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT23.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT PRINTS THE POSITION VARIANCE REPORT FOR THE
      * DIVISION HEADS.  EVERY UNIT ON DEPTS IS SHOWN UNDER ITS
      * DIVISION (THE PARENT UNIT, OR THE UNIT ITSELF WHEN THE PARENT
      * IS ZERO - THE SAME ROLLUP AS THE PROJECT2 COMPANY SUMMARY)
      * WITH ITS AUTHORIZED HEADCOUNT, ACTIVE AND ON-LEAVE STAFF FROM
      * EMPDEPT, OPEN POSITIONS, AND THE HEADCOUNT PROJECTED 30, 60
      * AND 90 DAYS OUT FROM THE FUTURE-DATED HIRES, TRANSFERS,
      * LEAVES, REINSTATEMENTS AND TERMINATIONS PROJECT1 HAS PARKED
      * ON ITS PENDING FILE (DDPENDOUT, READ HERE AS DDPENDIN).  A
      * DIVISION SUMMARY FOLLOWS, THEN AN EXCEPTION PAGE OF UNITS
      * WITH NO AUTHORIZATION SET AND ONE OF UNITS PROJECTED OVER
      * THEIR AUTHORIZATION.  REPORT ON DDPOSRPT.  HEADCOUNT MEANS
      * ACTIVE PLUS ON LEAVE, THE SAME COUNT PROJECT1 HOLDS AGAINST
      * DEPT-AUTH-HEADCOUNT
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-PENDING-INPUT ASSIGN TO DDPENDIN
               FILE STATUS IS WS-PENDING-IN-STATUS.

           SELECT RP-POSITION-REPORT ASSIGN TO DDPOSRPT.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-PENDING-INPUT
               RECORDING MODE IS F
               DATA RECORD IS PI-PENDING-RECORD.

       01  PI-PENDING-RECORD        PIC X(80).

       FD  RP-POSITION-REPORT
               RECORDING MODE IS F
               DATA RECORD IS RP-REPORT-LINE.

      *    COLUMN 1 IS ASA CARRIAGE CONTROL - '1' STARTS A NEW PAGE
       01  RP-REPORT-LINE.
           05  RP-CC                PIC X(01).
           05  RP-DATA              PIC X(79).

       FD  RL-RUNLOG-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS RL-RUNLOG-RECORD.

       COPY RUNLOG.

       WORKING-STORAGE SECTION.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE EMPDEPT
           END-EXEC.

           EXEC SQL
             INCLUDE DEPTS
           END-EXEC.

       01  MISC.
           05  WS-DEPT-EOF             PIC X(01)  VALUE 'N'.
           05  WS-COUNT-EOF            PIC X(01)  VALUE 'N'.
           05  WS-PEND-EOF             PIC X(01)  VALUE 'N'.
           05  WS-PENDING-IN-STATUS    PIC X(02)  VALUE SPACES.
           05  WS-PENDING-FOUND        PIC X(01)  VALUE 'N'.
           05  WS-DEPT-READ-COUNT      PIC 9(07)  VALUE ZERO.
           05  WS-MEMBER-COUNT         PIC 9(09)  VALUE ZERO.
           05  WS-STEP-COUNT           PIC 9(03)  VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYYMMDD          PIC X(08).
           05  FILLER                  PIC X(13).

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

      *    THE THREE PROJECTION DATES - TONIGHT PLUS 30, 60 AND 90
      *    CALENDAR DAYS.  A PENDING CARD COUNTS IN EVERY PROJECTION
      *    ON OR AFTER ITS EFFECTIVE DATE
       01  WS-HORIZON-TABLE.
           05  WS-HZ-DATE              PIC X(08)  OCCURS 3 TIMES.
       01  WS-HZ-IX                    PIC 9(01)  VALUE ZERO.

      *    THE PARKED FEED CARD - SAME LAYOUT AS PROJECT1'S
      *    UI-EMPLOYEE-DETAILS.  PARKED CARDS HAVE ALREADY BEEN
      *    THROUGH B-TRANSLATE-UNIT, SO THE UNIT IS ALWAYS FOUR DIGITS
       01  WS-PEND-IMAGE.
           05  WS-PE-FLAG              PIC X(01).
           05  FILLER                  PIC X(01).
           05  WS-PE-EMP-ID            PIC 9(06).
           05  FILLER                  PIC X(22).
           05  WS-PE-UNIT-ID           PIC 9(04).
           05  FILLER                  PIC X(01).
           05  WS-PE-EFF-DATE          PIC X(08).
           05  FILLER                  PIC X(17).
           05  WS-PE-FROM-UNIT-X       PIC X(04).
           05  WS-PE-FROM-UNIT-ID REDEFINES WS-PE-FROM-UNIT-X
                                       PIC 9(04).
           05  FILLER                  PIC X(16).

       01  WS-PENDING-CONTROLS.
           05  WS-PEND-READ            PIC 9(07)  VALUE ZERO.
           05  WS-PEND-PROJECTED       PIC 9(07)  VALUE ZERO.
           05  WS-PEND-BEYOND          PIC 9(07)  VALUE ZERO.
           05  WS-PEND-NO-EFFECT       PIC 9(07)  VALUE ZERO.
           05  WS-PEND-UNUSABLE        PIC 9(07)  VALUE ZERO.
      *        FIRST PROJECTION THE CARD FALLS INTO, ZERO IF BEYOND
           05  WS-PC-FIRST-HZ          PIC 9(01)  VALUE ZERO.
      *        STATUS OF THE ROW THE CARD ACTS ON AS EMPDEPT HAS IT
      *        TONIGHT - A ROW NOT YET THERE IS TAKEN AS ACTIVE, SINCE
      *        IT CAN ONLY BE A HIRE STILL PARKED AHEAD OF THIS CARD
           05  WS-PC-PRIOR-STATUS      PIC X(01)  VALUE SPACE.
           05  WS-PC-UNIT-ID           PIC 9(04)  VALUE ZERO.
           05  WS-PC-DELTA             PIC S9(01) VALUE ZERO.

      *    ONE SLOT PER UNIT ON DEPTS IN UNIT ORDER, PLUS ANY UNIT
      *    EMPDEPT OR THE PENDING FILE NAMES THAT DEPTS DOES NOT
       01  WS-UNIT-TABLE.
           05  WS-UT-ENTRY OCCURS 1000 TIMES.
               10  WS-UT-UNIT-ID       PIC 9(04).
               10  WS-UT-NAME          PIC X(20).
               10  WS-UT-STATUS        PIC X(01).
               10  WS-UT-DIV-ID        PIC 9(04).
               10  WS-UT-AUTH          PIC 9(05).
               10  WS-UT-ACTIVE        PIC 9(05).
               10  WS-UT-LEAVE         PIC 9(05).
               10  WS-UT-CHANGE        PIC S9(05) OCCURS 3 TIMES.
               10  WS-UT-PRINTED       PIC X(01).
       01  WS-UT-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-UT-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-UT-SX                    PIC 9(04)  VALUE ZERO.
       01  WS-UT-KEY                   PIC 9(04)  VALUE ZERO.
       01  WS-UT-HIT                   PIC 9(04)  VALUE ZERO.

      *    THE UNIT OR DIVISION FIGURES BEING PRINTED
       01  WS-FIGURES.
           05  WS-FG-AUTH              PIC 9(07)  VALUE ZERO.
           05  WS-FG-ACTIVE            PIC 9(07)  VALUE ZERO.
           05  WS-FG-LEAVE             PIC 9(07)  VALUE ZERO.
           05  WS-FG-OPEN              PIC S9(07) VALUE ZERO.
           05  WS-FG-PROJ              PIC S9(07) OCCURS 3 TIMES.
           05  WS-FG-REPORTED          PIC X(01)  VALUE 'N'.
           05  WS-FG-OVER              PIC X(01)  VALUE 'N'.
           05  WS-FG-FIRST-OVER        PIC 9(01)  VALUE ZERO.

      *    DIVISION ROLLUPS IN THE ORDER THEY PRINT, KEPT FOR THE
      *    SUMMARY PAGE - NEVER MORE THAN THERE ARE UNITS.  A UNIT
      *    WITH NO AUTHORIZATION ADDS ITS STAFF BUT NO OPEN POSITIONS
       01  WS-DIV-TABLE.
           05  WS-DV-ENTRY OCCURS 1000 TIMES.
               10  WS-DV-DIV-ID        PIC 9(04).
               10  WS-DV-NAME          PIC X(20).
               10  WS-DV-AUTH          PIC 9(07).
               10  WS-DV-ACTIVE        PIC 9(07).
               10  WS-DV-LEAVE         PIC 9(07).
               10  WS-DV-OPEN          PIC S9(07).
               10  WS-DV-PROJ          PIC S9(07) OCCURS 3 TIMES.
       01  WS-DV-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-DV-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-DIV-ID                   PIC 9(04)  VALUE ZERO.
       01  WS-DIV-NAME                 PIC X(20)  VALUE SPACES.

       01  WS-COMPANY-TOTALS.
           05  WS-CO-AUTH              PIC 9(07)  VALUE ZERO.
           05  WS-CO-ACTIVE            PIC 9(07)  VALUE ZERO.
           05  WS-CO-LEAVE             PIC 9(07)  VALUE ZERO.
           05  WS-CO-OPEN              PIC S9(07) VALUE ZERO.
           05  WS-CO-PROJ              PIC S9(07) OCCURS 3 TIMES.

       01  WS-EXCEPTION-COUNTS.
           05  WS-NO-AUTH-COUNT        PIC 9(05)  VALUE ZERO.
           05  WS-OVER-COUNT           PIC 9(05)  VALUE ZERO.

       01  WS-RUNLOG-CONTROLS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-RUNLOG-OPEN          PIC X(01)  VALUE 'N'.
           05  WS-RL-NOW.
               10  WS-RN-DATE          PIC X(08).
               10  WS-RN-TIME          PIC X(06).
               10  FILLER              PIC X(07).

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 A UNIT IS PROJECTED OVER ITS AUTHORIZATION, 8 AN IN-CORE
      *    TABLE OVERFLOWED (REPORT INCOMPLETE), 12 UNRECOVERABLE SQL
      *    ERROR
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-SQL-FATAL            PIC X(01)  VALUE 'N'.
           05  WS-TABLE-FULL           PIC X(01)  VALUE 'N'.

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(42)
               VALUE 'PROJECT23 - POSITION VARIANCE BY DIVISION '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  WS-TL-RUN-DATE      PIC X(08).
           05  FILLER              PIC X(20)  VALUE SPACES.

       01  WS-HORIZON-LINE.
           05  FILLER              PIC X(20)
               VALUE 'PROJECTED AS AT +30 '.
           05  WS-HL-DATE-1        PIC X(08).
           05  FILLER              PIC X(06)  VALUE '  +60 '.
           05  WS-HL-DATE-2        PIC X(08).
           05  FILLER              PIC X(06)  VALUE '  +90 '.
           05  WS-HL-DATE-3        PIC X(08).
           05  FILLER              PIC X(23)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(25) VALUE 'UNIT DEPARTMENT'.
           05  FILLER              PIC X(06) VALUE '  AUTH'.
           05  FILLER              PIC X(06) VALUE 'ACTIVE'.
           05  FILLER              PIC X(06) VALUE ' LEAVE'.
           05  FILLER              PIC X(07) VALUE '   OPEN'.
           05  FILLER              PIC X(07) VALUE '    +30'.
           05  FILLER              PIC X(07) VALUE '    +60'.
           05  FILLER              PIC X(07) VALUE '    +90'.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-DIV-HEADING-LINE.
           05  FILLER              PIC X(25) VALUE 'DIV  DIVISION'.
           05  FILLER              PIC X(06) VALUE '  AUTH'.
           05  FILLER              PIC X(06) VALUE 'ACTIVE'.
           05  FILLER              PIC X(06) VALUE ' LEAVE'.
           05  FILLER              PIC X(07) VALUE '   OPEN'.
           05  FILLER              PIC X(07) VALUE '    +30'.
           05  FILLER              PIC X(07) VALUE '    +60'.
           05  FILLER              PIC X(07) VALUE '    +90'.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-DIVISION-LINE.
           05  FILLER              PIC X(09)  VALUE 'DIVISION '.
           05  WS-DL-DIV-ID        PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-DIV-NAME      PIC X(20).
           05  FILLER              PIC X(45)  VALUE SPACES.

      *    ONE LAYOUT SERVES UNITS, DIVISION TOTALS AND THE SUMMARY -
      *    THE LABEL IS THE UNIT OR DIVISION AND ITS NAME.  A MINUS
      *    OPEN FIGURE IS HEADCOUNT OVER AUTHORIZATION
       01  WS-FIGURE-LINE.
           05  WS-FL-LABEL.
               10  WS-FL-ID        PIC 9(04).
               10  FILLER          PIC X(01)  VALUE SPACE.
               10  WS-FL-NAME      PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-FL-AUTH          PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-FL-ACTIVE        PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-FL-LEAVE         PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-FL-OPEN          PIC -----9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-FL-PROJ-1        PIC -----9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-FL-PROJ-2        PIC -----9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-FL-PROJ-3        PIC -----9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-FL-REMARK        PIC X(07).
       01  WS-FIGURE-LABEL-X REDEFINES WS-FIGURE-LINE.
           05  WS-FL-LABEL-X       PIC X(25).
           05  FILLER              PIC X(54).

       01  WS-NO-AUTH-HEADING.
           05  FILLER              PIC X(26) VALUE 'UNIT DEPARTMENT'.
           05  FILLER              PIC X(08) VALUE 'STATUS'.
           05  FILLER              PIC X(04) VALUE 'DIV'.
           05  FILLER              PIC X(06) VALUE 'ACTIVE'.
           05  FILLER              PIC X(06) VALUE ' LEAVE'.
           05  FILLER              PIC X(07) VALUE '    +90'.
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-NO-AUTH-LINE.
           05  WS-NA-UNIT-ID       PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-NA-NAME          PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-NA-STATUS        PIC X(08).
           05  WS-NA-DIV-ID        PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-NA-ACTIVE        PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-NA-LEAVE         PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-NA-PROJ-3        PIC -----9.
           05  FILLER              PIC X(22)  VALUE SPACES.

       01  WS-OVER-HEADING.
           05  FILLER              PIC X(25) VALUE 'UNIT DEPARTMENT'.
           05  FILLER              PIC X(06) VALUE '  AUTH'.
           05  FILLER              PIC X(07) VALUE '  TODAY'.
           05  FILLER              PIC X(07) VALUE '    +30'.
           05  FILLER              PIC X(07) VALUE '    +60'.
           05  FILLER              PIC X(07) VALUE '    +90'.
           05  FILLER              PIC X(20) VALUE '  FIRST OVER'.

       01  WS-OVER-LINE.
           05  WS-OL-UNIT-ID       PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-OL-NAME          PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-OL-AUTH          PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-OL-TODAY         PIC -----9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-OL-PROJ-1        PIC -----9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-OL-PROJ-2        PIC -----9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-OL-PROJ-3        PIC -----9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-OL-FIRST-OVER    PIC X(08).
           05  FILLER              PIC X(10)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL          PIC X(30).
           05  WS-TT-COUNT          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(40)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-WRITE-RUNLOG-START.
           PERFORM A-SET-HORIZONS.
           OPEN OUTPUT RP-POSITION-REPORT.
           MOVE '1' TO RP-CC.
           MOVE WS-CD-YYYYMMDD TO WS-TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE SPACE TO RP-CC.
           MOVE WS-HZ-DATE(1) TO WS-HL-DATE-1.
           MOVE WS-HZ-DATE(2) TO WS-HL-DATE-2.
           MOVE WS-HZ-DATE(3) TO WS-HL-DATE-3.
           MOVE WS-HORIZON-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           EXEC SQL
               DECLARE POS-DEPT-CURSOR CURSOR FOR
                   SELECT UNIT_ID, DEPT_NAME, DEPT_STATUS, PARENT_UNIT,
                          AUTH_HEADCOUNT
                     FROM DEPTS
                    ORDER BY UNIT_ID
           END-EXEC.
           EXEC SQL
               DECLARE POS-COUNT-CURSOR CURSOR FOR
                   SELECT UNIT_ID, EMP_STATUS, COUNT(*)
                     FROM EMPDEPT
                    WHERE EMP_STATUS IN ('A', 'L')
                    GROUP BY UNIT_ID, EMP_STATUS
                    ORDER BY UNIT_ID, EMP_STATUS
           END-EXEC.

      *    TONIGHT PLUS 30, 60 AND 90 CALENDAR DAYS
       A-SET-HORIZONS.
           MOVE WS-CD-YYYYMMDD TO WS-DW-DATE-X.
           PERFORM VARYING WS-STEP-COUNT FROM 1 BY 1
                   UNTIL WS-STEP-COUNT > 90
               PERFORM B-NEXT-DAY
               EVALUATE WS-STEP-COUNT
                   WHEN 30
                       MOVE WS-DW-DATE-X TO WS-HZ-DATE(1)
                   WHEN 60
                       MOVE WS-DW-DATE-X TO WS-HZ-DATE(2)
                   WHEN 90
                       MOVE WS-DW-DATE-X TO WS-HZ-DATE(3)
               END-EVALUATE
           END-PERFORM.
           DISPLAY 'PROJECTING TO ' WS-HZ-DATE(1) ' ' WS-HZ-DATE(2)
               ' ' WS-HZ-DATE(3).

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT23' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'RPT' TO RL-RUN-MODE
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
           PERFORM B-LOAD-DEPTS.
           IF WS-SQL-FATAL NOT = 'Y'
               PERFORM B-LOAD-HEADCOUNTS
           END-IF.
           IF WS-SQL-FATAL NOT = 'Y'
               PERFORM B-LOAD-PENDING
           END-IF.
           IF WS-SQL-FATAL NOT = 'Y'
               PERFORM B-WRITE-UNIT-SECTION
               PERFORM B-WRITE-DIVISION-SUMMARY
               PERFORM B-WRITE-NO-AUTH-PAGE
               PERFORM B-WRITE-OVER-AUTH-PAGE
           END-IF.

       B-LOAD-DEPTS.
           EXEC SQL
               OPEN POS-DEPT-CURSOR
           END-EXEC.
           PERFORM B-FETCH-DEPT.
           PERFORM B-NOTE-DEPT UNTIL WS-DEPT-EOF = 'Y'.
           EXEC SQL
               CLOSE POS-DEPT-CURSOR
           END-EXEC.
           DISPLAY 'DEPTS ROWS READ ' WS-DEPT-READ-COUNT.

       B-FETCH-DEPT.
           EXEC SQL
               FETCH POS-DEPT-CURSOR
                INTO :DEPT-UNIT-ID, :DEPT-NAME, :DEPT-STATUS,
                     :DEPT-PARENT-UNIT, :DEPT-AUTH-HEADCOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-DEPT-EOF
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON DEPTS FETCH SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
           ELSE
               ADD 1 TO WS-DEPT-READ-COUNT
           END-IF.

      *    A ZERO PARENT MEANS THE UNIT HEADS ITS OWN DIVISION
       B-NOTE-DEPT.
           IF WS-UT-COUNT < 1000
               ADD 1 TO WS-UT-COUNT
               INITIALIZE WS-UT-ENTRY(WS-UT-COUNT)
               MOVE DEPT-UNIT-ID TO WS-UT-UNIT-ID(WS-UT-COUNT)
               MOVE DEPT-NAME TO WS-UT-NAME(WS-UT-COUNT)
               MOVE DEPT-STATUS TO WS-UT-STATUS(WS-UT-COUNT)
               MOVE DEPT-AUTH-HEADCOUNT TO WS-UT-AUTH(WS-UT-COUNT)
               IF DEPT-PARENT-UNIT = ZERO
                   MOVE DEPT-UNIT-ID TO WS-UT-DIV-ID(WS-UT-COUNT)
               ELSE
                   MOVE DEPT-PARENT-UNIT TO WS-UT-DIV-ID(WS-UT-COUNT)
               END-IF
           ELSE
               IF WS-TABLE-FULL NOT = 'Y'
                   DISPLAY 'WARNING - OVER 1000 UNITS, '
                       'REPORT INCOMPLETE'
               END-IF
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.
           PERFORM B-FETCH-DEPT.

      *    RETURNS THE UNIT SLOT FOR WS-UT-KEY IN WS-UT-HIT, OR ZERO
       B-FIND-UNIT.
           MOVE ZERO TO WS-UT-HIT.
           PERFORM VARYING WS-UT-SX FROM 1 BY 1
                   UNTIL WS-UT-SX > WS-UT-COUNT
                      OR WS-UT-HIT > 0
               IF WS-UT-UNIT-ID(WS-UT-SX) = WS-UT-KEY
                   MOVE WS-UT-SX TO WS-UT-HIT
               END-IF
           END-PERFORM.

      *    A UNIT THAT IS NOT ON DEPTS STILL SHOWS, AS ITS OWN
      *    DIVISION WITH NO AUTHORIZATION, SO NO STAFF GO UNCOUNTED.
      *    WS-UT-HIT STAYS ZERO ONLY WHEN THE TABLE IS FULL
       B-FIND-OR-ADD-UNIT.
           PERFORM B-FIND-UNIT.
           IF WS-UT-HIT = 0
               IF WS-UT-COUNT < 1000
                   ADD 1 TO WS-UT-COUNT
                   INITIALIZE WS-UT-ENTRY(WS-UT-COUNT)
                   MOVE WS-UT-KEY TO WS-UT-UNIT-ID(WS-UT-COUNT)
                   MOVE 'NOT ON DEPTS' TO WS-UT-NAME(WS-UT-COUNT)
                   MOVE '?' TO WS-UT-STATUS(WS-UT-COUNT)
                   MOVE WS-UT-KEY TO WS-UT-DIV-ID(WS-UT-COUNT)
                   MOVE WS-UT-COUNT TO WS-UT-HIT
               ELSE
                   IF WS-TABLE-FULL NOT = 'Y'
                       DISPLAY 'WARNING - OVER 1000 UNITS, '
                           'REPORT INCOMPLETE'
                   END-IF
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       B-LOAD-HEADCOUNTS.
           EXEC SQL
               OPEN POS-COUNT-CURSOR
           END-EXEC.
           PERFORM B-FETCH-HEADCOUNT.
           PERFORM B-NOTE-HEADCOUNT UNTIL WS-COUNT-EOF = 'Y'.
           EXEC SQL
               CLOSE POS-COUNT-CURSOR
           END-EXEC.

       B-FETCH-HEADCOUNT.
           EXEC SQL
               FETCH POS-COUNT-CURSOR
                INTO :UNIT-ID, :EMP-STATUS, :WS-MEMBER-COUNT
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-COUNT-EOF
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON EMPDEPT FETCH SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
           END-IF.

       B-NOTE-HEADCOUNT.
           MOVE UNIT-ID TO WS-UT-KEY.
           PERFORM B-FIND-OR-ADD-UNIT.
           IF WS-UT-HIT > 0
               IF EMP-STATUS = 'A'
                   MOVE WS-MEMBER-COUNT TO WS-UT-ACTIVE(WS-UT-HIT)
               ELSE
                   MOVE WS-MEMBER-COUNT TO WS-UT-LEAVE(WS-UT-HIT)
               END-IF
           END-IF.
           PERFORM B-FETCH-HEADCOUNT.

      *    NO PENDING FILE MEANS NOTHING IS PARKED - THE PROJECTIONS
      *    THEN SIMPLY REPEAT TONIGHT'S HEADCOUNT
       B-LOAD-PENDING.
           OPEN INPUT PI-PENDING-INPUT.
           IF WS-PENDING-IN-STATUS NOT = '00'
               DISPLAY 'NO PENDING FILE - PROJECTIONS SHOW TONIGHT'
                   ' ONLY'
           ELSE
               MOVE 'Y' TO WS-PENDING-FOUND
               READ PI-PENDING-INPUT
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF
               END-READ
               PERFORM B-PROJECT-ONE-PENDING
                   UNTIL WS-PEND-EOF = 'Y' OR WS-SQL-FATAL = 'Y'
               CLOSE PI-PENDING-INPUT
           END-IF.
           DISPLAY 'PENDING READ ' WS-PEND-READ
               ' PROJECTED ' WS-PEND-PROJECTED
               ' BEYOND 90 DAYS ' WS-PEND-BEYOND
               ' UNUSABLE ' WS-PEND-UNUSABLE.

      *    WORKS OUT WHAT EACH PARKED CARD WILL DO TO HEADCOUNT WHEN
      *    PROJECT1 APPLIES IT.  A LEAVE OR REINSTATEMENT MOVES STAFF
      *    BETWEEN ACTIVE AND ON LEAVE WITHOUT CHANGING HEADCOUNT -
      *    UNLESS THE ROW IS TERMINATED, WHEN IT IS A REHIRE.  A NAME
      *    UPDATE CHANGES NOTHING
       B-PROJECT-ONE-PENDING.
           ADD 1 TO WS-PEND-READ.
           MOVE PI-PENDING-RECORD TO WS-PEND-IMAGE.
           PERFORM B-SET-FIRST-HORIZON.
           EVALUATE TRUE
               WHEN WS-PE-EFF-DATE NOT NUMERIC
                 OR WS-PE-UNIT-ID NOT NUMERIC
                   ADD 1 TO WS-PEND-UNUSABLE
               WHEN WS-PC-FIRST-HZ = 0
                   ADD 1 TO WS-PEND-BEYOND
               WHEN WS-PE-FLAG = 'I'
                   MOVE WS-PE-UNIT-ID TO WS-PC-UNIT-ID
                   MOVE 1 TO WS-PC-DELTA
                   PERFORM B-ADD-PENDING-CHANGE
                   ADD 1 TO WS-PEND-PROJECTED
               WHEN WS-PE-FLAG = 'L' OR WS-PE-FLAG = 'R'
                   MOVE WS-PE-UNIT-ID TO WS-PC-UNIT-ID
                   PERFORM B-GET-PRIOR-STATUS
                   IF WS-PC-PRIOR-STATUS = 'T'
                       MOVE 1 TO WS-PC-DELTA
                       PERFORM B-ADD-PENDING-CHANGE
                       ADD 1 TO WS-PEND-PROJECTED
                   ELSE
                       ADD 1 TO WS-PEND-NO-EFFECT
                   END-IF
               WHEN WS-PE-FLAG = 'X' OR WS-PE-FLAG = 'D'
                   MOVE WS-PE-UNIT-ID TO WS-PC-UNIT-ID
                   PERFORM B-GET-PRIOR-STATUS
                   IF WS-PC-PRIOR-STATUS NOT = 'T'
                       MOVE -1 TO WS-PC-DELTA
                       PERFORM B-ADD-PENDING-CHANGE
                       ADD 1 TO WS-PEND-PROJECTED
                   ELSE
                       ADD 1 TO WS-PEND-NO-EFFECT
                   END-IF
               WHEN WS-PE-FLAG = 'M'
                   PERFORM B-PROJECT-TRANSFER
               WHEN WS-PE-FLAG = 'U'
                   ADD 1 TO WS-PEND-NO-EFFECT
               WHEN OTHER
                   ADD 1 TO WS-PEND-UNUSABLE
           END-EVALUATE.
           READ PI-PENDING-INPUT
               AT END
                   MOVE 'Y' TO WS-PEND-EOF
           END-READ.

      *    A TRANSFER CARRIES THE ROW'S STATUS WITH IT, SO A
      *    TERMINATED ROW MOVES NO HEADCOUNT
       B-PROJECT-TRANSFER.
           IF WS-PE-FROM-UNIT-X NOT NUMERIC
               ADD 1 TO WS-PEND-UNUSABLE
           ELSE
               MOVE WS-PE-FROM-UNIT-ID TO WS-PC-UNIT-ID
               PERFORM B-GET-PRIOR-STATUS
               IF WS-PC-PRIOR-STATUS = 'T'
                  OR WS-PE-FROM-UNIT-ID = WS-PE-UNIT-ID
                   ADD 1 TO WS-PEND-NO-EFFECT
               ELSE
                   MOVE -1 TO WS-PC-DELTA
                   PERFORM B-ADD-PENDING-CHANGE
                   MOVE WS-PE-UNIT-ID TO WS-PC-UNIT-ID
                   MOVE 1 TO WS-PC-DELTA
                   PERFORM B-ADD-PENDING-CHANGE
                   ADD 1 TO WS-PEND-PROJECTED
               END-IF
           END-IF.

      *    THE FIRST PROJECTION DATE ON OR AFTER THE EFFECTIVE DATE,
      *    OR ZERO WHEN THE CARD IS DUE LATER THAN ALL THREE
       B-SET-FIRST-HORIZON.
           MOVE ZERO TO WS-PC-FIRST-HZ.
           IF WS-PE-EFF-DATE NUMERIC
               PERFORM VARYING WS-HZ-IX FROM 3 BY -1
                       UNTIL WS-HZ-IX < 1
                   IF WS-PE-EFF-DATE <= WS-HZ-DATE(WS-HZ-IX)
                       MOVE WS-HZ-IX TO WS-PC-FIRST-HZ
                   END-IF
               END-PERFORM
           END-IF.

       B-GET-PRIOR-STATUS.
           MOVE WS-PE-EMP-ID TO EMP-ID.
           MOVE WS-PC-UNIT-ID TO UNIT-ID.
           EXEC SQL
               SELECT EMP_STATUS
                 INTO :EMP-STATUS
                 FROM EMPDEPT
                WHERE EMP_ID = :EMP-ID
                  AND UNIT_ID = :UNIT-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE EMP-STATUS TO WS-PC-PRIOR-STATUS
               WHEN 100
                   MOVE 'A' TO WS-PC-PRIOR-STATUS
               WHEN OTHER
                   DISPLAY 'SQL ERROR ON EMPDEPT SELECT SQLCODE: '
                       SQLCODE ' EMP-ID ' EMP-ID
                   MOVE 'Y' TO WS-SQL-FATAL
                   MOVE 'T' TO WS-PC-PRIOR-STATUS
           END-EVALUATE.

       B-ADD-PENDING-CHANGE.
           MOVE WS-PC-UNIT-ID TO WS-UT-KEY.
           PERFORM B-FIND-OR-ADD-UNIT.
           IF WS-UT-HIT > 0
               PERFORM VARYING WS-HZ-IX FROM WS-PC-FIRST-HZ BY 1
                       UNTIL WS-HZ-IX > 3
                   ADD WS-PC-DELTA TO WS-UT-CHANGE(WS-UT-HIT, WS-HZ-IX)
               END-PERFORM
           END-IF.

      *    UNITS PRINT GROUPED UNDER THEIR DIVISION IN THE ORDER THE
      *    DIVISIONS ARE FIRST MET, EACH GROUP CLOSING ON ITS TOTAL
       B-WRITE-UNIT-SECTION.
           MOVE SPACE TO RP-CC.
           MOVE SPACES TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE WS-HEADING-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UT-COUNT
               IF WS-UT-PRINTED(WS-UT-IX) NOT = 'Y'
                   MOVE WS-UT-DIV-ID(WS-UT-IX) TO WS-DIV-ID
                   PERFORM B-WRITE-DIVISION-GROUP
               END-IF
           END-PERFORM.

      *    THE DIVISION HEAD UNIT NAMES THE GROUP WHEN IT IS ON
      *    DEPTS - A PARENT POINTING NOWHERE PRINTS AS UNKNOWN
       B-WRITE-DIVISION-GROUP.
           MOVE 'UNKNOWN' TO WS-DIV-NAME.
           MOVE WS-DIV-ID TO WS-UT-KEY.
           PERFORM B-FIND-UNIT.
           IF WS-UT-HIT > 0
               MOVE WS-UT-NAME(WS-UT-HIT) TO WS-DIV-NAME
           END-IF.
           ADD 1 TO WS-DV-COUNT.
           INITIALIZE WS-DV-ENTRY(WS-DV-COUNT).
           MOVE WS-DIV-ID TO WS-DV-DIV-ID(WS-DV-COUNT).
           MOVE WS-DIV-NAME TO WS-DV-NAME(WS-DV-COUNT).
           MOVE SPACE TO RP-CC.
           MOVE SPACES TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE WS-DIV-ID TO WS-DL-DIV-ID.
           MOVE WS-DIV-NAME TO WS-DL-DIV-NAME.
           MOVE WS-DIVISION-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           PERFORM VARYING WS-UT-SX FROM WS-UT-IX BY 1
                   UNTIL WS-UT-SX > WS-UT-COUNT
               IF WS-UT-DIV-ID(WS-UT-SX) = WS-DIV-ID
                  AND WS-UT-PRINTED(WS-UT-SX) NOT = 'Y'
                   PERFORM B-WRITE-UNIT-LINE
                   MOVE 'Y' TO WS-UT-PRINTED(WS-UT-SX)
               END-IF
           END-PERFORM.
           MOVE WS-DV-AUTH(WS-DV-COUNT) TO WS-FG-AUTH.
           MOVE WS-DV-ACTIVE(WS-DV-COUNT) TO WS-FG-ACTIVE.
           MOVE WS-DV-LEAVE(WS-DV-COUNT) TO WS-FG-LEAVE.
           MOVE WS-DV-OPEN(WS-DV-COUNT) TO WS-FG-OPEN.
           MOVE WS-DV-PROJ(WS-DV-COUNT, 1) TO WS-FG-PROJ(1).
           MOVE WS-DV-PROJ(WS-DV-COUNT, 2) TO WS-FG-PROJ(2).
           MOVE WS-DV-PROJ(WS-DV-COUNT, 3) TO WS-FG-PROJ(3).
           MOVE SPACES TO WS-FL-LABEL-X.
           MOVE '     DIVISION TOTAL' TO WS-FL-LABEL-X.
           MOVE SPACES TO WS-FL-REMARK.
           PERFORM B-MOVE-FIGURES.
           MOVE WS-FIGURE-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.

      *    A RETIRED UNIT WITH NOBODY LEFT AND NOTHING PARKED
      *    AGAINST IT IS SKIPPED
       B-WRITE-UNIT-LINE.
           PERFORM B-SET-UNIT-FIGURES.
           IF WS-FG-REPORTED = 'Y'
               ADD WS-FG-AUTH TO WS-DV-AUTH(WS-DV-COUNT)
               ADD WS-FG-ACTIVE TO WS-DV-ACTIVE(WS-DV-COUNT)
               ADD WS-FG-LEAVE TO WS-DV-LEAVE(WS-DV-COUNT)
               ADD WS-FG-OPEN TO WS-DV-OPEN(WS-DV-COUNT)
               ADD WS-FG-PROJ(1) TO WS-DV-PROJ(WS-DV-COUNT, 1)
               ADD WS-FG-PROJ(2) TO WS-DV-PROJ(WS-DV-COUNT, 2)
               ADD WS-FG-PROJ(3) TO WS-DV-PROJ(WS-DV-COUNT, 3)
               MOVE WS-UT-UNIT-ID(WS-UT-SX) TO WS-FL-ID
               MOVE WS-UT-NAME(WS-UT-SX) TO WS-FL-NAME
               EVALUATE TRUE
                   WHEN WS-UT-AUTH(WS-UT-SX) = 0
                       MOVE 'NO AUTH' TO WS-FL-REMARK
                   WHEN WS-FG-OVER = 'Y'
                       MOVE '** OVER' TO WS-FL-REMARK
                   WHEN OTHER
                       MOVE SPACES TO WS-FL-REMARK
               END-EVALUATE
               PERFORM B-MOVE-FIGURES
               MOVE SPACE TO RP-CC
               MOVE WS-FIGURE-LINE TO RP-DATA
               WRITE RP-REPORT-LINE
           END-IF.

      *    FIGURES FOR THE UNIT IN SLOT WS-UT-SX.  OPEN POSITIONS
      *    ONLY MEAN SOMETHING AGAINST AN AUTHORIZATION, SO A UNIT
      *    WITHOUT ONE SHOWS ZERO OPEN
       B-SET-UNIT-FIGURES.
           MOVE WS-UT-AUTH(WS-UT-SX) TO WS-FG-AUTH.
           MOVE WS-UT-ACTIVE(WS-UT-SX) TO WS-FG-ACTIVE.
           MOVE WS-UT-LEAVE(WS-UT-SX) TO WS-FG-LEAVE.
           MOVE ZERO TO WS-FG-OPEN.
           IF WS-FG-AUTH > 0
               COMPUTE WS-FG-OPEN
                   = WS-FG-AUTH - WS-FG-ACTIVE - WS-FG-LEAVE
           END-IF.
           MOVE 'N' TO WS-FG-OVER.
           MOVE ZERO TO WS-FG-FIRST-OVER.
           PERFORM VARYING WS-HZ-IX FROM 3 BY -1
                   UNTIL WS-HZ-IX < 1
               COMPUTE WS-FG-PROJ(WS-HZ-IX)
                   = WS-FG-ACTIVE + WS-FG-LEAVE
                   + WS-UT-CHANGE(WS-UT-SX, WS-HZ-IX)
               IF WS-FG-AUTH > 0
                  AND WS-FG-PROJ(WS-HZ-IX) > WS-FG-AUTH
                   MOVE 'Y' TO WS-FG-OVER
                   MOVE WS-HZ-IX TO WS-FG-FIRST-OVER
               END-IF
           END-PERFORM.
           IF WS-UT-STATUS(WS-UT-SX) = 'R'
              AND WS-FG-ACTIVE = 0 AND WS-FG-LEAVE = 0
              AND WS-UT-CHANGE(WS-UT-SX, 1) = 0
              AND WS-UT-CHANGE(WS-UT-SX, 2) = 0
              AND WS-UT-CHANGE(WS-UT-SX, 3) = 0
               MOVE 'N' TO WS-FG-REPORTED
           ELSE
               MOVE 'Y' TO WS-FG-REPORTED
           END-IF.

       B-MOVE-FIGURES.
           MOVE WS-FG-AUTH TO WS-FL-AUTH.
           MOVE WS-FG-ACTIVE TO WS-FL-ACTIVE.
           MOVE WS-FG-LEAVE TO WS-FL-LEAVE.
           MOVE WS-FG-OPEN TO WS-FL-OPEN.
           MOVE WS-FG-PROJ(1) TO WS-FL-PROJ-1.
           MOVE WS-FG-PROJ(2) TO WS-FL-PROJ-2.
           MOVE WS-FG-PROJ(3) TO WS-FL-PROJ-3.

       B-WRITE-DIVISION-SUMMARY.
           MOVE '1' TO RP-CC.
           MOVE 'DIVISION SUMMARY' TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE SPACE TO RP-CC.
           MOVE WS-HORIZON-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE SPACES TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE WS-DIV-HEADING-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           PERFORM VARYING WS-DV-IX FROM 1 BY 1
                   UNTIL WS-DV-IX > WS-DV-COUNT
               PERFORM B-WRITE-DIVISION-LINE
           END-PERFORM.
           MOVE SPACES TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE WS-CO-AUTH TO WS-FG-AUTH.
           MOVE WS-CO-ACTIVE TO WS-FG-ACTIVE.
           MOVE WS-CO-LEAVE TO WS-FG-LEAVE.
           MOVE WS-CO-OPEN TO WS-FG-OPEN.
           MOVE WS-CO-PROJ(1) TO WS-FG-PROJ(1).
           MOVE WS-CO-PROJ(2) TO WS-FG-PROJ(2).
           MOVE WS-CO-PROJ(3) TO WS-FG-PROJ(3).
           MOVE SPACES TO WS-FL-LABEL-X.
           MOVE '     ALL DIVISIONS' TO WS-FL-LABEL-X.
           MOVE SPACES TO WS-FL-REMARK.
           PERFORM B-MOVE-FIGURES.
           MOVE WS-FIGURE-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.

       B-WRITE-DIVISION-LINE.
           ADD WS-DV-AUTH(WS-DV-IX) TO WS-CO-AUTH.
           ADD WS-DV-ACTIVE(WS-DV-IX) TO WS-CO-ACTIVE.
           ADD WS-DV-LEAVE(WS-DV-IX) TO WS-CO-LEAVE.
           ADD WS-DV-OPEN(WS-DV-IX) TO WS-CO-OPEN.
           ADD WS-DV-PROJ(WS-DV-IX, 1) TO WS-CO-PROJ(1).
           ADD WS-DV-PROJ(WS-DV-IX, 2) TO WS-CO-PROJ(2).
           ADD WS-DV-PROJ(WS-DV-IX, 3) TO WS-CO-PROJ(3).
           MOVE WS-DV-AUTH(WS-DV-IX) TO WS-FG-AUTH.
           MOVE WS-DV-ACTIVE(WS-DV-IX) TO WS-FG-ACTIVE.
           MOVE WS-DV-LEAVE(WS-DV-IX) TO WS-FG-LEAVE.
           MOVE WS-DV-OPEN(WS-DV-IX) TO WS-FG-OPEN.
           MOVE WS-DV-PROJ(WS-DV-IX, 1) TO WS-FG-PROJ(1).
           MOVE WS-DV-PROJ(WS-DV-IX, 2) TO WS-FG-PROJ(2).
           MOVE WS-DV-PROJ(WS-DV-IX, 3) TO WS-FG-PROJ(3).
           MOVE WS-DV-DIV-ID(WS-DV-IX) TO WS-FL-ID.
           MOVE WS-DV-NAME(WS-DV-IX) TO WS-FL-NAME.
           MOVE SPACES TO WS-FL-REMARK.
           PERFORM B-MOVE-FIGURES.
           MOVE WS-FIGURE-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.

      *    EVERY REPORTED UNIT WITH A ZERO DEPT-AUTH-HEADCOUNT -
      *    PROJECT1 CANNOT HOLD THESE AGAINST ANY LIMIT
       B-WRITE-NO-AUTH-PAGE.
           MOVE '1' TO RP-CC.
           MOVE 'EXCEPTIONS - UNITS WITH NO AUTHORIZED HEADCOUNT SET'
               TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE SPACE TO RP-CC.
           MOVE SPACES TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE WS-NO-AUTH-HEADING TO RP-DATA.
           WRITE RP-REPORT-LINE.
           PERFORM VARYING WS-UT-SX FROM 1 BY 1
                   UNTIL WS-UT-SX > WS-UT-COUNT
               IF WS-UT-AUTH(WS-UT-SX) = 0
                   PERFORM B-WRITE-NO-AUTH-LINE
               END-IF
           END-PERFORM.
           IF WS-NO-AUTH-COUNT = 0
               MOVE 'NONE' TO RP-DATA
               WRITE RP-REPORT-LINE
           END-IF.

       B-WRITE-NO-AUTH-LINE.
           PERFORM B-SET-UNIT-FIGURES.
           IF WS-FG-REPORTED = 'Y'
               ADD 1 TO WS-NO-AUTH-COUNT
               MOVE WS-UT-UNIT-ID(WS-UT-SX) TO WS-NA-UNIT-ID
               MOVE WS-UT-NAME(WS-UT-SX) TO WS-NA-NAME
               EVALUATE WS-UT-STATUS(WS-UT-SX)
                   WHEN 'A'
                       MOVE 'ACTIVE' TO WS-NA-STATUS
                   WHEN 'R'
                       MOVE 'RETIRED' TO WS-NA-STATUS
                   WHEN OTHER
                       MOVE 'UNKNOWN' TO WS-NA-STATUS
               END-EVALUATE
               MOVE WS-UT-DIV-ID(WS-UT-SX) TO WS-NA-DIV-ID
               MOVE WS-FG-ACTIVE TO WS-NA-ACTIVE
               MOVE WS-FG-LEAVE TO WS-NA-LEAVE
               MOVE WS-FG-PROJ(3) TO WS-NA-PROJ-3
               MOVE WS-NO-AUTH-LINE TO RP-DATA
               WRITE RP-REPORT-LINE
           END-IF.

      *    EVERY UNIT WHOSE HEADCOUNT AT ANY OF THE THREE DATES IS
      *    ABOVE ITS AUTHORIZATION, WITH THE FIRST DATE IT GOES OVER
       B-WRITE-OVER-AUTH-PAGE.
           MOVE '1' TO RP-CC.
           MOVE 'EXCEPTIONS - UNITS PROJECTED OVER AUTHORIZED HEADCOUNT'
               TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE SPACE TO RP-CC.
           MOVE WS-HORIZON-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE SPACES TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE WS-OVER-HEADING TO RP-DATA.
           WRITE RP-REPORT-LINE.
           PERFORM VARYING WS-UT-SX FROM 1 BY 1
                   UNTIL WS-UT-SX > WS-UT-COUNT
               IF WS-UT-AUTH(WS-UT-SX) > 0
                   PERFORM B-WRITE-OVER-LINE
               END-IF
           END-PERFORM.
           IF WS-OVER-COUNT = 0
               MOVE 'NONE' TO RP-DATA
               WRITE RP-REPORT-LINE
           END-IF.

       B-WRITE-OVER-LINE.
           PERFORM B-SET-UNIT-FIGURES.
           IF WS-FG-OVER = 'Y'
               ADD 1 TO WS-OVER-COUNT
               MOVE WS-UT-UNIT-ID(WS-UT-SX) TO WS-OL-UNIT-ID
               MOVE WS-UT-NAME(WS-UT-SX) TO WS-OL-NAME
               MOVE WS-FG-AUTH TO WS-OL-AUTH
               COMPUTE WS-OL-TODAY = WS-FG-ACTIVE + WS-FG-LEAVE
               MOVE WS-FG-PROJ(1) TO WS-OL-PROJ-1
               MOVE WS-FG-PROJ(2) TO WS-OL-PROJ-2
               MOVE WS-FG-PROJ(3) TO WS-OL-PROJ-3
               MOVE WS-HZ-DATE(WS-FG-FIRST-OVER) TO WS-OL-FIRST-OVER
               MOVE WS-OVER-LINE TO RP-DATA
               WRITE RP-REPORT-LINE
           END-IF.

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
           PERFORM C-WRITE-TOTALS.
           CLOSE RP-POSITION-REPORT.
           DISPLAY 'UNITS WITH NO AUTHORIZATION ' WS-NO-AUTH-COUNT
               ' PROJECTED OVER ' WS-OVER-COUNT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-TOTALS.
           MOVE SPACE TO RP-CC.
           MOVE SPACES TO RP-DATA.
           WRITE RP-REPORT-LINE.
           IF WS-SQL-FATAL = 'Y'
               MOVE '*** SQL ERROR - REPORT NOT COMPLETED' TO RP-DATA
               WRITE RP-REPORT-LINE
           END-IF.
           IF WS-TABLE-FULL = 'Y'
               MOVE '*** IN-CORE TABLE FULL - REPORT INCOMPLETE'
                   TO RP-DATA
               WRITE RP-REPORT-LINE
           END-IF.
           IF WS-PENDING-FOUND NOT = 'Y'
               MOVE '*** NO PENDING FILE - PROJECTIONS SHOW TONIGHT'
                   TO RP-DATA
               WRITE RP-REPORT-LINE
           END-IF.
           MOVE 'PENDING CARDS READ' TO WS-TT-LABEL.
           MOVE WS-PEND-READ TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE 'PENDING CARDS PROJECTED' TO WS-TT-LABEL.
           MOVE WS-PEND-PROJECTED TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE 'PENDING - NO HEADCOUNT EFFECT' TO WS-TT-LABEL.
           MOVE WS-PEND-NO-EFFECT TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE 'PENDING - DUE AFTER 90 DAYS' TO WS-TT-LABEL.
           MOVE WS-PEND-BEYOND TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE 'PENDING - UNUSABLE' TO WS-TT-LABEL.
           MOVE WS-PEND-UNUSABLE TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE 'UNITS WITH NO AUTHORIZATION' TO WS-TT-LABEL.
           MOVE WS-NO-AUTH-COUNT TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.
           MOVE 'UNITS PROJECTED OVER' TO WS-TT-LABEL.
           MOVE WS-OVER-COUNT TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-DATA.
           WRITE RP-REPORT-LINE.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT23' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'RPT' TO RL-RUN-MODE
               COMPUTE RL-RECORDS-READ
                   = WS-DEPT-READ-COUNT + WS-PEND-READ
               MOVE WS-PEND-PROJECTED TO RL-RECORDS-APPLIED
               MOVE WS-PEND-UNUSABLE TO RL-RECORDS-REJECTED
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-TABLE-FULL = 'Y'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-OVER-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
