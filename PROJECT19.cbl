       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT19.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT RUNS AT MONTH END AND PRODUCES THE HEADCOUNT
      * CHARGEBACK FOR FINANCE.  FOR EVERY DAY OF THE MONTH (YYYYMM IN
      * COLUMNS 1-6 OF DDCNTL, BLANK TAKES LAST MONTH) IT WORKS OUT
      * WHICH UNIT EACH EMPLOYEE WAS IN AND WHETHER THEY WERE ACTIVE
      * OR ON LEAVE, USING THE CURRENT EMPDEPT ROW AND THE EMPDEPT_HIST
      * ROWS END-DATED SINCE THE MONTH BEGAN (SAME RULE AS THE PROJECT8
      * AS-OF ROSTER).  EACH UNIT-DAY IS CHARGED TO THE COST CENTER
      * THE UNIT WAS MAPPED TO ON THAT DAY IN UNIT_COSTCTR, AND EACH
      * COST CENTER GETS ITS AVERAGE ACTIVE HEADCOUNT (PERSON-DAYS
      * OVER DAYS IN THE MONTH) WITH ON-LEAVE SHOWN SEPARATELY.
      * THE CHARGEBACK FILE GOES TO DDCHGBK AND THE REPORT TO DDCHGRPT.
      * A UNIT WITH STAFF AND NO MAPPING FOR SOME OR ALL OF THE MONTH,
      * OR AN ACTIVE UNIT WITH NO MAPPING AT MONTH END, IS LISTED ON
      * THE REPORT, GOES ON THE FILE AS AN UNMAPPED RECORD AND ENDS
      * THE STEP WITH A 4 - IT CANNOT DROP OUT OF THE ALLOCATION.
      * HIST CARRIES NO STATUS, SO ONLY THE LATEST STATUS CHANGE IS
      * SEEN: BEFORE IT A LEAVER OR ON-LEAVE EMPLOYEE COUNTS ACTIVE,
      * AND AN ACTIVE ONE WAS EITHER ON LEAVE (A HIST ROW CLOSED THAT
      * DAY, SO A RETURN) OR NOT YET HIRED.  ROWS DELETED AS ENTERED
      * IN ERROR ARE NOT CHARGED.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB-CHARGEBACK-OUTPUT ASSIGN TO DDCHGBK.

           SELECT RP-CHARGEBACK-REPORT ASSIGN TO DDCHGRPT.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CB-CHARGEBACK-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS CB-CHARGEBACK-RECORD.

       01  CB-CHARGEBACK-RECORD     PIC X(80).

       FD  RP-CHARGEBACK-REPORT
               RECORDING MODE IS F
               DATA RECORD IS RP-REPORT-LINE.

       01  RP-REPORT-LINE           PIC X(80).

       FD  CT-CONTROL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS CT-CONTROL-CARD.

       01  CT-CONTROL-CARD.
           05  CT-MONTH             PIC X(06).
           05  FILLER               PIC X(74).

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

           EXEC SQL
             INCLUDE EMPDEPTH
           END-EXEC.

           EXEC SQL
             INCLUDE COSTCTR
           END-EXEC.

       01  MISC.
           05  WS-EMP-EOF              PIC X(01)  VALUE 'N'.
           05  WS-HIST-EOF             PIC X(01)  VALUE 'N'.
           05  WS-MAP-EOF              PIC X(01)  VALUE 'N'.
           05  WS-DEPT-EOF             PIC X(01)  VALUE 'N'.
           05  WS-CONTROL-FILE-STATUS  PIC X(02)  VALUE SPACES.
           05  WS-EMP-READ-COUNT       PIC 9(07)  VALUE ZERO.
           05  WS-PREV-EMP-ID          PIC 9(06)  VALUE ZERO.
           05  WS-FIRST-EMP            PIC X(01)  VALUE 'Y'.
           05  WS-PRIOR-LEAVE          PIC X(01)  VALUE 'N'.
      *        A ACTIVE, L ON LEAVE, SPACE NOT ON STAFF THAT DAY
           05  WS-DAY-STATUS           PIC X(01)  VALUE SPACE.
           05  WS-DAY-UNIT-ID          PIC 9(04)  VALUE ZERO.
           05  WS-DAY                  PIC 9(02)  VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(05)  VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYYMMDD.
               10  WS-CD-YYYY          PIC 9(04).
               10  WS-CD-MM            PIC 9(02).
               10  WS-CD-DD            PIC 9(02).
           05  FILLER                  PIC X(13).

       01  WS-MONTH-CONTROLS.
           05  WS-MONTH.
               10  WS-MONTH-YYYY       PIC 9(04).
               10  WS-MONTH-MM         PIC 9(02).
           05  WS-MONTH-X REDEFINES WS-MONTH
                                       PIC X(06).
           05  WS-DAYS-IN-MONTH        PIC 9(02)  VALUE ZERO.
           05  WS-MONTH-START.
               10  WS-MS-YYYYMM        PIC X(06).
               10  FILLER              PIC X(02)  VALUE '01'.
           05  WS-MONTH-END.
               10  WS-ME-YYYYMM        PIC X(06).
               10  WS-ME-DD            PIC 9(02).
           05  WS-DAY-DATE.
               10  WS-DD-YYYYMM        PIC X(06).
               10  WS-DD-DD            PIC 9(02).
      *        EMPDEPT_HIST END-DATES ARE FULL TIMESTAMPS - A ROW
      *        END-DATED AT ANY TIME ON THE FIRST COUNTS
           05  WS-MONTH-FLOOR.
               10  WS-MF-YYYYMMDD      PIC X(08).
               10  FILLER              PIC X(13)
                   VALUE '0000000000000'.
           05  WS-DW-QUOTIENT          PIC 9(04)  VALUE ZERO.
           05  WS-DW-REM-4             PIC 9(04)  VALUE ZERO.
           05  WS-DW-REM-100           PIC 9(04)  VALUE ZERO.
           05  WS-DW-REM-400           PIC 9(04)  VALUE ZERO.

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER  PIC X(24)  VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 9(02)  OCCURS 12 TIMES.

       01  WS-RUNLOG-CONTROLS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-RUNLOG-OPEN          PIC X(01)  VALUE 'N'.
           05  WS-RL-NOW.
               10  WS-RN-DATE          PIC X(08).
               10  WS-RN-TIME          PIC X(06).
               10  FILLER              PIC X(07).

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 A UNIT WITH NO COST CENTER MAPPING, 8 AN IN-CORE TABLE
      *    OVERFLOWED (ALLOCATION INCOMPLETE), 12 UNRECOVERABLE SQL
      *    ERROR
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-SQL-FATAL            PIC X(01)  VALUE 'N'.
           05  WS-TABLE-FULL           PIC X(01)  VALUE 'N'.

      *    THE CURRENT EMPLOYEE'S HISTORY ROWS FOR THE MONTH, OLDEST
      *    FIRST - THE FIRST ONE END-DATED AFTER A DAY HOLDS THE UNIT
      *    IN EFFECT ON THAT DAY
       01  WS-EMP-HIST-TABLE.
           05  WS-EH-ENTRY OCCURS 100 TIMES.
               10  WS-EH-END-DATE      PIC X(08).
               10  WS-EH-UNIT-ID       PIC 9(04).
       01  WS-EH-COUNT                 PIC 9(03)  VALUE ZERO.
       01  WS-EH-IX                    PIC 9(03)  VALUE ZERO.
       01  WS-EH-HIT                   PIC 9(03)  VALUE ZERO.

      *    PERSON-DAYS BY UNIT AND DAY OF THE MONTH
       01  WS-UNIT-TABLE.
           05  WS-UT-ENTRY OCCURS 500 TIMES.
               10  WS-UT-UNIT-ID       PIC 9(04).
               10  WS-UT-LISTED        PIC X(01).
               10  WS-UT-UNMAP-ACTIVE  PIC 9(07).
               10  WS-UT-UNMAP-LEAVE   PIC 9(07).
               10  WS-UT-DAY OCCURS 31 TIMES.
                   15  WS-UT-ACTIVE    PIC 9(05).
                   15  WS-UT-LEAVE     PIC 9(05).
       01  WS-UT-COUNT                 PIC 9(03)  VALUE ZERO.
       01  WS-UT-IX                    PIC 9(03)  VALUE ZERO.
       01  WS-UT-KEY                   PIC 9(04)  VALUE ZERO.
       01  WS-UT-HIT                   PIC 9(03)  VALUE ZERO.

      *    UNIT_COSTCTR ROWS IN FORCE AT ANY POINT IN THE MONTH
       01  WS-MAP-TABLE.
           05  WS-MP-ENTRY OCCURS 1000 TIMES.
               10  WS-MP-UNIT-ID       PIC 9(04).
               10  WS-MP-COST-CENTER   PIC X(08).
               10  WS-MP-GL-COMPANY    PIC X(04).
               10  WS-MP-EFF-FROM      PIC X(08).
               10  WS-MP-EFF-TO        PIC X(08).
       01  WS-MP-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-MP-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-MP-HIT                   PIC 9(04)  VALUE ZERO.

      *    ONE SLOT PER GL COMPANY AND COST CENTER CHARGED
       01  WS-COSTCTR-TABLE.
           05  WS-CB-ENTRY OCCURS 500 TIMES.
               10  WS-CB-KEY.
                   15  WS-CB-GL-COMPANY    PIC X(04).
                   15  WS-CB-COST-CENTER   PIC X(08).
               10  WS-CB-ACTIVE-DAYS       PIC 9(09).
               10  WS-CB-LEAVE-DAYS        PIC 9(09).
       01  WS-CB-COUNT                 PIC 9(03)  VALUE ZERO.
       01  WS-CB-IX                    PIC 9(03)  VALUE ZERO.
       01  WS-CB-HIT                   PIC 9(03)  VALUE ZERO.
       01  WS-CB-SEARCH-KEY.
           05  WS-CS-GL-COMPANY        PIC X(04).
           05  WS-CS-COST-CENTER       PIC X(08).
      *    EXCHANGE-SORT WORK FIELDS - THE SWAP AREA MATCHES THE
      *    30-BYTE WS-CB-ENTRY LAYOUT
       01  WS-SORT-I                   PIC 9(03)  VALUE ZERO.
       01  WS-SORT-J                   PIC 9(03)  VALUE ZERO.
       01  WS-SORT-LIMIT               PIC 9(03)  VALUE ZERO.
       01  WS-CB-SWAP                  PIC X(30)  VALUE SPACES.

      *    UNMAPPED UNITS FOUND BY THE DEPTS PASS, HELD UNTIL EVERY
      *    CURSOR HAS RUN CLEAN SO NO DETAIL RECORD IS WRITTEN FOR A
      *    MONTH THAT CANNOT BE FINISHED
       01  WS-UNMAPPED-TABLE.
           05  WS-UM-ENTRY OCCURS 1000 TIMES.
               10  WS-UM-UNIT-ID       PIC 9(04).
               10  WS-UM-DEPT-NAME     PIC X(20).
               10  WS-UM-ACTIVE-DAYS   PIC 9(07).
               10  WS-UM-LEAVE-DAYS    PIC 9(07).
               10  WS-UM-NOTE          PIC X(20).
       01  WS-UM-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-UM-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-UNMAPPED-NEW.
           05  WS-UN-UNIT-ID           PIC 9(04)  VALUE ZERO.
           05  WS-UN-ACTIVE-DAYS       PIC 9(07)  VALUE ZERO.
           05  WS-UN-LEAVE-DAYS        PIC 9(07)  VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-ACTIVE-DAYS      PIC 9(09)  VALUE ZERO.
           05  WS-TOT-LEAVE-DAYS       PIC 9(09)  VALUE ZERO.
           05  WS-AVG-ACTIVE           PIC 9(05)V99 VALUE ZERO.
           05  WS-AVG-LEAVE            PIC 9(05)V99 VALUE ZERO.
           05  WS-FILE-COUNT           PIC 9(09)  VALUE ZERO.
           05  WS-FILE-HASH            PIC 9(12)  VALUE ZERO.
           05  WS-NOTE                 PIC X(20)  VALUE SPACES.

       01  WS-CHARGEBACK-HEADER.
           05  FILLER              PIC X(01)  VALUE 'H'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CH-RUN-DATE      PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  FILLER              PIC X(08)  VALUE 'CHARGEBK'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CH-MONTH         PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CH-DAYS          PIC 9(02).
           05  FILLER              PIC X(51)  VALUE SPACES.

      *    C ONE COST CENTER, U ONE UNMAPPED UNIT (GL COMPANY AND COST
      *    CENTER BLANK).  AVERAGES CARRY TWO IMPLIED DECIMALS
       01  WS-CHARGEBACK-DETAIL.
           05  WS-CK-REC-TYPE      PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CK-GL-COMPANY    PIC X(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CK-COST-CENTER   PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CK-UNIT-ID       PIC X(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CK-MONTH         PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CK-AVG-ACTIVE    PIC 9(05)V99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CK-AVG-LEAVE     PIC 9(05)V99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CK-ACTIVE-DAYS   PIC 9(07).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CK-LEAVE-DAYS    PIC 9(07).
           05  FILLER              PIC X(21)  VALUE SPACES.

      *    HASH TOTAL IS THE ACTIVE PERSON-DAYS OVER ALL DETAILS
       01  WS-CHARGEBACK-TRAILER.
           05  FILLER              PIC X(01)  VALUE 'T'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CT-REC-COUNT     PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CT-HASH-TOTAL    PIC 9(12).
           05  FILLER              PIC X(56)  VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(42)
               VALUE 'PROJECT19 - MONTHLY HEADCOUNT CHARGEBACK  '.
           05  FILLER              PIC X(06)  VALUE 'MONTH '.
           05  WS-TL-MONTH         PIC X(06).
           05  FILLER              PIC X(07)  VALUE '  DAYS '.
           05  WS-TL-DAYS          PIC Z9.
           05  FILLER              PIC X(17)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(06)  VALUE 'GL CO'.
           05  FILLER              PIC X(10)  VALUE 'COST CTR'.
           05  FILLER              PIC X(13)  VALUE '   AVG ACTIVE'.
           05  FILLER              PIC X(13)  VALUE '    AVG LEAVE'.
           05  FILLER              PIC X(13)  VALUE '  ACTIVE DAYS'.
           05  FILLER              PIC X(13)  VALUE '   LEAVE DAYS'.
           05  FILLER              PIC X(12)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-GL-COMPANY    PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DL-COST-CENTER   PIC X(08).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WS-DL-AVG-ACTIVE    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WS-DL-AVG-LEAVE     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DL-ACTIVE-DAYS   PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-DL-LEAVE-DAYS    PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(15)  VALUE SPACES.

       01  WS-UNMAPPED-HEADING.
           05  FILLER              PIC X(06)  VALUE 'UNIT'.
           05  FILLER              PIC X(21)  VALUE 'DEPARTMENT'.
           05  FILLER              PIC X(13)  VALUE '  AVG ACTIVE'.
           05  FILLER              PIC X(13)  VALUE '   AVG LEAVE'.
           05  FILLER              PIC X(27)  VALUE '  NOTE'.

       01  WS-UNMAPPED-LINE.
           05  WS-UL-UNIT-ID       PIC 9(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-UL-DEPT-NAME     PIC X(20).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-UL-AVG-ACTIVE    PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WS-UL-AVG-LEAVE     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-UL-NOTE          PIC X(20).
           05  FILLER              PIC X(08)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-LOAD-MONTH.
           PERFORM A-WRITE-RUNLOG-START.
           OPEN OUTPUT CB-CHARGEBACK-OUTPUT.
           OPEN OUTPUT RP-CHARGEBACK-REPORT.
           MOVE WS-CD-YYYYMMDD TO WS-CH-RUN-DATE.
           MOVE WS-MONTH-X TO WS-CH-MONTH.
           MOVE WS-DAYS-IN-MONTH TO WS-CH-DAYS.
           MOVE WS-CHARGEBACK-HEADER TO CB-CHARGEBACK-RECORD.
           WRITE CB-CHARGEBACK-RECORD.
           MOVE WS-MONTH-X TO WS-TL-MONTH.
           MOVE WS-DAYS-IN-MONTH TO WS-TL-DAYS.
           MOVE WS-TITLE-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           EXEC SQL
               DECLARE CHG-EMP-CURSOR CURSOR FOR
                   SELECT EMP_ID, UNIT_ID, EMP_STATUS, EMP_STATUS_DATE
                     FROM EMPDEPT
                    ORDER BY EMP_ID
           END-EXEC.
           EXEC SQL
               DECLARE CHG-HIST-CURSOR CURSOR FOR
                   SELECT EMP_ID, UNIT_ID, EFF_END_DATE
                     FROM EMPDEPT_HIST
                    WHERE EFF_END_DATE >= :WS-MONTH-FLOOR
                    ORDER BY EMP_ID, EFF_END_DATE
           END-EXEC.
           EXEC SQL
               DECLARE CHG-MAP-CURSOR CURSOR FOR
                   SELECT UNIT_ID, COST_CENTER, GL_COMPANY,
                          EFF_FROM, EFF_TO
                     FROM UNIT_COSTCTR
                    WHERE EFF_FROM <= :WS-MONTH-END
                      AND EFF_TO >= :WS-MONTH-START
                    ORDER BY UNIT_ID, EFF_FROM
           END-EXEC.
           EXEC SQL
               DECLARE CHG-DEPT-CURSOR CURSOR FOR
                   SELECT UNIT_ID, DEPT_NAME, DEPT_STATUS
                     FROM DEPTS
                    ORDER BY UNIT_ID
           END-EXEC.

      *    NO CARD (OR A BAD ONE) CHARGES LAST MONTH - THE STEP IS
      *    SCHEDULED EARLY IN THE NEW MONTH
       A-LOAD-MONTH.
           IF WS-CD-MM = 1
               COMPUTE WS-MONTH-YYYY = WS-CD-YYYY - 1
               MOVE 12 TO WS-MONTH-MM
           ELSE
               MOVE WS-CD-YYYY TO WS-MONTH-YYYY
               COMPUTE WS-MONTH-MM = WS-CD-MM - 1
           END-IF.
           OPEN INPUT CT-CONTROL-INPUT.
           IF WS-CONTROL-FILE-STATUS = '00'
               READ CT-CONTROL-INPUT
                   AT END
                       DISPLAY 'NO MONTH CARD - LAST MONTH ASSUMED'
                   NOT AT END
                       IF CT-MONTH NUMERIC
                          AND CT-MONTH(5:2) >= '01'
                          AND CT-MONTH(5:2) <= '12'
                           MOVE CT-MONTH TO WS-MONTH-X
                       ELSE
                           DISPLAY 'INVALID MONTH CARD - '
                               'LAST MONTH ASSUMED'
                       END-IF
               END-READ
               CLOSE CT-CONTROL-INPUT
           ELSE
               DISPLAY 'NO MONTH CARD - LAST MONTH ASSUMED'
           END-IF.
           MOVE WS-MONTH-DAYS(WS-MONTH-MM) TO WS-DAYS-IN-MONTH.
           IF WS-MONTH-MM = 2
               PERFORM A-CHECK-LEAP-YEAR
           END-IF.
           MOVE WS-MONTH-X TO WS-MS-YYYYMM.
           MOVE WS-MONTH-X TO WS-ME-YYYYMM.
           MOVE WS-DAYS-IN-MONTH TO WS-ME-DD.
           MOVE WS-MONTH-X TO WS-DD-YYYYMM.
           MOVE WS-MONTH-START TO WS-MF-YYYYMMDD.
           DISPLAY 'CHARGEBACK MONTH ' WS-MONTH-X
               ' DAYS ' WS-DAYS-IN-MONTH.

       A-CHECK-LEAP-YEAR.
           DIVIDE WS-MONTH-YYYY BY 4 GIVING WS-DW-QUOTIENT
               REMAINDER WS-DW-REM-4.
           DIVIDE WS-MONTH-YYYY BY 100 GIVING WS-DW-QUOTIENT
               REMAINDER WS-DW-REM-100.
           DIVIDE WS-MONTH-YYYY BY 400 GIVING WS-DW-QUOTIENT
               REMAINDER WS-DW-REM-400.
           IF WS-DW-REM-4 = 0
              AND (WS-DW-REM-100 NOT = 0 OR WS-DW-REM-400 = 0)
               MOVE 29 TO WS-DAYS-IN-MONTH
           END-IF.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT19' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'MONTH' TO RL-RUN-MODE
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
           PERFORM B-LOAD-MAPPINGS.
           IF WS-SQL-FATAL NOT = 'Y'
               PERFORM B-COUNT-PERSON-DAYS
           END-IF.
           IF WS-SQL-FATAL NOT = 'Y'
               PERFORM B-ALLOCATE-UNITS
               PERFORM B-SORT-COSTCTR-TABLE
               PERFORM B-FIND-UNMAPPED
           END-IF.
           IF WS-SQL-FATAL NOT = 'Y'
               PERFORM B-WRITE-COSTCTRS
               PERFORM B-WRITE-UNMAPPED
           END-IF.

       B-LOAD-MAPPINGS.
           EXEC SQL
               OPEN CHG-MAP-CURSOR
           END-EXEC.
           PERFORM B-FETCH-MAP-ROW.
           PERFORM B-NOTE-MAP-ROW UNTIL WS-MAP-EOF = 'Y'.
           EXEC SQL
               CLOSE CHG-MAP-CURSOR
           END-EXEC.
           DISPLAY 'COST CENTER MAPPINGS IN FORCE ' WS-MP-COUNT.

       B-FETCH-MAP-ROW.
           EXEC SQL
               FETCH CHG-MAP-CURSOR
                INTO :CC-UNIT-ID, :CC-COST-CENTER, :CC-GL-COMPANY,
                     :CC-EFF-FROM, :CC-EFF-TO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-MAP-EOF
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON UNIT_COSTCTR FETCH SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
           END-IF.

       B-NOTE-MAP-ROW.
           IF WS-MP-COUNT < 1000
               ADD 1 TO WS-MP-COUNT
               MOVE CC-UNIT-ID TO WS-MP-UNIT-ID(WS-MP-COUNT)
               MOVE CC-COST-CENTER TO WS-MP-COST-CENTER(WS-MP-COUNT)
               MOVE CC-GL-COMPANY TO WS-MP-GL-COMPANY(WS-MP-COUNT)
               MOVE CC-EFF-FROM TO WS-MP-EFF-FROM(WS-MP-COUNT)
               MOVE CC-EFF-TO TO WS-MP-EFF-TO(WS-MP-COUNT)
           ELSE
               IF WS-TABLE-FULL NOT = 'Y'
                   DISPLAY 'WARNING - OVER 1000 MAPPINGS IN FORCE, '
                       'EXTRAS TREATED AS UNMAPPED'
               END-IF
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.
           PERFORM B-FETCH-MAP-ROW.

      *    EMPDEPT AND THE MONTH'S HIST ROWS ARE BOTH IN EMP-ID ORDER
      *    AND ARE MATCHED AS THEY ARE READ.  HIST ROWS FOR AN EMP-ID
      *    NO LONGER ON EMPDEPT (DELETED IN ERROR) ARE PASSED OVER
       B-COUNT-PERSON-DAYS.
           EXEC SQL
               OPEN CHG-HIST-CURSOR
           END-EXEC.
           PERFORM B-FETCH-HIST-ROW.
           EXEC SQL
               OPEN CHG-EMP-CURSOR
           END-EXEC.
           PERFORM B-FETCH-EMP-ROW.
           PERFORM B-COUNT-ONE-EMP
               UNTIL WS-EMP-EOF = 'Y' OR WS-SQL-FATAL = 'Y'.
           EXEC SQL
               CLOSE CHG-EMP-CURSOR
           END-EXEC.
           EXEC SQL
               CLOSE CHG-HIST-CURSOR
           END-EXEC.
           DISPLAY 'EMPDEPT ROWS READ ' WS-EMP-READ-COUNT.

       B-FETCH-EMP-ROW.
           EXEC SQL
               FETCH CHG-EMP-CURSOR
                INTO :EMP-ID, :UNIT-ID, :EMP-STATUS, :EMP-STATUS-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-EMP-EOF
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON EMPDEPT FETCH SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
           ELSE
               ADD 1 TO WS-EMP-READ-COUNT
           END-IF.

       B-FETCH-HIST-ROW.
           EXEC SQL
               FETCH CHG-HIST-CURSOR
                INTO :EMPH-EMP-ID, :EMPH-UNIT-ID, :EMPH-EFF-END-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-HIST-EOF
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON EMPDEPT_HIST FETCH SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
           END-IF.

      *    AN EMPLOYEE TERMINATED BEFORE THE MONTH BEGAN CONTRIBUTES
      *    NOTHING.  A SECOND ROW FOR THE SAME EMP-ID KEEPS THE HIST
      *    ROWS ALREADY COLLECTED
       B-COUNT-ONE-EMP.
           IF WS-FIRST-EMP = 'Y' OR EMP-ID NOT = WS-PREV-EMP-ID
               MOVE 'N' TO WS-FIRST-EMP
               MOVE EMP-ID TO WS-PREV-EMP-ID
               PERFORM B-COLLECT-EMP-HIST
           END-IF.
           IF EMP-STATUS = 'T'
              AND EMP-STATUS-DATE < WS-MONTH-START
               CONTINUE
           ELSE
               PERFORM B-NOTE-PRIOR-LEAVE
               PERFORM VARYING WS-DAY FROM 1 BY 1
                       UNTIL WS-DAY > WS-DAYS-IN-MONTH
                   PERFORM B-COUNT-ONE-DAY
               END-PERFORM
           END-IF.
           PERFORM B-FETCH-EMP-ROW.

       B-COLLECT-EMP-HIST.
           MOVE ZERO TO WS-EH-COUNT.
           PERFORM B-FETCH-HIST-ROW
               UNTIL WS-HIST-EOF = 'Y' OR EMPH-EMP-ID >= EMP-ID.
           PERFORM B-TAKE-HIST-ROW
               UNTIL WS-HIST-EOF = 'Y' OR EMPH-EMP-ID NOT = EMP-ID.

       B-TAKE-HIST-ROW.
           IF WS-EH-COUNT < 100
               ADD 1 TO WS-EH-COUNT
               MOVE EMPH-EFF-END-DATE(1:8)
                   TO WS-EH-END-DATE(WS-EH-COUNT)
               MOVE EMPH-UNIT-ID TO WS-EH-UNIT-ID(WS-EH-COUNT)
           END-IF.
           PERFORM B-FETCH-HIST-ROW.

      *    AN ACTIVE EMPLOYEE WHOSE STATUS CHANGED DURING THE MONTH
      *    AND WHO HAS A HIST ROW CLOSED THAT SAME DAY CAME BACK FROM
      *    LEAVE - WITH NO SUCH ROW THE CHANGE WAS THE HIRE ITSELF
       B-NOTE-PRIOR-LEAVE.
           MOVE 'N' TO WS-PRIOR-LEAVE.
           PERFORM VARYING WS-EH-IX FROM 1 BY 1
                   UNTIL WS-EH-IX > WS-EH-COUNT
               IF WS-EH-END-DATE(WS-EH-IX) = EMP-STATUS-DATE
                   MOVE 'Y' TO WS-PRIOR-LEAVE
               END-IF
           END-PERFORM.

       B-COUNT-ONE-DAY.
           MOVE WS-DAY TO WS-DD-DD.
           EVALUATE TRUE
               WHEN WS-DAY-DATE >= EMP-STATUS-DATE
                   EVALUATE EMP-STATUS
                       WHEN 'A'
                           MOVE 'A' TO WS-DAY-STATUS
                       WHEN 'L'
                           MOVE 'L' TO WS-DAY-STATUS
                       WHEN OTHER
                           MOVE SPACE TO WS-DAY-STATUS
                   END-EVALUATE
               WHEN EMP-STATUS = 'L' OR EMP-STATUS = 'T'
                   MOVE 'A' TO WS-DAY-STATUS
               WHEN WS-PRIOR-LEAVE = 'Y'
                   MOVE 'L' TO WS-DAY-STATUS
               WHEN OTHER
                   MOVE SPACE TO WS-DAY-STATUS
           END-EVALUATE.
           IF WS-DAY-STATUS NOT = SPACE
               PERFORM B-UNIT-ON-DAY
               MOVE WS-DAY-UNIT-ID TO WS-UT-KEY
               PERFORM B-FIND-UNIT-SLOT
               IF WS-UT-HIT > 0
                   IF WS-DAY-STATUS = 'A'
                       ADD 1 TO WS-UT-ACTIVE(WS-UT-HIT, WS-DAY)
                   ELSE
                       ADD 1 TO WS-UT-LEAVE(WS-UT-HIT, WS-DAY)
                   END-IF
               END-IF
           END-IF.

      *    THE FIRST HIST ROW END-DATED AFTER THE DAY CARRIES THE
      *    UNIT IN EFFECT THAT DAY - NONE MEANS THE CURRENT ROW'S
       B-UNIT-ON-DAY.
           MOVE ZERO TO WS-EH-HIT.
           PERFORM VARYING WS-EH-IX FROM 1 BY 1
                   UNTIL WS-EH-IX > WS-EH-COUNT
                      OR WS-EH-HIT > 0
               IF WS-EH-END-DATE(WS-EH-IX) > WS-DAY-DATE
                   MOVE WS-EH-IX TO WS-EH-HIT
               END-IF
           END-PERFORM.
           IF WS-EH-HIT > 0
               MOVE WS-EH-UNIT-ID(WS-EH-HIT) TO WS-DAY-UNIT-ID
           ELSE
               MOVE UNIT-ID TO WS-DAY-UNIT-ID
           END-IF.

      *    FINDS OR ADDS THE SLOT FOR WS-UT-KEY - WS-UT-HIT STAYS
      *    ZERO ONLY WHEN THE TABLE IS FULL
       B-FIND-UNIT-SLOT.
           MOVE ZERO TO WS-UT-HIT.
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UT-COUNT
                      OR WS-UT-HIT > 0
               IF WS-UT-UNIT-ID(WS-UT-IX) = WS-UT-KEY
                   MOVE WS-UT-IX TO WS-UT-HIT
               END-IF
           END-PERFORM.
           IF WS-UT-HIT = 0
               IF WS-UT-COUNT < 500
                   ADD 1 TO WS-UT-COUNT
                   MOVE WS-UT-COUNT TO WS-UT-HIT
                   INITIALIZE WS-UT-ENTRY(WS-UT-HIT)
                   MOVE WS-UT-KEY TO WS-UT-UNIT-ID(WS-UT-HIT)
                   MOVE 'N' TO WS-UT-LISTED(WS-UT-HIT)
               ELSE
                   IF WS-TABLE-FULL NOT = 'Y'
                       DISPLAY 'WARNING - OVER 500 UNITS, '
                           'ALLOCATION INCOMPLETE'
                   END-IF
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

      *    EACH UNIT-DAY GOES TO THE COST CENTER MAPPED ON THAT DAY,
      *    SO A MID-MONTH RE-MAP SPLITS THE MONTH BETWEEN THE TWO
       B-ALLOCATE-UNITS.
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UT-COUNT
               PERFORM VARYING WS-DAY FROM 1 BY 1
                       UNTIL WS-DAY > WS-DAYS-IN-MONTH
                   PERFORM B-ALLOCATE-ONE-DAY
               END-PERFORM
           END-PERFORM.

       B-ALLOCATE-ONE-DAY.
           MOVE WS-DAY TO WS-DD-DD.
           MOVE WS-UT-UNIT-ID(WS-UT-IX) TO WS-UT-KEY.
           PERFORM B-FIND-MAPPING.
           IF WS-MP-HIT > 0
               MOVE WS-MP-GL-COMPANY(WS-MP-HIT) TO WS-CS-GL-COMPANY
               MOVE WS-MP-COST-CENTER(WS-MP-HIT) TO WS-CS-COST-CENTER
               PERFORM B-FIND-COSTCTR-SLOT
               IF WS-CB-HIT > 0
                   ADD WS-UT-ACTIVE(WS-UT-IX, WS-DAY)
                       TO WS-CB-ACTIVE-DAYS(WS-CB-HIT)
                   ADD WS-UT-LEAVE(WS-UT-IX, WS-DAY)
                       TO WS-CB-LEAVE-DAYS(WS-CB-HIT)
               END-IF
           ELSE
               ADD WS-UT-ACTIVE(WS-UT-IX, WS-DAY)
                   TO WS-UT-UNMAP-ACTIVE(WS-UT-IX)
               ADD WS-UT-LEAVE(WS-UT-IX, WS-DAY)
                   TO WS-UT-UNMAP-LEAVE(WS-UT-IX)
           END-IF.

      *    THE MAPPING FOR WS-UT-KEY IN FORCE ON WS-DAY-DATE, OR ZERO
       B-FIND-MAPPING.
           MOVE ZERO TO WS-MP-HIT.
           PERFORM VARYING WS-MP-IX FROM 1 BY 1
                   UNTIL WS-MP-IX > WS-MP-COUNT
                      OR WS-MP-HIT > 0
               IF WS-MP-UNIT-ID(WS-MP-IX) = WS-UT-KEY
                  AND WS-MP-EFF-FROM(WS-MP-IX) <= WS-DAY-DATE
                  AND WS-MP-EFF-TO(WS-MP-IX) >= WS-DAY-DATE
                   MOVE WS-MP-IX TO WS-MP-HIT
               END-IF
           END-PERFORM.

       B-FIND-COSTCTR-SLOT.
           MOVE ZERO TO WS-CB-HIT.
           PERFORM VARYING WS-CB-IX FROM 1 BY 1
                   UNTIL WS-CB-IX > WS-CB-COUNT
                      OR WS-CB-HIT > 0
               IF WS-CB-KEY(WS-CB-IX) = WS-CB-SEARCH-KEY
                   MOVE WS-CB-IX TO WS-CB-HIT
               END-IF
           END-PERFORM.
           IF WS-CB-HIT = 0
               IF WS-CB-COUNT < 500
                   ADD 1 TO WS-CB-COUNT
                   MOVE WS-CB-COUNT TO WS-CB-HIT
                   MOVE WS-CB-SEARCH-KEY TO WS-CB-KEY(WS-CB-HIT)
                   MOVE ZERO TO WS-CB-ACTIVE-DAYS(WS-CB-HIT)
                   MOVE ZERO TO WS-CB-LEAVE-DAYS(WS-CB-HIT)
               ELSE
                   IF WS-TABLE-FULL NOT = 'Y'
                       DISPLAY 'WARNING - OVER 500 COST CENTERS, '
                           'ALLOCATION INCOMPLETE'
                   END-IF
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

      *    FINANCE READS THE REPORT IN GL COMPANY / COST CENTER ORDER
       B-SORT-COSTCTR-TABLE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-CB-COUNT
               PERFORM B-SORT-ONE-PASS
           END-PERFORM.

       B-SORT-ONE-PASS.
           COMPUTE WS-SORT-LIMIT = WS-CB-COUNT - WS-SORT-I.
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-SORT-LIMIT
               IF WS-CB-KEY(WS-SORT-J) > WS-CB-KEY(WS-SORT-J + 1)
                   MOVE WS-CB-ENTRY(WS-SORT-J) TO WS-CB-SWAP
                   MOVE WS-CB-ENTRY(WS-SORT-J + 1)
                       TO WS-CB-ENTRY(WS-SORT-J)
                   MOVE WS-CB-SWAP TO WS-CB-ENTRY(WS-SORT-J + 1)
               END-IF
           END-PERFORM.

       B-WRITE-COSTCTRS.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE WS-HEADING-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           PERFORM VARYING WS-CB-IX FROM 1 BY 1
                   UNTIL WS-CB-IX > WS-CB-COUNT
               PERFORM B-WRITE-ONE-COSTCTR
           END-PERFORM.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE SPACES TO WS-DL-GL-COMPANY.
           MOVE 'TOTAL' TO WS-DL-COST-CENTER.
           COMPUTE WS-AVG-ACTIVE ROUNDED
               = WS-TOT-ACTIVE-DAYS / WS-DAYS-IN-MONTH.
           COMPUTE WS-AVG-LEAVE ROUNDED
               = WS-TOT-LEAVE-DAYS / WS-DAYS-IN-MONTH.
           MOVE WS-AVG-ACTIVE TO WS-DL-AVG-ACTIVE.
           MOVE WS-AVG-LEAVE TO WS-DL-AVG-LEAVE.
           MOVE WS-TOT-ACTIVE-DAYS TO WS-DL-ACTIVE-DAYS.
           MOVE WS-TOT-LEAVE-DAYS TO WS-DL-LEAVE-DAYS.
           MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.

       B-WRITE-ONE-COSTCTR.
           COMPUTE WS-AVG-ACTIVE ROUNDED
               = WS-CB-ACTIVE-DAYS(WS-CB-IX) / WS-DAYS-IN-MONTH.
           COMPUTE WS-AVG-LEAVE ROUNDED
               = WS-CB-LEAVE-DAYS(WS-CB-IX) / WS-DAYS-IN-MONTH.
           ADD WS-CB-ACTIVE-DAYS(WS-CB-IX) TO WS-TOT-ACTIVE-DAYS.
           ADD WS-CB-LEAVE-DAYS(WS-CB-IX) TO WS-TOT-LEAVE-DAYS.
           MOVE WS-CB-GL-COMPANY(WS-CB-IX) TO WS-DL-GL-COMPANY.
           MOVE WS-CB-COST-CENTER(WS-CB-IX) TO WS-DL-COST-CENTER.
           MOVE WS-AVG-ACTIVE TO WS-DL-AVG-ACTIVE.
           MOVE WS-AVG-LEAVE TO WS-DL-AVG-LEAVE.
           MOVE WS-CB-ACTIVE-DAYS(WS-CB-IX) TO WS-DL-ACTIVE-DAYS.
           MOVE WS-CB-LEAVE-DAYS(WS-CB-IX) TO WS-DL-LEAVE-DAYS.
           MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'C' TO WS-CK-REC-TYPE.
           MOVE WS-CB-GL-COMPANY(WS-CB-IX) TO WS-CK-GL-COMPANY.
           MOVE WS-CB-COST-CENTER(WS-CB-IX) TO WS-CK-COST-CENTER.
           MOVE SPACES TO WS-CK-UNIT-ID.
           MOVE WS-CB-ACTIVE-DAYS(WS-CB-IX) TO WS-CK-ACTIVE-DAYS.
           MOVE WS-CB-LEAVE-DAYS(WS-CB-IX) TO WS-CK-LEAVE-DAYS.
           PERFORM B-WRITE-CHARGEBACK-DETAIL.

       B-WRITE-CHARGEBACK-DETAIL.
           MOVE WS-MONTH-X TO WS-CK-MONTH.
           MOVE WS-AVG-ACTIVE TO WS-CK-AVG-ACTIVE.
           MOVE WS-AVG-LEAVE TO WS-CK-AVG-LEAVE.
           MOVE WS-CHARGEBACK-DETAIL TO CB-CHARGEBACK-RECORD.
           WRITE CB-CHARGEBACK-RECORD.
           ADD 1 TO WS-FILE-COUNT.
           ADD WS-CK-ACTIVE-DAYS TO WS-FILE-HASH.

      *    DRIVEN FROM DEPTS SO THE NAMES PRINT AND AN ACTIVE UNIT
      *    WITH NO STAFF AND NO MAPPING IS STILL CALLED OUT; A UNIT
      *    WITH STAFF THAT IS NOT ON DEPTS AT ALL IS PICKED UP AFTER.
      *    NOTHING IS WRITTEN HERE - B-WRITE-UNMAPPED PRINTS THE UNITS
      *    ONCE THE CURSOR HAS RUN CLEAN
       B-FIND-UNMAPPED.
           EXEC SQL
               OPEN CHG-DEPT-CURSOR
           END-EXEC.
           PERFORM B-FETCH-DEPT.
           PERFORM B-CHECK-DEPT-MAPPING UNTIL WS-DEPT-EOF = 'Y'.
           EXEC SQL
               CLOSE CHG-DEPT-CURSOR
           END-EXEC.
           MOVE '*NOT ON DEPTS*' TO WS-UL-DEPT-NAME.
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UT-COUNT
               IF WS-UT-LISTED(WS-UT-IX) NOT = 'Y'
                  AND (WS-UT-UNMAP-ACTIVE(WS-UT-IX) > 0
                    OR WS-UT-UNMAP-LEAVE(WS-UT-IX) > 0)
                   MOVE 'NO MAPPING' TO WS-NOTE
                   PERFORM B-NOTE-STAFFED-UNIT
               END-IF
           END-PERFORM.

       B-FETCH-DEPT.
           EXEC SQL
               FETCH CHG-DEPT-CURSOR
                INTO :DEPT-UNIT-ID, :DEPT-NAME, :DEPT-STATUS
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-DEPT-EOF
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON DEPTS FETCH SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
           END-IF.

       B-CHECK-DEPT-MAPPING.
           MOVE DEPT-NAME TO WS-UL-DEPT-NAME.
           MOVE ZERO TO WS-UT-HIT.
           PERFORM VARYING WS-UT-IX FROM 1 BY 1
                   UNTIL WS-UT-IX > WS-UT-COUNT
                      OR WS-UT-HIT > 0
               IF WS-UT-UNIT-ID(WS-UT-IX) = DEPT-UNIT-ID
                   MOVE WS-UT-IX TO WS-UT-HIT
               END-IF
           END-PERFORM.
           IF WS-UT-HIT > 0
               MOVE WS-UT-HIT TO WS-UT-IX
               MOVE 'Y' TO WS-UT-LISTED(WS-UT-IX)
               IF WS-UT-UNMAP-ACTIVE(WS-UT-IX) > 0
                  OR WS-UT-UNMAP-LEAVE(WS-UT-IX) > 0
                   PERFORM B-SET-UNMAPPED-NOTE
                   PERFORM B-NOTE-STAFFED-UNIT
               END-IF
           ELSE
               IF DEPT-STATUS = 'A'
                   MOVE DEPT-UNIT-ID TO WS-UT-KEY
                   MOVE WS-DAYS-IN-MONTH TO WS-DD-DD
                   PERFORM B-FIND-MAPPING
                   IF WS-MP-HIT = 0
                       MOVE DEPT-UNIT-ID TO WS-UN-UNIT-ID
                       MOVE ZERO TO WS-UN-ACTIVE-DAYS
                       MOVE ZERO TO WS-UN-LEAVE-DAYS
                       MOVE 'NO STAFF, NO MAPPING' TO WS-NOTE
                       PERFORM B-NOTE-UNMAPPED-UNIT
                   END-IF
               END-IF
           END-IF.
           PERFORM B-FETCH-DEPT.

      *    STAFF CHARGED FOR PART OF THE MONTH BUT NOT ALL OF IT
      *    MEANS THE MAPPING STARTED OR ENDED MID-MONTH
       B-SET-UNMAPPED-NOTE.
           MOVE 'NO MAPPING' TO WS-NOTE.
           MOVE WS-UT-UNIT-ID(WS-UT-IX) TO WS-UT-KEY.
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAY TO WS-DD-DD
               PERFORM B-FIND-MAPPING
               IF WS-MP-HIT > 0
                   MOVE 'UNMAPPED PART MONTH' TO WS-NOTE
               END-IF
           END-PERFORM.

       B-NOTE-STAFFED-UNIT.
           MOVE WS-UT-UNIT-ID(WS-UT-IX) TO WS-UN-UNIT-ID.
           MOVE WS-UT-UNMAP-ACTIVE(WS-UT-IX) TO WS-UN-ACTIVE-DAYS.
           MOVE WS-UT-UNMAP-LEAVE(WS-UT-IX) TO WS-UN-LEAVE-DAYS.
           PERFORM B-NOTE-UNMAPPED-UNIT.

       B-NOTE-UNMAPPED-UNIT.
           IF WS-UM-COUNT < 1000
               ADD 1 TO WS-UM-COUNT
               MOVE WS-UN-UNIT-ID TO WS-UM-UNIT-ID(WS-UM-COUNT)
               MOVE WS-UL-DEPT-NAME TO WS-UM-DEPT-NAME(WS-UM-COUNT)
               MOVE WS-UN-ACTIVE-DAYS TO WS-UM-ACTIVE-DAYS(WS-UM-COUNT)
               MOVE WS-UN-LEAVE-DAYS TO WS-UM-LEAVE-DAYS(WS-UM-COUNT)
               MOVE WS-NOTE TO WS-UM-NOTE(WS-UM-COUNT)
           ELSE
               IF WS-TABLE-FULL NOT = 'Y'
                   DISPLAY 'WARNING - OVER 1000 UNMAPPED UNITS, '
                       'ALLOCATION INCOMPLETE'
               END-IF
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

      *    EACH UNMAPPED UNIT GOES ON THE FILE AS A 'U' RECORD, AN
      *    ACTIVE UNIT WITH NO STAFF WITH ZERO DAYS
       B-WRITE-UNMAPPED.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'UNITS WITH NO COST CENTER MAPPING' TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE WS-UNMAPPED-HEADING TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           PERFORM VARYING WS-UM-IX FROM 1 BY 1
                   UNTIL WS-UM-IX > WS-UM-COUNT
               PERFORM B-WRITE-UNMAPPED-UNIT
           END-PERFORM.
           IF WS-UNMAPPED-COUNT = 0
               MOVE 'NONE' TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       B-WRITE-UNMAPPED-UNIT.
           COMPUTE WS-AVG-ACTIVE ROUNDED
               = WS-UM-ACTIVE-DAYS(WS-UM-IX) / WS-DAYS-IN-MONTH.
           COMPUTE WS-AVG-LEAVE ROUNDED
               = WS-UM-LEAVE-DAYS(WS-UM-IX) / WS-DAYS-IN-MONTH.
           MOVE WS-UM-UNIT-ID(WS-UM-IX) TO WS-UL-UNIT-ID.
           MOVE WS-UM-DEPT-NAME(WS-UM-IX) TO WS-UL-DEPT-NAME.
           MOVE WS-AVG-ACTIVE TO WS-UL-AVG-ACTIVE.
           MOVE WS-AVG-LEAVE TO WS-UL-AVG-LEAVE.
           MOVE WS-UM-NOTE(WS-UM-IX) TO WS-UL-NOTE.
           MOVE WS-UNMAPPED-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           ADD 1 TO WS-UNMAPPED-COUNT.
           MOVE 'U' TO WS-CK-REC-TYPE.
           MOVE SPACES TO WS-CK-GL-COMPANY.
           MOVE SPACES TO WS-CK-COST-CENTER.
           MOVE WS-UL-UNIT-ID TO WS-CK-UNIT-ID.
           MOVE WS-UM-ACTIVE-DAYS(WS-UM-IX) TO WS-CK-ACTIVE-DAYS.
           MOVE WS-UM-LEAVE-DAYS(WS-UM-IX) TO WS-CK-LEAVE-DAYS.
           PERFORM B-WRITE-CHARGEBACK-DETAIL.

      *    THE HEADER GOES OUT AT OPEN AND NO DETAIL RECORD IS WRITTEN
      *    UNTIL THE LAST CURSOR HAS RUN, SO AN SQL FAILURE LEAVES A
      *    HEADER AND A ZERO TRAILER ONLY - FINANCE MUST NOT LOAD A
      *    PARTIAL MONTH
       C-END.
           IF WS-SQL-FATAL = 'Y'
               MOVE ZERO TO WS-FILE-COUNT
               MOVE ZERO TO WS-FILE-HASH
               MOVE '*** SQL ERROR - CHARGEBACK NOT PRODUCED'
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           IF WS-TABLE-FULL = 'Y'
               MOVE '*** IN-CORE TABLE FULL - ALLOCATION INCOMPLETE'
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           MOVE WS-FILE-COUNT TO WS-CT-REC-COUNT.
           MOVE WS-FILE-HASH TO WS-CT-HASH-TOTAL.
           MOVE WS-CHARGEBACK-TRAILER TO CB-CHARGEBACK-RECORD.
           WRITE CB-CHARGEBACK-RECORD.
           CLOSE CB-CHARGEBACK-OUTPUT.
           CLOSE RP-CHARGEBACK-REPORT.
           DISPLAY 'COST CENTERS CHARGED ' WS-CB-COUNT
               ' UNMAPPED UNITS ' WS-UNMAPPED-COUNT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT19' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'MONTH' TO RL-RUN-MODE
               MOVE WS-EMP-READ-COUNT TO RL-RECORDS-READ
               MOVE WS-FILE-COUNT TO RL-RECORDS-APPLIED
               MOVE WS-UNMAPPED-COUNT TO RL-RECORDS-REJECTED
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
               WHEN WS-UNMAPPED-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
