       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT20.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT RUNS EVERY NIGHT AND CHECKS EMPDEPT, DEPTS AND
      * EMPDEPT_HIST AGAINST EACH OTHER.  PROJECT5 ONLY PROVES THE
      * AUDIT TRAIL MATCHES THE TABLES - ROWS LOADED BEFORE THE UNIT
      * EDITS EXISTED, OR PATCHED DIRECTLY BY THE DBA, ARE FOUND HERE.
      * HARD ERRORS:
      *   AN EMPDEPT ROW WHOSE UNIT-ID IS NOT ON DEPTS
      *   AN ACTIVE OR ON-LEAVE EMPLOYEE IN A RETIRED UNIT
      *   AN ACTIVE UNIT WHOSE PARENT CHAIN LOOPS BACK ON ITSELF, OR
      *   WHOSE PARENT IS RETIRED OR NOT ON DEPTS
      *   EMPDEPT_HIST ROWS FOR AN EMP-ID WITH NO EMPDEPT ROW AND NO
      *   ENTERED-IN-ERROR DELETE ON THE JOURNAL (DDJRNL), WHERE THE
      *   HISTORY RUNS INTO THE PERIOD THE JOURNAL STILL COVERS
      *   AN EMP-STATUS OTHER THAN A, L OR T, OR A BLANK STATUS DATE
      * WARNING:
      *   TWO EMP-IDS WITH THE SAME SURNAME AND GIVEN NAME IN THE SAME
      *   UNIT (PROBABLE DUPLICATE HIRE) - NAMES BLANKED BY THE
      *   PROJECT22 RETENTION PURGE ARE NOT COMPARED
      *   HISTORY-ONLY EMP-IDS WHOSE LAST HIST ROW ENDED BEFORE THE
      *   OLDEST JOURNAL RECORD - THE DELETE HAS AGED OFF THE JOURNAL
      * THE EXCEPTION REPORT GOES TO DDSWEEP, ONE SECTION PER ERROR
      * TYPE IN UNIT ORDER.  THE STEP ENDS 8 ON ANY HARD ERROR SO THE
      * PROJECT12 DIGEST CALLS IT OUT.  NOTHING IS CORRECTED HERE.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JR-JOURNAL-INPUT ASSIGN TO DDJRNL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT RP-SWEEP-REPORT ASSIGN TO DDSWEEP.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JR-JOURNAL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS JR-JOURNAL-RECORD.

       01  JR-JOURNAL-RECORD.
           05  JR-FLAG         PIC X(01).
           05  FILLER          PIC X(01).
           05  JR-EMP-ID       PIC 9(06).
           05  FILLER          PIC X(27).
           05  JR-SQLCODE      PIC X(10).
           05  FILLER          PIC X(01).
           05  JR-TIMESTAMP    PIC X(21).
           05  FILLER          PIC X(14).

       FD  RP-SWEEP-REPORT
               RECORDING MODE IS F
               DATA RECORD IS RP-REPORT-LINE.

       01  RP-REPORT-LINE           PIC X(80).

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

       01  MISC.
           05  WS-EMP-EOF              PIC X(01)  VALUE 'N'.
           05  WS-DEPT-EOF             PIC X(01)  VALUE 'N'.
           05  WS-ORPHAN-EOF           PIC X(01)  VALUE 'N'.
           05  WS-JRN-EOF              PIC X(01)  VALUE 'N'.
           05  WS-JOURNAL-FILE-STATUS  PIC X(02)  VALUE SPACES.
           05  WS-JOURNAL-FOUND        PIC X(01)  VALUE 'N'.
      *        OLDEST RECORD STILL ON THE JOURNAL - HIGH-VALUES WHEN
      *        IT IS EMPTY, SO IT COVERS NOTHING
           05  WS-JRN-FIRST-TS         PIC X(21)  VALUE HIGH-VALUES.
           05  WS-EMP-READ-COUNT       PIC 9(09)  VALUE ZERO.
           05  WS-DEPT-READ-COUNT      PIC 9(09)  VALUE ZERO.
           05  WS-HIST-ROWS            PIC 9(09)  VALUE ZERO.
           05  WS-FIRST-EMP            PIC X(01)  VALUE 'Y'.
           05  WS-PREV-EMP-ID          PIC 9(06)  VALUE ZERO.
           05  WS-PREV-UNIT-ID         PIC 9(04)  VALUE ZERO.
           05  WS-PREV-SURNAME         PIC X(20)  VALUE SPACES.
           05  WS-PREV-GIVEN           PIC X(15)  VALUE SPACES.
           05  WS-PREV-STATUS          PIC X(01)  VALUE SPACE.
      *        DEPTS SLOT FOR THE UNIT OF THE EMPDEPT ROWS IN HAND -
      *        THE CURSOR IS IN UNIT ORDER, SO IT IS LOOKED UP ONCE
           05  WS-EMP-DEPT-HIT         PIC 9(04)  VALUE ZERO.
           05  WS-EMP-DEPT-UNIT        PIC 9(04)  VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYYMMDD          PIC X(08).
           05  FILLER                  PIC X(13).

       01  WS-RUNLOG-CONTROLS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-RUNLOG-OPEN          PIC X(01)  VALUE 'N'.
           05  WS-RL-NOW.
               10  WS-RN-DATE          PIC X(08).
               10  WS-RN-TIME          PIC X(06).
               10  FILLER              PIC X(07).

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 WARNINGS ONLY, 8 A HARD ERROR WAS FOUND OR AN IN-CORE
      *    TABLE OVERFLOWED (SWEEP INCOMPLETE), 12 UNRECOVERABLE SQL
      *    ERROR
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-SQL-FATAL            PIC X(01)  VALUE 'N'.
           05  WS-TABLE-FULL           PIC X(01)  VALUE 'N'.
           05  WS-HARD-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(07)  VALUE ZERO.

      *    ERROR TYPES IN REPORT ORDER - H HARD ERROR, W WARNING
       01  WS-ERROR-TYPE-VALUES.
           05  FILLER  PIC X(01)  VALUE 'H'.
           05  FILLER  PIC X(40)
               VALUE 'EMPLOYEE UNIT NOT ON DEPTS'.
           05  FILLER  PIC X(01)  VALUE 'H'.
           05  FILLER  PIC X(40)
               VALUE 'ACTIVE OR ON-LEAVE STAFF IN RETIRED UNIT'.
           05  FILLER  PIC X(01)  VALUE 'H'.
           05  FILLER  PIC X(40)
               VALUE 'PARENT CHAIN LOOPS BACK ON ITSELF'.
           05  FILLER  PIC X(01)  VALUE 'H'.
           05  FILLER  PIC X(40)
               VALUE 'PARENT UNIT IS RETIRED'.
           05  FILLER  PIC X(01)  VALUE 'H'.
           05  FILLER  PIC X(40)
               VALUE 'PARENT UNIT NOT ON DEPTS'.
           05  FILLER  PIC X(01)  VALUE 'H'.
           05  FILLER  PIC X(40)
               VALUE 'HISTORY FOR AN EMP-ID THAT NEVER EXISTED'.
           05  FILLER  PIC X(01)  VALUE 'H'.
           05  FILLER  PIC X(40)
               VALUE 'EMP-STATUS NOT A, L OR T'.
           05  FILLER  PIC X(01)  VALUE 'H'.
           05  FILLER  PIC X(40)
               VALUE 'EMP-STATUS-DATE BLANK'.
           05  FILLER  PIC X(01)  VALUE 'W'.
           05  FILLER  PIC X(40)
               VALUE 'PROBABLE DUPLICATE HIRE - SAME NAME'.
           05  FILLER  PIC X(01)  VALUE 'W'.
           05  FILLER  PIC X(40)
               VALUE 'DELETE OLDER THAN JOURNAL'.
       01  WS-ERROR-TYPE-TABLE REDEFINES WS-ERROR-TYPE-VALUES.
           05  WS-ET-ENTRY OCCURS 10 TIMES.
               10  WS-ET-SEVERITY      PIC X(01).
               10  WS-ET-TEXT          PIC X(40).
       01  WS-ERROR-TYPE-COUNTS.
           05  WS-ET-COUNT             PIC 9(07)  OCCURS 10 TIMES.
       01  WS-ET-IX                    PIC 9(02)  VALUE ZERO.

      *    DEPTS HELD IN CORE IN UNIT ORDER FOR THE LOOKUPS AND THE
      *    PARENT CHAIN WALK
       01  WS-DEPT-TABLE.
           05  WS-DT-ENTRY OCCURS 1000 TIMES.
               10  WS-DT-UNIT-ID       PIC 9(04).
               10  WS-DT-NAME          PIC X(20).
               10  WS-DT-STATUS        PIC X(01).
               10  WS-DT-PARENT        PIC 9(04).
       01  WS-DT-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-DT-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-DT-SX                    PIC 9(04)  VALUE ZERO.
       01  WS-DT-KEY                   PIC 9(04)  VALUE ZERO.
       01  WS-DT-HIT                   PIC 9(04)  VALUE ZERO.

       01  WS-CHAIN-WALK.
           05  WS-WALK-UNIT            PIC 9(04)  VALUE ZERO.
           05  WS-WALK-STEPS           PIC 9(04)  VALUE ZERO.
           05  WS-WALK-DONE            PIC X(01)  VALUE 'N'.

      *    EMP-IDS WITH HISTORY BUT NO EMPDEPT ROW - CLEARED WHEN THE
      *    JOURNAL SHOWS THE ROW WAS DELETED AS ENTERED IN ERROR
       01  WS-ORPHAN-TABLE.
           05  WS-OR-ENTRY OCCURS 1000 TIMES.
               10  WS-OR-EMP-ID        PIC 9(06).
               10  WS-OR-UNIT-ID       PIC 9(04).
               10  WS-OR-ROWS          PIC 9(09).
               10  WS-OR-LAST-END      PIC X(21).
               10  WS-OR-DELETED       PIC X(01).
       01  WS-OR-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-OR-IX                    PIC 9(04)  VALUE ZERO.

      *    EXCEPTIONS FOUND, SORTED BY TYPE, UNIT AND EMP-ID BEFORE
      *    PRINTING.  COUNTS STAY RIGHT IF THE TABLE FILLS
       01  WS-EXCEPTION-TABLE.
           05  WS-EX-ENTRY OCCURS 2000 TIMES.
               10  WS-EX-KEY.
                   15  WS-EX-TYPE      PIC 9(02).
                   15  WS-EX-UNIT-ID   PIC 9(04).
                   15  WS-EX-EMP-ID    PIC X(06).
               10  WS-EX-DETAIL        PIC X(47).
       01  WS-EX-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-EX-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-EX-NEW.
           05  WS-EN-TYPE              PIC 9(02).
           05  WS-EN-UNIT-ID           PIC 9(04).
           05  WS-EN-EMP-ID            PIC X(06).
           05  WS-EN-DETAIL            PIC X(47).
      *    EXCHANGE-SORT WORK FIELDS - THE SWAP AREA MATCHES THE
      *    59-BYTE WS-EX-ENTRY LAYOUT
       01  WS-SORT-I                   PIC 9(04)  VALUE ZERO.
       01  WS-SORT-J                   PIC 9(04)  VALUE ZERO.
       01  WS-SORT-LIMIT               PIC 9(04)  VALUE ZERO.
       01  WS-EX-SWAP                  PIC X(59)  VALUE SPACES.

       01  WS-DETAIL-WORK.
           05  WS-DW-UNIT-X            PIC 9(04).
           05  WS-DW-EMP-X             PIC 9(06).
           05  WS-DW-COUNT-X           PIC Z(08)9.
           05  WS-DW-STEPS-X           PIC ZZZ9.
           05  WS-PRINT-UNIT-ID        PIC 9(04)  VALUE ZERO.
           05  WS-SECTION-COUNT        PIC 9(07)  VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(42)
               VALUE 'PROJECT20 - REFERENTIAL INTEGRITY SWEEP   '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  WS-TL-RUN-DATE      PIC X(08).
           05  FILLER              PIC X(21)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TYPE          PIC 9(02).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-SL-TEXT          PIC X(40).
           05  FILLER              PIC X(03)  VALUE ' - '.
           05  WS-SL-SEVERITY      PIC X(11).
           05  FILLER              PIC X(23)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(05)  VALUE 'UNIT'.
           05  FILLER              PIC X(21)  VALUE 'DEPARTMENT'.
           05  FILLER              PIC X(07)  VALUE 'EMP-ID'.
           05  FILLER              PIC X(47)  VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05  WS-DL-UNIT-ID       PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-DEPT-NAME     PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-EMP-ID        PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-DETAIL        PIC X(47).

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL          PIC X(50).
           05  WS-TT-COUNT          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(21)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-WRITE-RUNLOG-START.
           INITIALIZE WS-ERROR-TYPE-COUNTS.
           OPEN OUTPUT RP-SWEEP-REPORT.
           MOVE WS-CD-YYYYMMDD TO WS-TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           EXEC SQL
               DECLARE SWP-DEPT-CURSOR CURSOR FOR
                   SELECT UNIT_ID, DEPT_NAME, DEPT_STATUS, PARENT_UNIT
                     FROM DEPTS
                    ORDER BY UNIT_ID
           END-EXEC.
           EXEC SQL
               DECLARE SWP-EMP-CURSOR CURSOR FOR
                   SELECT EMP_ID, EMP_SURNAME, EMP_GIVEN, UNIT_ID,
                          EMP_STATUS, EMP_STATUS_DATE
                     FROM EMPDEPT
                    ORDER BY UNIT_ID, EMP_SURNAME, EMP_GIVEN, EMP_ID
           END-EXEC.
           EXEC SQL
               DECLARE SWP-ORPHAN-CURSOR CURSOR FOR
                   SELECT H.EMP_ID, MIN(H.UNIT_ID), COUNT(*),
                          MAX(H.EFF_END_DATE)
                     FROM EMPDEPT_HIST H
                    WHERE NOT EXISTS
                          (SELECT 1
                             FROM EMPDEPT E
                            WHERE E.EMP_ID = H.EMP_ID)
                    GROUP BY H.EMP_ID
                    ORDER BY H.EMP_ID
           END-EXEC.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT20' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'SWEEP' TO RL-RUN-MODE
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
               PERFORM VARYING WS-DT-IX FROM 1 BY 1
                       UNTIL WS-DT-IX > WS-DT-COUNT
                   PERFORM B-CHECK-ONE-DEPT
               END-PERFORM
               PERFORM B-CHECK-EMPDEPT
           END-IF.
           IF WS-SQL-FATAL NOT = 'Y'
               PERFORM B-CHECK-ORPHAN-HIST
           END-IF.
           IF WS-SQL-FATAL NOT = 'Y'
               PERFORM B-SORT-EXCEPTIONS
               PERFORM VARYING WS-ET-IX FROM 1 BY 1
                       UNTIL WS-ET-IX > 10
                   PERFORM B-WRITE-SECTION
               END-PERFORM
           END-IF.

       B-LOAD-DEPTS.
           EXEC SQL
               OPEN SWP-DEPT-CURSOR
           END-EXEC.
           PERFORM B-FETCH-DEPT.
           PERFORM B-NOTE-DEPT UNTIL WS-DEPT-EOF = 'Y'.
           EXEC SQL
               CLOSE SWP-DEPT-CURSOR
           END-EXEC.
           DISPLAY 'DEPTS ROWS READ ' WS-DEPT-READ-COUNT.

       B-FETCH-DEPT.
           EXEC SQL
               FETCH SWP-DEPT-CURSOR
                INTO :DEPT-UNIT-ID, :DEPT-NAME, :DEPT-STATUS,
                     :DEPT-PARENT-UNIT
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

       B-NOTE-DEPT.
           IF WS-DT-COUNT < 1000
               ADD 1 TO WS-DT-COUNT
               MOVE DEPT-UNIT-ID TO WS-DT-UNIT-ID(WS-DT-COUNT)
               MOVE DEPT-NAME TO WS-DT-NAME(WS-DT-COUNT)
               MOVE DEPT-STATUS TO WS-DT-STATUS(WS-DT-COUNT)
               MOVE DEPT-PARENT-UNIT TO WS-DT-PARENT(WS-DT-COUNT)
           ELSE
               IF WS-TABLE-FULL NOT = 'Y'
                   DISPLAY 'WARNING - OVER 1000 DEPTS ROWS, '
                       'SWEEP INCOMPLETE'
               END-IF
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.
           PERFORM B-FETCH-DEPT.

      *    RETURNS THE DEPTS SLOT FOR WS-DT-KEY IN WS-DT-HIT, OR ZERO
       B-FIND-DEPT.
           MOVE ZERO TO WS-DT-HIT.
           PERFORM VARYING WS-DT-SX FROM 1 BY 1
                   UNTIL WS-DT-SX > WS-DT-COUNT
                      OR WS-DT-HIT > 0
               IF WS-DT-UNIT-ID(WS-DT-SX) = WS-DT-KEY
                   MOVE WS-DT-SX TO WS-DT-HIT
               END-IF
           END-PERFORM.

      *    ONLY ACTIVE UNITS ARE CHECKED - A RETIRED UNIT'S PARENT NO
      *    LONGER MATTERS.  A BAD PARENT IS REPORTED ON THE UNIT THAT
      *    POINTS AT IT, AND A LOOP ON EACH UNIT ACTUALLY IN IT; A
      *    UNIT THAT MERELY HANGS BENEATH A LOOP IS NOT REPEATED
       B-CHECK-ONE-DEPT.
           IF WS-DT-STATUS(WS-DT-IX) NOT = 'R'
               MOVE WS-DT-UNIT-ID(WS-DT-IX) TO WS-EN-UNIT-ID
               MOVE SPACES TO WS-EN-EMP-ID
               MOVE WS-DT-PARENT(WS-DT-IX) TO WS-DW-UNIT-X
               IF WS-DT-PARENT(WS-DT-IX) NOT = 0
                   MOVE WS-DT-PARENT(WS-DT-IX) TO WS-DT-KEY
                   PERFORM B-FIND-DEPT
                   IF WS-DT-HIT = 0
                       MOVE 5 TO WS-EN-TYPE
                       MOVE SPACES TO WS-EN-DETAIL
                       STRING 'PARENT ' DELIMITED BY SIZE
                              WS-DW-UNIT-X DELIMITED BY SIZE
                              ' IS NOT ON DEPTS' DELIMITED BY SIZE
                           INTO WS-EN-DETAIL
                       PERFORM B-ADD-EXCEPTION
                   ELSE
                       IF WS-DT-STATUS(WS-DT-HIT) = 'R'
                           MOVE 4 TO WS-EN-TYPE
                           MOVE SPACES TO WS-EN-DETAIL
                           STRING 'PARENT ' DELIMITED BY SIZE
                                  WS-DW-UNIT-X DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-DT-NAME(WS-DT-HIT)
                                      DELIMITED BY SIZE
                                  ' IS RETIRED' DELIMITED BY SIZE
                               INTO WS-EN-DETAIL
                           PERFORM B-ADD-EXCEPTION
                       END-IF
                   END-IF
               END-IF
               MOVE WS-DT-UNIT-ID(WS-DT-IX) TO WS-WALK-UNIT
               MOVE ZERO TO WS-WALK-STEPS
               MOVE 'N' TO WS-WALK-DONE
               PERFORM B-WALK-ONE-STEP UNTIL WS-WALK-DONE = 'Y'
           END-IF.

       B-WALK-ONE-STEP.
           MOVE WS-WALK-UNIT TO WS-DT-KEY.
           PERFORM B-FIND-DEPT.
           IF WS-DT-HIT = 0
               MOVE 'Y' TO WS-WALK-DONE
           ELSE
               MOVE WS-DT-PARENT(WS-DT-HIT) TO WS-WALK-UNIT
               ADD 1 TO WS-WALK-STEPS
               EVALUATE TRUE
                   WHEN WS-WALK-UNIT = 0
                       MOVE 'Y' TO WS-WALK-DONE
                   WHEN WS-WALK-UNIT = WS-DT-UNIT-ID(WS-DT-IX)
                       MOVE 3 TO WS-EN-TYPE
                       MOVE WS-WALK-STEPS TO WS-DW-STEPS-X
                       MOVE SPACES TO WS-EN-DETAIL
                       STRING 'CHAIN RETURNS TO THIS UNIT AFTER '
                                  DELIMITED BY SIZE
                              WS-DW-STEPS-X DELIMITED BY SIZE
                              ' STEPS' DELIMITED BY SIZE
                           INTO WS-EN-DETAIL
                       PERFORM B-ADD-EXCEPTION
                       MOVE 'Y' TO WS-WALK-DONE
                   WHEN WS-WALK-STEPS > WS-DT-COUNT
                       MOVE 'Y' TO WS-WALK-DONE
               END-EVALUATE
           END-IF.

      *    THE CURSOR RUNS IN UNIT / SURNAME / GIVEN-NAME ORDER, SO A
      *    PROBABLE DUPLICATE HIRE SITS NEXT TO ITS TWIN.  EMPLOYEES
      *    ANONYMIZED BY THE RETENTION PURGE ALL SHARE A BLANK NAME
       B-CHECK-EMPDEPT.
           EXEC SQL
               OPEN SWP-EMP-CURSOR
           END-EXEC.
           PERFORM B-FETCH-EMP.
           PERFORM B-CHECK-ONE-EMP UNTIL WS-EMP-EOF = 'Y'.
           EXEC SQL
               CLOSE SWP-EMP-CURSOR
           END-EXEC.
           DISPLAY 'EMPDEPT ROWS READ ' WS-EMP-READ-COUNT.

       B-FETCH-EMP.
           EXEC SQL
               FETCH SWP-EMP-CURSOR
                INTO :EMP-ID, :EMP-SURNAME, :EMP-GIVEN, :UNIT-ID,
                     :EMP-STATUS, :EMP-STATUS-DATE
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

       B-CHECK-ONE-EMP.
           IF WS-FIRST-EMP = 'Y' OR UNIT-ID NOT = WS-EMP-DEPT-UNIT
               MOVE UNIT-ID TO WS-EMP-DEPT-UNIT
               MOVE UNIT-ID TO WS-DT-KEY
               PERFORM B-FIND-DEPT
               MOVE WS-DT-HIT TO WS-EMP-DEPT-HIT
           END-IF.
           MOVE UNIT-ID TO WS-EN-UNIT-ID.
           MOVE EMP-ID TO WS-DW-EMP-X.
           MOVE WS-DW-EMP-X TO WS-EN-EMP-ID.
           IF WS-EMP-DEPT-HIT = 0
               MOVE 1 TO WS-EN-TYPE
               PERFORM B-NAME-STATUS-DETAIL
               PERFORM B-ADD-EXCEPTION
           ELSE
               IF WS-DT-STATUS(WS-EMP-DEPT-HIT) = 'R'
                  AND (EMP-STATUS = 'A' OR EMP-STATUS = 'L')
                   MOVE 2 TO WS-EN-TYPE
                   PERFORM B-NAME-STATUS-DETAIL
                   PERFORM B-ADD-EXCEPTION
               END-IF
           END-IF.
           IF EMP-STATUS NOT = 'A' AND EMP-STATUS NOT = 'L'
              AND EMP-STATUS NOT = 'T'
               MOVE 7 TO WS-EN-TYPE
               PERFORM B-NAME-STATUS-DETAIL
               PERFORM B-ADD-EXCEPTION
           END-IF.
           IF EMP-STATUS-DATE = SPACES
               MOVE 8 TO WS-EN-TYPE
               PERFORM B-NAME-STATUS-DETAIL
               PERFORM B-ADD-EXCEPTION
           END-IF.
           IF WS-FIRST-EMP NOT = 'Y'
              AND UNIT-ID = WS-PREV-UNIT-ID
              AND EMP-SURNAME = WS-PREV-SURNAME
              AND (EMP-SURNAME NOT = SPACES OR EMP-GIVEN NOT = SPACES)
              AND EMP-GIVEN = WS-PREV-GIVEN
              AND EMP-ID NOT = WS-PREV-EMP-ID
               MOVE 9 TO WS-EN-TYPE
               MOVE WS-PREV-EMP-ID TO WS-DW-EMP-X
               MOVE SPACES TO WS-EN-DETAIL
               STRING EMP-SURNAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      EMP-GIVEN DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      EMP-STATUS DELIMITED BY SIZE
                      ' - SAME AS ' DELIMITED BY SIZE
                      WS-DW-EMP-X DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PREV-STATUS DELIMITED BY SIZE
                   INTO WS-EN-DETAIL
               PERFORM B-ADD-EXCEPTION
           END-IF.
           MOVE 'N' TO WS-FIRST-EMP.
           MOVE EMP-ID TO WS-PREV-EMP-ID.
           MOVE UNIT-ID TO WS-PREV-UNIT-ID.
           MOVE EMP-SURNAME TO WS-PREV-SURNAME.
           MOVE EMP-GIVEN TO WS-PREV-GIVEN.
           MOVE EMP-STATUS TO WS-PREV-STATUS.
           PERFORM B-FETCH-EMP.

       B-NAME-STATUS-DETAIL.
           MOVE SPACES TO WS-EN-DETAIL.
           STRING EMP-SURNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EMP-GIVEN DELIMITED BY '  '
                  ' STATUS ' DELIMITED BY SIZE
                  EMP-STATUS DELIMITED BY SIZE
                  ' SINCE ' DELIMITED BY SIZE
                  EMP-STATUS-DATE DELIMITED BY SIZE
               INTO WS-EN-DETAIL.

      *    HISTORY WITH NO EMPDEPT ROW IS EXPECTED AFTER AN ENTERED-
      *    IN-ERROR DELETE (PROJECT1 CLOSES THE ROW OFF ON HIST FIRST),
      *    SO THE JOURNAL IS READ FOR THE DELETES BEFORE ANY EMP-ID IS
      *    CALLED NEVER-EXISTED.  WITH NO JOURNAL EVERY ONE IS REPORTED.
      *    PROJECT10 AGES OLD RECORDS OFF THE JOURNAL, SO AN EMP-ID
      *    WHOSE HISTORY ALL ENDED BEFORE THE OLDEST RECORD LEFT CANNOT
      *    BE CHECKED EITHER WAY - IT IS ONLY A WARNING
       B-CHECK-ORPHAN-HIST.
           EXEC SQL
               OPEN SWP-ORPHAN-CURSOR
           END-EXEC.
           PERFORM B-FETCH-ORPHAN.
           PERFORM B-NOTE-ORPHAN UNTIL WS-ORPHAN-EOF = 'Y'.
           EXEC SQL
               CLOSE SWP-ORPHAN-CURSOR
           END-EXEC.
           IF WS-OR-COUNT > 0 AND WS-SQL-FATAL NOT = 'Y'
               PERFORM B-APPLY-JOURNAL
               PERFORM VARYING WS-OR-IX FROM 1 BY 1
                       UNTIL WS-OR-IX > WS-OR-COUNT
                   PERFORM B-REPORT-ONE-ORPHAN
               END-PERFORM
           END-IF.

       B-FETCH-ORPHAN.
           EXEC SQL
               FETCH SWP-ORPHAN-CURSOR
                INTO :EMPH-EMP-ID, :EMPH-UNIT-ID, :WS-HIST-ROWS,
                     :EMPH-EFF-END-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ORPHAN-EOF
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON EMPDEPT_HIST FETCH SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
           END-IF.

       B-NOTE-ORPHAN.
           IF WS-OR-COUNT < 1000
               ADD 1 TO WS-OR-COUNT
               MOVE EMPH-EMP-ID TO WS-OR-EMP-ID(WS-OR-COUNT)
               MOVE EMPH-UNIT-ID TO WS-OR-UNIT-ID(WS-OR-COUNT)
               MOVE WS-HIST-ROWS TO WS-OR-ROWS(WS-OR-COUNT)
               MOVE EMPH-EFF-END-DATE TO WS-OR-LAST-END(WS-OR-COUNT)
               MOVE 'N' TO WS-OR-DELETED(WS-OR-COUNT)
           ELSE
               IF WS-TABLE-FULL NOT = 'Y'
                   DISPLAY 'WARNING - OVER 1000 HISTORY-ONLY EMP-IDS, '
                       'SWEEP INCOMPLETE'
               END-IF
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.
           PERFORM B-FETCH-ORPHAN.

       B-APPLY-JOURNAL.
           OPEN INPUT JR-JOURNAL-INPUT.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'NO ARCHIVED JOURNAL - DELETED EMP-IDS '
                   'CANNOT BE EXCUSED'
           ELSE
               MOVE 'Y' TO WS-JOURNAL-FOUND
               READ JR-JOURNAL-INPUT
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
               END-READ
               PERFORM B-APPLY-JOURNAL-RECORD UNTIL WS-JRN-EOF = 'Y'
               CLOSE JR-JOURNAL-INPUT
           END-IF.

       B-APPLY-JOURNAL-RECORD.
           IF JR-TIMESTAMP NOT = SPACES
              AND JR-TIMESTAMP < WS-JRN-FIRST-TS
               MOVE JR-TIMESTAMP TO WS-JRN-FIRST-TS
           END-IF.
           IF JR-FLAG = 'D' AND JR-SQLCODE = ' 000000000'
               PERFORM VARYING WS-OR-IX FROM 1 BY 1
                       UNTIL WS-OR-IX > WS-OR-COUNT
                   IF WS-OR-EMP-ID(WS-OR-IX) = JR-EMP-ID
                       MOVE 'Y' TO WS-OR-DELETED(WS-OR-IX)
                   END-IF
               END-PERFORM
           END-IF.
           READ JR-JOURNAL-INPUT
               AT END
                   MOVE 'Y' TO WS-JRN-EOF
           END-READ.

       B-REPORT-ONE-ORPHAN.
           IF WS-OR-DELETED(WS-OR-IX) NOT = 'Y'
               MOVE WS-OR-UNIT-ID(WS-OR-IX) TO WS-EN-UNIT-ID
               MOVE WS-OR-EMP-ID(WS-OR-IX) TO WS-DW-EMP-X
               MOVE WS-DW-EMP-X TO WS-EN-EMP-ID
               MOVE WS-OR-ROWS(WS-OR-IX) TO WS-DW-COUNT-X
               MOVE SPACES TO WS-EN-DETAIL
               IF WS-JOURNAL-FOUND = 'Y'
                  AND WS-OR-LAST-END(WS-OR-IX) < WS-JRN-FIRST-TS
                   MOVE 10 TO WS-EN-TYPE
                   STRING WS-DW-COUNT-X DELIMITED BY SIZE
                          ' HIST ROWS, LAST ENDED ' DELIMITED BY SIZE
                          WS-OR-LAST-END(WS-OR-IX)(1:8)
                              DELIMITED BY SIZE
                       INTO WS-EN-DETAIL
               ELSE
                   MOVE 6 TO WS-EN-TYPE
                   STRING WS-DW-COUNT-X DELIMITED BY SIZE
                          ' HIST ROWS, NO EMPDEPT ROW OR DELETE'
                              DELIMITED BY SIZE
                       INTO WS-EN-DETAIL
               END-IF
               PERFORM B-ADD-EXCEPTION
           END-IF.

       B-ADD-EXCEPTION.
           ADD 1 TO WS-ET-COUNT(WS-EN-TYPE).
           IF WS-ET-SEVERITY(WS-EN-TYPE) = 'H'
               ADD 1 TO WS-HARD-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           IF WS-EX-COUNT < 2000
               ADD 1 TO WS-EX-COUNT
               MOVE WS-EX-NEW TO WS-EX-ENTRY(WS-EX-COUNT)
           ELSE
               IF WS-TABLE-FULL NOT = 'Y'
                   DISPLAY 'WARNING - OVER 2000 EXCEPTIONS, '
                       'EXTRAS COUNTED BUT NOT LISTED'
               END-IF
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

       B-SORT-EXCEPTIONS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-EX-COUNT
               PERFORM B-SORT-ONE-PASS
           END-PERFORM.

       B-SORT-ONE-PASS.
           COMPUTE WS-SORT-LIMIT = WS-EX-COUNT - WS-SORT-I.
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-SORT-LIMIT
               IF WS-EX-KEY(WS-SORT-J) > WS-EX-KEY(WS-SORT-J + 1)
                   MOVE WS-EX-ENTRY(WS-SORT-J) TO WS-EX-SWAP
                   MOVE WS-EX-ENTRY(WS-SORT-J + 1)
                       TO WS-EX-ENTRY(WS-SORT-J)
                   MOVE WS-EX-SWAP TO WS-EX-ENTRY(WS-SORT-J + 1)
               END-IF
           END-PERFORM.

       B-WRITE-SECTION.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE WS-ET-IX TO WS-SL-TYPE.
           MOVE WS-ET-TEXT(WS-ET-IX) TO WS-SL-TEXT.
           IF WS-ET-SEVERITY(WS-ET-IX) = 'H'
               MOVE 'HARD ERROR' TO WS-SL-SEVERITY
           ELSE
               MOVE 'WARNING' TO WS-SL-SEVERITY
           END-IF.
           MOVE WS-SECTION-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE WS-HEADING-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM VARYING WS-EX-IX FROM 1 BY 1
                   UNTIL WS-EX-IX > WS-EX-COUNT
               IF WS-EX-TYPE(WS-EX-IX) = WS-ET-IX
                   PERFORM B-WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = 0
               MOVE 'NONE FOUND' TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

      *    A BLANK LINE SETS EACH DEPARTMENT OFF WITHIN THE SECTION
       B-WRITE-EXCEPTION-LINE.
           IF WS-SECTION-COUNT > 0
              AND WS-EX-UNIT-ID(WS-EX-IX) NOT = WS-PRINT-UNIT-ID
               MOVE SPACES TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-EX-UNIT-ID(WS-EX-IX) TO WS-PRINT-UNIT-ID.
           MOVE WS-EX-UNIT-ID(WS-EX-IX) TO WS-DL-UNIT-ID.
           MOVE WS-EX-UNIT-ID(WS-EX-IX) TO WS-DT-KEY.
           PERFORM B-FIND-DEPT.
           IF WS-DT-HIT > 0
               MOVE WS-DT-NAME(WS-DT-HIT) TO WS-DL-DEPT-NAME
           ELSE
               MOVE '*NOT ON DEPTS*' TO WS-DL-DEPT-NAME
           END-IF.
           MOVE WS-EX-EMP-ID(WS-EX-IX) TO WS-DL-EMP-ID.
           MOVE WS-EX-DETAIL(WS-EX-IX) TO WS-DL-DETAIL.
           MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.

       C-END.
           PERFORM C-WRITE-TOTALS.
           CLOSE RP-SWEEP-REPORT.
           DISPLAY 'HARD ERRORS ' WS-HARD-COUNT
               ' WARNINGS ' WS-WARNING-COUNT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-TOTALS.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           IF WS-SQL-FATAL = 'Y'
               MOVE '*** SQL ERROR - SWEEP NOT COMPLETED'
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           IF WS-TABLE-FULL = 'Y'
               MOVE '*** IN-CORE TABLE FULL - SWEEP INCOMPLETE'
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           IF WS-OR-COUNT > 0 AND WS-JOURNAL-FOUND NOT = 'Y'
               MOVE '*** NO JOURNAL - DELETED EMP-IDS NOT EXCUSED'
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-ET-IX FROM 1 BY 1
                   UNTIL WS-ET-IX > 10
               MOVE SPACES TO WS-TT-LABEL
               STRING WS-ET-IX DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ET-TEXT(WS-ET-IX) DELIMITED BY SIZE
                   INTO WS-TT-LABEL
               MOVE WS-ET-COUNT(WS-ET-IX) TO WS-TT-COUNT
               MOVE WS-TOTAL-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-PERFORM.
           MOVE 'TOTAL HARD ERRORS' TO WS-TT-LABEL.
           MOVE WS-HARD-COUNT TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'TOTAL WARNINGS' TO WS-TT-LABEL.
           MOVE WS-WARNING-COUNT TO WS-TT-COUNT.
           MOVE WS-TOTAL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT20' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'SWEEP' TO RL-RUN-MODE
               COMPUTE RL-RECORDS-READ
                   = WS-EMP-READ-COUNT + WS-DEPT-READ-COUNT
               MOVE ZERO TO RL-RECORDS-APPLIED
               COMPUTE RL-RECORDS-REJECTED
                   = WS-HARD-COUNT + WS-WARNING-COUNT
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-HARD-COUNT > 0 OR WS-TABLE-FULL = 'Y'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
