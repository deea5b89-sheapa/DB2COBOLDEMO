       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT18.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT READS THE COST CENTER FEED (DDCCDET) AND
      * MAINTAINS THE UNIT_COSTCTR REFERENCE TABLE, WHICH TIES EACH
      * UNIT-ID TO A GENERAL LEDGER COST CENTER AND COMPANY OVER A
      * RANGE OF EFFECTIVE DATES.  THE FEED WORKS LIKE DDDEPTDET -
      * SAME HEADER AND TRAILER, HASH TOTAL OF THE UNIT-IDS, REJECTS
      * ON DDCCREJ AND A REJECT-RATE LIMIT ON DDCNTL.
      *    I  NEW MAPPING FROM THE EFFECTIVE-FROM DATE.  AN OPEN
      *       MAPPING STARTING EARLIER IS CLOSED THE DAY BEFORE, SO
      *       A RE-MAP IS ONE CARD
      *    U  CORRECTS THE COST CENTER / GL COMPANY OF THE MAPPING
      *       STARTING ON THE EFFECTIVE-FROM DATE
      *    D  ENDS THE MAPPING STARTING ON THE EFFECTIVE-FROM DATE
      *       AT THE EFFECTIVE-TO DATE ON THE CARD
      * THE MONTH-END CHARGEBACK (PROJECT19) READS THE TABLE.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CI-COSTCTR-INPUT ASSIGN TO DDCCDET.

           SELECT CJ-COSTCTR-REJECT ASSIGN TO DDCCREJ.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CI-COSTCTR-INPUT
               RECORDING MODE IS F
               DATA RECORD IS CI-COSTCTR-DETAILS.

       01  CI-COSTCTR-DETAILS.
           05  CI-FLAG         PIC X(01).
           05  FILLER          PIC X(01).
           05  CI-UNIT-ID-X    PIC X(04).
           05  CI-UNIT-ID REDEFINES CI-UNIT-ID-X
                               PIC 9(04).
           05  FILLER          PIC X(01).
           05  CI-COST-CENTER  PIC X(08).
           05  FILLER          PIC X(01).
           05  CI-GL-COMPANY   PIC X(04).
           05  FILLER          PIC X(01).
           05  CI-EFF-FROM     PIC X(08).
           05  FILLER          PIC X(01).
      *    OPTIONAL ON AN INSERT - BLANK LEAVES THE MAPPING OPEN.
      *    REQUIRED ON A D, WHERE IT IS THE LAST DAY IN FORCE
           05  CI-EFF-TO       PIC X(08).
           05  FILLER          PIC X(42).

       01  CI-HEADER-RECORD.
           05  CI-HDR-TYPE     PIC X(01).
           05  FILLER          PIC X(01).
           05  CI-HDR-FEED-DATE PIC X(08).
           05  FILLER          PIC X(01).
           05  CI-HDR-SOURCE   PIC X(08).
           05  FILLER          PIC X(61).

       01  CI-TRAILER-RECORD.
           05  CI-TLR-TYPE     PIC X(01).
           05  FILLER          PIC X(01).
           05  CI-TLR-REC-COUNT PIC 9(09).
           05  FILLER          PIC X(01).
           05  CI-TLR-HASH-TOTAL PIC 9(12).
           05  FILLER          PIC X(56).

       FD  CJ-COSTCTR-REJECT
               RECORDING MODE IS F
               DATA RECORD IS CJ-REJECT-RECORD.

       01  CJ-REJECT-RECORD.
           05  CJ-RAW-RECORD        PIC X(80).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  CJ-REASON-CODE       PIC X(02).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  CJ-REASON-TEXT       PIC X(30).

       FD  CT-CONTROL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS CT-CONTROL-CARD.

       01  CT-CONTROL-CARD.
           05  CT-REJECT-LIMIT      PIC X(03).
           05  CT-REJECT-LIMIT-N REDEFINES CT-REJECT-LIMIT
                                    PIC 9(03).
           05  FILLER               PIC X(77).

       FD  RL-RUNLOG-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS RL-RUNLOG-RECORD.

       COPY RUNLOG.

       WORKING-STORAGE SECTION.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DEPTS
           END-EXEC.

           EXEC SQL
             INCLUDE COSTCTR
           END-EXEC.

       01  MISC.
           05  WS-REC-EOF          PIC X(01)  VALUE SPACES.
           05  WS-FLAG-CHECK       PIC X(01).
           05  WS-FLAG-VALID       PIC X(01)  VALUE 'Y'.
           05  WS-CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.
      *        WHY THE CARD FAILED ITS EDITS - SPACES WHEN IT PASSED
           05  WS-EDIT-REASON      PIC X(02)  VALUE SPACES.
           05  WS-OVERLAP-COUNT    PIC 9(09)  VALUE ZERO.
           05  WS-OPEN-TO          PIC X(08)  VALUE '99991231'.
           05  WS-CLOSED-COUNT     PIC 9(07)  VALUE ZERO.

      *    CALENDAR ARITHMETIC - DATE EDITS AND THE DAY BEFORE A RE-MAP
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
           05  WS-DW-DAY-LIMIT         PIC 9(02)  VALUE ZERO.

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER  PIC X(24)  VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 9(02)  OCCURS 12 TIMES.

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 ANY REJECTS, 8 REJECT RATE OVER LIMIT / FEED REFUSED,
      *    12 UNRECOVERABLE SQL ERROR
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-TOTAL-COUNT          PIC 9(09)  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(09)  VALUE ZERO.
           05  WS-REJECT-PCT           PIC 9(03)  VALUE ZERO.
           05  WS-REJECT-LIMIT         PIC 9(03)  VALUE 25.
           05  WS-RATE-FLOOR           PIC 9(03)  VALUE 50.
           05  WS-RUN-ABORTED          PIC X(01)  VALUE 'N'.
           05  WS-SQL-FATAL            PIC X(01)  VALUE 'N'.

       01  WS-FEED-CONTROLS.
           05  WS-BAL-EOF              PIC X(01)  VALUE 'N'.
           05  WS-FEED-HDR-FOUND       PIC X(01)  VALUE 'N'.
           05  WS-FEED-TLR-FOUND       PIC X(01)  VALUE 'N'.
           05  WS-FEED-IN-BALANCE      PIC X(01)  VALUE 'N'.
           05  WS-FEED-DATE            PIC X(08)  VALUE SPACES.
           05  WS-FEED-SOURCE          PIC X(08)  VALUE SPACES.
           05  WS-FEED-DETAIL-COUNT    PIC 9(09)  VALUE ZERO.
           05  WS-FEED-HASH-TOTAL      PIC 9(12)  VALUE ZERO.
           05  WS-FEED-TLR-COUNT       PIC 9(09)  VALUE ZERO.
           05  WS-FEED-TLR-HASH        PIC 9(12)  VALUE ZERO.

       01  WS-RETRY-CONTROLS.
           05  WS-RETRY-COUNT        PIC 9(01)  VALUE ZERO.
           05  WS-MAX-RETRIES        PIC 9(01)  VALUE 3.

       01  WS-RUNLOG-CONTROLS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-RUNLOG-OPEN          PIC X(01)  VALUE 'N'.
           05  WS-RL-NOW.
               10  WS-RN-DATE          PIC X(08).
               10  WS-RN-TIME          PIC X(06).
               10  FILLER              PIC X(07).

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           PERFORM A-LOAD-REJECT-LIMIT.
           PERFORM A-WRITE-RUNLOG-START.
           PERFORM A-BALANCE-FEED.
           OPEN INPUT CI-COSTCTR-INPUT.
           OPEN OUTPUT CJ-COSTCTR-REJECT.
           READ CI-COSTCTR-INPUT
               AT END
                   MOVE 'Y' TO WS-REC-EOF
           END-READ.
           IF WS-FEED-IN-BALANCE NOT = 'Y'
               DISPLAY 'FEED OUT OF BALANCE - NO UPDATES APPLIED'
               MOVE 'Y' TO WS-REC-EOF
           END-IF.

       A-LOAD-REJECT-LIMIT.
           OPEN INPUT CT-CONTROL-INPUT.
           IF WS-CONTROL-FILE-STATUS = '00'
               READ CT-CONTROL-INPUT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CT-REJECT-LIMIT NUMERIC
                           MOVE CT-REJECT-LIMIT-N TO WS-REJECT-LIMIT
                       END-IF
               END-READ
               CLOSE CT-CONTROL-INPUT
           END-IF.
           DISPLAY 'REJECT LIMIT PCT ' WS-REJECT-LIMIT.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT18' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'LIVE' TO RL-RUN-MODE
               MOVE ZERO TO RL-RECORDS-READ
               MOVE ZERO TO RL-RECORDS-APPLIED
               MOVE ZERO TO RL-RECORDS-REJECTED
               MOVE ZERO TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
           ELSE
               DISPLAY 'WARNING - RUN LOG UNAVAILABLE, STATUS '
                   WS-RUNLOG-FILE-STATUS
           END-IF.

       A-BALANCE-FEED.
           OPEN INPUT CI-COSTCTR-INPUT.
           READ CI-COSTCTR-INPUT
               AT END
                   MOVE 'Y' TO WS-BAL-EOF
           END-READ.
           PERFORM A-BALANCE-COUNT UNTIL WS-BAL-EOF = 'Y'.
           CLOSE CI-COSTCTR-INPUT.
           IF WS-FEED-TLR-FOUND = 'Y'
              AND WS-FEED-DETAIL-COUNT = WS-FEED-TLR-COUNT
              AND WS-FEED-HASH-TOTAL = WS-FEED-TLR-HASH
               MOVE 'Y' TO WS-FEED-IN-BALANCE
           ELSE
               MOVE 'N' TO WS-FEED-IN-BALANCE
           END-IF.
           DISPLAY 'FEED DATE ' WS-FEED-DATE
               ' SOURCE ' WS-FEED-SOURCE.
           DISPLAY 'RECORDS PER TRAILER ' WS-FEED-TLR-COUNT
               ' RECEIVED ' WS-FEED-DETAIL-COUNT.
           DISPLAY 'HASH PER TRAILER ' WS-FEED-TLR-HASH
               ' COMPUTED ' WS-FEED-HASH-TOTAL.
           IF WS-FEED-IN-BALANCE = 'Y'
               DISPLAY 'FEED IN BALANCE'
           END-IF.
           IF WS-FEED-HDR-FOUND NOT = 'Y'
               DISPLAY 'WARNING - FEED HEADER MISSING'
           END-IF.

      *    A NON-NUMERIC UNIT ADDS NOTHING TO THE HASH, SO A CARD
      *    GARBLED IN THE UNIT COLUMNS THROWS THE FEED OUT OF BALANCE
       A-BALANCE-COUNT.
           EVALUATE CI-HDR-TYPE
               WHEN 'H'
                   MOVE 'Y' TO WS-FEED-HDR-FOUND
                   MOVE CI-HDR-FEED-DATE TO WS-FEED-DATE
                   MOVE CI-HDR-SOURCE TO WS-FEED-SOURCE
               WHEN 'T'
                   MOVE 'Y' TO WS-FEED-TLR-FOUND
                   MOVE CI-TLR-REC-COUNT TO WS-FEED-TLR-COUNT
                   MOVE CI-TLR-HASH-TOTAL TO WS-FEED-TLR-HASH
               WHEN OTHER
                   ADD 1 TO WS-FEED-DETAIL-COUNT
                   IF CI-UNIT-ID-X NUMERIC
                       ADD CI-UNIT-ID TO WS-FEED-HASH-TOTAL
                   END-IF
           END-EVALUATE.
           READ CI-COSTCTR-INPUT
               AT END
                   MOVE 'Y' TO WS-BAL-EOF
           END-READ.

       B-CONTROL.
           PERFORM B-READ UNTIL WS-REC-EOF = 'Y'.

       B-READ.
           IF CI-HDR-TYPE = 'H' OR CI-HDR-TYPE = 'T'
               PERFORM B-READ-NEXT
           ELSE
               PERFORM B-PROCESS-DETAIL
           END-IF.

       B-PROCESS-DETAIL.
           MOVE CI-FLAG TO WS-FLAG-CHECK.
           PERFORM B-EDIT-CARD.
           IF WS-EDIT-REASON NOT = SPACES
               DISPLAY 'REJECTED - ' CI-FLAG ' UNIT-ID ' CI-UNIT-ID-X
                   ' REASON ' WS-EDIT-REASON
               PERFORM B-REJECT-EDIT
           ELSE
               PERFORM B-FLAG-CHECK
               IF WS-FLAG-VALID NOT = 'Y'
                   DISPLAY 'REJECTED - UNRECOGNIZED FLAG ' CI-FLAG
                   PERFORM B-REJECT-BAD-FLAG
               ELSE
                   IF WS-EDIT-REASON NOT = SPACES
                       DISPLAY 'REJECTED - ' CI-FLAG ' UNIT-ID '
                           CI-UNIT-ID ' REASON ' WS-EDIT-REASON
                       PERFORM B-REJECT-EDIT
                   ELSE
                       PERFORM B-SQL-CODE-CHECK
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-COUNT.
           PERFORM B-CHECK-REJECT-RATE.
           PERFORM B-READ-NEXT.

      *    CARD-LEVEL EDITS BEFORE ANY SQL.  AN OPEN EFFECTIVE-TO IS
      *    NORMALIZED TO 99991231 IN PLACE SO EVERYTHING DOWNSTREAM
      *    COMPARES PLAIN DATES
       B-EDIT-CARD.
           MOVE SPACES TO WS-EDIT-REASON.
           IF CI-EFF-TO = SPACES AND WS-FLAG-CHECK NOT = 'D'
               MOVE WS-OPEN-TO TO CI-EFF-TO
           END-IF.
           EVALUATE TRUE
               WHEN CI-UNIT-ID-X NOT NUMERIC
                   MOVE 'IU' TO WS-EDIT-REASON
               WHEN CI-EFF-FROM NOT NUMERIC
                 OR CI-EFF-TO NOT NUMERIC
                   MOVE 'BD' TO WS-EDIT-REASON
               WHEN CI-EFF-TO < CI-EFF-FROM
                   MOVE 'BD' TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-EDIT-REASON = SPACES
               MOVE CI-EFF-FROM TO WS-DW-DATE-X
               PERFORM B-CHECK-CALENDAR-DATE
               MOVE CI-EFF-TO TO WS-DW-DATE-X
               PERFORM B-CHECK-CALENDAR-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-EDIT-REASON NOT = SPACES
                   CONTINUE
               WHEN (WS-FLAG-CHECK = 'I' OR WS-FLAG-CHECK = 'U')
                AND (CI-COST-CENTER = SPACES
                  OR CI-GL-COMPANY = SPACES)
                   MOVE 'MC' TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       B-FLAG-CHECK.
           MOVE 'Y' TO WS-FLAG-VALID.
           MOVE CI-UNIT-ID TO CC-UNIT-ID.
           MOVE CI-COST-CENTER TO CC-COST-CENTER.
           MOVE CI-GL-COMPANY TO CC-GL-COMPANY.
           MOVE CI-EFF-FROM TO CC-EFF-FROM.
           MOVE CI-EFF-TO TO CC-EFF-TO.
           EVALUATE WS-FLAG-CHECK
               WHEN 'I'
                   PERFORM B-CHECK-UNIT-ACTIVE
                   IF WS-EDIT-REASON = SPACES
                       PERFORM B-CHECK-OVERLAP
                   END-IF
                   IF WS-EDIT-REASON = SPACES
                       PERFORM B-CLOSE-OPEN-MAPPING
                   END-IF
                   IF WS-EDIT-REASON = SPACES
                      AND WS-SQL-FATAL NOT = 'Y'
                       PERFORM B-INSERT-WITH-RETRY
                   END-IF
               WHEN 'U'
                   PERFORM B-UPDATE-WITH-RETRY
               WHEN 'D'
                   PERFORM B-CHECK-END-OVERLAP
                   IF WS-EDIT-REASON = SPACES
                       PERFORM B-END-WITH-RETRY
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-FLAG-VALID
           END-EVALUATE.

      *    A NEW MAPPING NEEDS A UNIT THAT IS ON DEPTS AND NOT
      *    RETIRED - THERE IS NOTHING TO CHARGE A RETIRED UNIT FOR
       B-CHECK-UNIT-ACTIVE.
           MOVE CI-UNIT-ID TO DEPT-UNIT-ID.
           EXEC SQL
               SELECT DEPT_STATUS
                 INTO :DEPT-STATUS
                 FROM DEPTS
                WHERE UNIT_ID = :DEPT-UNIT-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'NU' TO WS-EDIT-REASON
               WHEN SQLCODE NOT = 0
                   DISPLAY 'SQL ERROR ON DEPTS LOOKUP FOR UNIT '
                       DEPT-UNIT-ID ' SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
                   MOVE 'SQ' TO WS-EDIT-REASON
               WHEN DEPT-STATUS NOT = 'A'
                   MOVE 'RU' TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    MOVING A MAPPING'S END DATE MUST NOT RUN IT INTO THE
      *    UNIT'S NEXT MAPPING - PROJECT19 WOULD CHARGE THE SHARED
      *    DAYS TO BOTH COST CENTERS
       B-CHECK-END-OVERLAP.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OVERLAP-COUNT
                 FROM UNIT_COSTCTR
                WHERE UNIT_ID = :CC-UNIT-ID
                  AND EFF_FROM > :CC-EFF-FROM
                  AND EFF_FROM <= :CC-EFF-TO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'SQL ERROR ON OVERLAP CHECK FOR UNIT '
                       CC-UNIT-ID ' SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
                   MOVE 'SQ' TO WS-EDIT-REASON
               WHEN WS-OVERLAP-COUNT > 0
                   MOVE 'OV' TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    ANY EXISTING RANGE THAT TOUCHES THE NEW ONE IS A CONFLICT,
      *    EXCEPT AN OPEN MAPPING THAT STARTED EARLIER - THAT ONE IS
      *    SIMPLY SUPERSEDED
       B-CHECK-OVERLAP.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OVERLAP-COUNT
                 FROM UNIT_COSTCTR
                WHERE UNIT_ID = :CC-UNIT-ID
                  AND EFF_FROM <= :CC-EFF-TO
                  AND EFF_TO >= :CC-EFF-FROM
                  AND NOT (EFF_TO = :WS-OPEN-TO
                       AND EFF_FROM < :CC-EFF-FROM)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'SQL ERROR ON OVERLAP CHECK FOR UNIT '
                       CC-UNIT-ID ' SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
                   MOVE 'SQ' TO WS-EDIT-REASON
               WHEN WS-OVERLAP-COUNT > 0
                   MOVE 'OV' TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       B-CLOSE-OPEN-MAPPING.
           MOVE CI-EFF-FROM TO WS-DW-DATE-X.
           PERFORM B-DAY-BEFORE.
           EXEC SQL
               UPDATE UNIT_COSTCTR
                 SET EFF_TO = :WS-DW-DATE-X
                 WHERE UNIT_ID = :CC-UNIT-ID
                   AND EFF_TO = :WS-OPEN-TO
                   AND EFF_FROM < :CC-EFF-FROM
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   DISPLAY 'OPEN MAPPING FOR UNIT ' CC-UNIT-ID
                       ' CLOSED AT ' WS-DW-DATE-X
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SQL ERROR CLOSING MAPPING FOR UNIT '
                       CC-UNIT-ID ' SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
                   MOVE 'SQ' TO WS-EDIT-REASON
           END-EVALUATE.

      *    A NUMERIC DATE THAT IS NOT ON THE CALENDAR (MONTH 13,
      *    APRIL 31) FAILS THE SAME WAY AS A NON-NUMERIC ONE
       B-CHECK-CALENDAR-DATE.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12 OR WS-DW-DD < 1
               MOVE 'BD' TO WS-EDIT-REASON
           ELSE
               MOVE WS-DW-DD TO WS-DW-DAY-LIMIT
               MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-DW-DD
               IF WS-DW-MM = 2
                   PERFORM B-CHECK-LEAP-YEAR
               END-IF
               IF WS-DW-DAY-LIMIT > WS-DW-DD
                   MOVE 'BD' TO WS-EDIT-REASON
               END-IF
           END-IF.

      *    STEPS WS-DW-DATE BACK ONE CALENDAR DAY
       B-DAY-BEFORE.
           IF WS-DW-DD > 1
               SUBTRACT 1 FROM WS-DW-DD
           ELSE
               IF WS-DW-MM > 1
                   SUBTRACT 1 FROM WS-DW-MM
               ELSE
                   MOVE 12 TO WS-DW-MM
                   SUBTRACT 1 FROM WS-DW-YYYY
               END-IF
               MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-DW-DD
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
               MOVE 29 TO WS-DW-DD
           END-IF.

       B-INSERT-WITH-RETRY.
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM B-EXEC-INSERT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-RETRY-COUNT >= WS-MAX-RETRIES
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY 'DEADLOCK/TIMEOUT ON INSERT - RETRY '
                   WS-RETRY-COUNT
               PERFORM B-EXEC-INSERT
           END-PERFORM.

       B-EXEC-INSERT.
           EXEC SQL
               INSERT INTO UNIT_COSTCTR VALUES(
               :CC-UNIT-ID,
               :CC-COST-CENTER,
               :CC-GL-COMPANY,
               :CC-EFF-FROM,
               :CC-EFF-TO)
           END-EXEC.

       B-UPDATE-WITH-RETRY.
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM B-EXEC-UPDATE.
           PERFORM WITH TEST AFTER
                   UNTIL WS-RETRY-COUNT >= WS-MAX-RETRIES
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY 'DEADLOCK/TIMEOUT ON UPDATE - RETRY '
                   WS-RETRY-COUNT
               PERFORM B-EXEC-UPDATE
           END-PERFORM.

       B-EXEC-UPDATE.
           EXEC SQL
               UPDATE UNIT_COSTCTR
                 SET COST_CENTER = :CC-COST-CENTER,
                     GL_COMPANY = :CC-GL-COMPANY
                 WHERE UNIT_ID = :CC-UNIT-ID
                   AND EFF_FROM = :CC-EFF-FROM
           END-EXEC.

       B-END-WITH-RETRY.
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM B-EXEC-END.
           PERFORM WITH TEST AFTER
                   UNTIL WS-RETRY-COUNT >= WS-MAX-RETRIES
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY 'DEADLOCK/TIMEOUT ON UPDATE - RETRY '
                   WS-RETRY-COUNT
               PERFORM B-EXEC-END
           END-PERFORM.

       B-EXEC-END.
           EXEC SQL
               UPDATE UNIT_COSTCTR
                 SET EFF_TO = :CC-EFF-TO
                 WHERE UNIT_ID = :CC-UNIT-ID
                   AND EFF_FROM = :CC-EFF-FROM
           END-EXEC.

      *    A FEED REJECTING MORE THAN THE LIMIT IS ALMOST ALWAYS A
      *    MIS-SORTED OR WRONG-CYCLE FILE - BACK OUT AND QUIT RATHER
      *    THAN MAKE THE CLEANUP BIGGER
       B-CHECK-REJECT-RATE.
           IF WS-TOTAL-COUNT >= WS-RATE-FLOOR
               COMPUTE WS-REJECT-PCT =
                   (WS-REJECT-COUNT * 100) / WS-TOTAL-COUNT
               IF WS-REJECT-PCT > WS-REJECT-LIMIT
                   DISPLAY 'RUN ABORTED - REJECT RATE '
                       WS-REJECT-PCT ' PCT EXCEEDS LIMIT '
                       WS-REJECT-LIMIT ' PCT'
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE 'Y' TO WS-RUN-ABORTED
                   MOVE 'Y' TO WS-REC-EOF
               END-IF
           END-IF.
           IF WS-SQL-FATAL = 'Y'
               MOVE 'Y' TO WS-REC-EOF
           END-IF.

       B-READ-NEXT.
           IF WS-REC-EOF NOT = 'Y'
               READ CI-COSTCTR-INPUT
                   AT END
                       MOVE 'Y' TO WS-REC-EOF
               END-READ
           END-IF.

       B-SQL-CODE-CHECK.
           IF SQLCODE = 0
               DISPLAY 'SUCCESS!'
               DISPLAY 'UNIT ID ' CC-UNIT-ID
               DISPLAY 'COST CENTER ' CC-GL-COMPANY ' ' CC-COST-CENTER
           ELSE
               DISPLAY CI-FLAG ' OPERATION UNSUCCESFUL'
               DISPLAY 'SQL CODE: ' SQLCODE
      *        A NEGATIVE SQLCODE OTHER THAN A DUPLICATE ROW IS A
      *        SYSTEM-LEVEL FAILURE, NOT BAD INPUT DATA
               IF SQLCODE < 0 AND SQLCODE NOT = -803
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
               PERFORM B-REJECT-SQL-FAILURE
           END-IF.

       B-REJECT-EDIT.
           MOVE WS-EDIT-REASON TO CJ-REASON-CODE.
           EVALUATE WS-EDIT-REASON
               WHEN 'IU'
                   MOVE 'UNIT-ID NOT NUMERIC' TO CJ-REASON-TEXT
               WHEN 'BD'
                   MOVE 'EFFECTIVE DATES INVALID' TO CJ-REASON-TEXT
               WHEN 'MC'
                   MOVE 'COST CENTER OR GL CO MISSING'
                       TO CJ-REASON-TEXT
               WHEN 'NU'
                   MOVE 'UNIT-ID NOT ON DEPTS' TO CJ-REASON-TEXT
               WHEN 'RU'
                   MOVE 'UNIT-ID IS RETIRED' TO CJ-REASON-TEXT
               WHEN 'OV'
                   MOVE 'OVERLAPS AN EXISTING MAPPING'
                       TO CJ-REASON-TEXT
               WHEN OTHER
                   MOVE 'SQL OPERATION FAILED' TO CJ-REASON-TEXT
           END-EVALUATE.
           PERFORM B-WRITE-REJECT.

       B-REJECT-BAD-FLAG.
           MOVE 'BF' TO CJ-REASON-CODE.
           MOVE 'UNRECOGNIZED TRANSACTION FLAG' TO CJ-REASON-TEXT.
           PERFORM B-WRITE-REJECT.

       B-REJECT-SQL-FAILURE.
           MOVE 'SQ' TO CJ-REASON-CODE.
           MOVE 'SQL OPERATION FAILED' TO CJ-REASON-TEXT.
           PERFORM B-WRITE-REJECT.

       B-WRITE-REJECT.
           MOVE CI-COSTCTR-DETAILS TO CJ-RAW-RECORD.
           WRITE CJ-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

       C-END.
           IF WS-RUN-ABORTED NOT = 'Y'
               IF WS-SQL-FATAL = 'Y'
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               ELSE
                   EXEC SQL
                       COMMIT
                   END-EXEC
               END-IF
           END-IF.
           CLOSE CI-COSTCTR-INPUT.
           CLOSE CJ-COSTCTR-REJECT.
           DISPLAY 'OPEN MAPPINGS CLOSED BY A RE-MAP ' WS-CLOSED-COUNT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT18' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'LIVE' TO RL-RUN-MODE
               MOVE WS-TOTAL-COUNT TO RL-RECORDS-READ
               COMPUTE RL-RECORDS-APPLIED
                   = WS-TOTAL-COUNT - WS-REJECT-COUNT
               MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           IF WS-TOTAL-COUNT > 0
               COMPUTE WS-REJECT-PCT =
                   (WS-REJECT-COUNT * 100) / WS-TOTAL-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-RUN-ABORTED = 'Y'
                 OR WS-FEED-IN-BALANCE NOT = 'Y'
                 OR WS-REJECT-PCT > WS-REJECT-LIMIT
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
