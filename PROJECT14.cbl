       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT14.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT COMPARES HR'S FULL NIGHTLY EMPLOYEE SNAPSHOT
      * (DDHRSNAP - EMP-ID, SURNAME, GIVEN NAME, UNIT, STATUS, SORTED
      * BY EMP-ID) AGAINST EMPDEPT AND WRITES THE DIFFERENCES AS A
      * NORMAL DDEMPDET FEED ON DDHRFEED - HEADER, I/U/M/L/R/X DETAIL
      * RECORDS, AND A TRAILER WITH THE RECORD COUNT AND EMP-ID HASH
      * THAT PROJECT1'S A-BALANCE-FEED CHECKS.  AN EMPLOYEE HR HAS IN
      * A DIFFERENT UNIT GOES AS AN 'M' TRANSFER.  THE FEED THEN RUNS
      * THROUGH PROJECT1 LIKE ANY OTHER, SO SCREENING, CAPACITY, AND
      * AUDIT ALL STILL APPLY.  NOTHING IS EVER TERMINATED FOR BEING
      * MISSING FROM THE SNAPSHOT - ACTIVE OR ON-LEAVE EMPLOYEES HR
      * DID NOT SEND, AND ANYTHING THE COMPARE CANNOT TURN INTO A
      * TRANSACTION, GO ON THE DDHREXC EXCEPTION LIST FOR REVIEW.
      * A LEAVER'S NAME IS NO LONGER MAINTAINED FROM HR ONCE THE ROW
      * IS TERMINATED - THE PROJECT22 RETENTION PURGE BLANKS IT, AND
      * THE SNAPSHOT MUST NOT PUT IT BACK.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HS-SNAPSHOT-INPUT ASSIGN TO DDHRSNAP
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT EO-EMP-FEED-OUTPUT ASSIGN TO DDHRFEED.

           SELECT EX-EXCEPTION-OUTPUT ASSIGN TO DDHREXC.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HS-SNAPSHOT-INPUT
               RECORDING MODE IS F
               DATA RECORD IS HS-SNAPSHOT-RECORD.

       01  HS-SNAPSHOT-RECORD.
           05  HS-EMP-ID            PIC X(06).
           05  HS-EMP-ID-N REDEFINES HS-EMP-ID
                                    PIC 9(06).
           05  FILLER               PIC X(01).
           05  HS-SURNAME           PIC X(20).
           05  FILLER               PIC X(01).
           05  HS-GIVEN             PIC X(15).
           05  FILLER               PIC X(01).
           05  HS-UNIT-ID           PIC X(04).
           05  HS-UNIT-ID-N REDEFINES HS-UNIT-ID
                                    PIC 9(04).
           05  FILLER               PIC X(01).
           05  HS-STATUS            PIC X(01).
           05  FILLER               PIC X(30).

       FD  EO-EMP-FEED-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS EO-EMP-RECORD.

       01  EO-EMP-RECORD            PIC X(80).

       FD  EX-EXCEPTION-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS EX-EXCEPTION-LINE.

       01  EX-EXCEPTION-LINE        PIC X(80).

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

       01  MISC.
           05  WS-SNAP-EOF             PIC X(01)  VALUE 'N'.
           05  WS-CUR-EOF              PIC X(01)  VALUE 'N'.
           05  WS-SNAPSHOT-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-SNAP-VALID           PIC X(01)  VALUE 'N'.

       01  WS-RUNLOG-CONTROLS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-RUNLOG-OPEN          PIC X(01)  VALUE 'N'.
           05  WS-RL-NOW.
               10  WS-RN-DATE          PIC X(08).
               10  WS-RN-TIME          PIC X(06).
               10  FILLER              PIC X(07).

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 EXCEPTIONS LISTED FOR REVIEW, 8 NO SNAPSHOT OR SNAPSHOT
      *    OUT OF SEQUENCE (FEED REFUSED), 12 UNRECOVERABLE SQL ERROR
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-SNAPSHOT-MISSING     PIC X(01)  VALUE 'N'.
           05  WS-SEQUENCE-ERROR       PIC X(01)  VALUE 'N'.
           05  WS-SQL-FATAL            PIC X(01)  VALUE 'N'.

       01  WS-COMPARE-TOTALS.
           05  WS-SNAP-READ            PIC 9(09)  VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(09)  VALUE ZERO.
           05  WS-NOT-KNOWN-COUNT      PIC 9(09)  VALUE ZERO.
           05  WS-GEN-I                PIC 9(09)  VALUE ZERO.
           05  WS-GEN-U                PIC 9(09)  VALUE ZERO.
           05  WS-GEN-M                PIC 9(09)  VALUE ZERO.
           05  WS-GEN-L                PIC 9(09)  VALUE ZERO.
           05  WS-GEN-R                PIC 9(09)  VALUE ZERO.
           05  WS-GEN-X                PIC 9(09)  VALUE ZERO.

      *    MATCH KEYS FOR THE MERGE - ONE DIGIT WIDER THAN AN EMP-ID
      *    SO END OF FILE CAN SORT HIGH ON EITHER SIDE
       01  WS-MATCH-KEYS.
           05  WS-SNAP-KEY             PIC 9(07)  VALUE ZERO.
           05  WS-PREV-SNAP-KEY        PIC 9(07)  VALUE ZERO.
           05  WS-DB-KEY               PIC 9(07)  VALUE ZERO.
           05  WS-HIGH-KEY             PIC 9(07)  VALUE 9999999.

      *    THE EMPDEPT SIDE OF THE MERGE, ONE EMP-ID AT A TIME.  A
      *    REHIRE INTO A NEW UNIT LEAVES THE OLD TERMINATED ROW BEHIND,
      *    SO THE ROW COMPARED IS THE ONE NOT TERMINATED (OR THE LAST
      *    ROW WHEN ALL ARE) - MORE THAN ONE LIVE ROW IS AN EXCEPTION
       01  WS-DB-GROUP.
           05  WS-DB-EMP-ID            PIC 9(06)  VALUE ZERO.
           05  WS-DB-SURNAME           PIC X(20)  VALUE SPACES.
           05  WS-DB-GIVEN             PIC X(15)  VALUE SPACES.
           05  WS-DB-UNIT-ID           PIC 9(04)  VALUE ZERO.
           05  WS-DB-STATUS            PIC X(01)  VALUE SPACE.
           05  WS-DB-LIVE-COUNT        PIC 9(03)  VALUE ZERO.

      *    WORK IMAGE OF A DDEMPDET TRANSACTION, SAME COLUMNS AS
      *    UI-EMPLOYEE-DETAILS IN PROJECT1.  THE EFFECTIVE DATE IS
      *    LEFT BLANK - A SNAPSHOT DIFFERENCE APPLIES TONIGHT
       01  WS-EMP-TRAN.
           05  WS-ET-FLAG           PIC X(01).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-EMP-ID         PIC 9(06).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-SURNAME        PIC X(20).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-UNIT-ID        PIC 9(04).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-EFF-DATE       PIC X(08)  VALUE SPACES.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-GIVEN          PIC X(15).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-FROM-UNIT      PIC X(04)  VALUE SPACES.
           05  FILLER               PIC X(16)  VALUE SPACES.

       01  WS-FEED-CONTROLS.
           05  WS-CURRENT-DATE.
               10  WS-CD-YYYYMMDD   PIC X(08).
               10  FILLER           PIC X(13).
           05  WS-FEED-COUNT        PIC 9(09)  VALUE ZERO.
           05  WS-FEED-HASH-TOTAL   PIC 9(12)  VALUE ZERO.

       01  WS-FEED-HEADER.
           05  FILLER               PIC X(01)  VALUE 'H'.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-FH-FEED-DATE      PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(08)  VALUE 'HRSNAP'.
           05  FILLER               PIC X(61)  VALUE SPACES.

       01  WS-FEED-TRAILER.
           05  FILLER               PIC X(01)  VALUE 'T'.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-FT-REC-COUNT      PIC 9(09).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-FT-HASH-TOTAL     PIC 9(12).
           05  FILLER               PIC X(56)  VALUE SPACES.

       01  WS-EXC-HEAD-LINE.
           05  FILLER               PIC X(07)  VALUE 'EMP-ID '.
           05  FILLER               PIC X(21)  VALUE 'SURNAME'.
           05  FILLER               PIC X(05)  VALUE 'UNIT '.
           05  FILLER               PIC X(02)  VALUE 'S '.
           05  FILLER               PIC X(40)  VALUE 'REASON'.
           05  FILLER               PIC X(05)  VALUE SPACES.

       01  WS-EXC-DETAIL.
           05  WS-EX-EMP-ID         PIC X(06).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-EX-SURNAME        PIC X(20).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-EX-UNIT-ID        PIC X(04).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-EX-STATUS         PIC X(01).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-EX-REASON         PIC X(40).
           05  FILLER               PIC X(05)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(41)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           PERFORM A-WRITE-RUNLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN OUTPUT EO-EMP-FEED-OUTPUT.
           OPEN OUTPUT EX-EXCEPTION-OUTPUT.
           MOVE WS-CD-YYYYMMDD TO WS-FH-FEED-DATE.
           MOVE WS-FEED-HEADER TO EO-EMP-RECORD.
           WRITE EO-EMP-RECORD.
           MOVE 'PROJECT14 - HR SNAPSHOT COMPARE EXCEPTIONS'
               TO EX-EXCEPTION-LINE.
           WRITE EX-EXCEPTION-LINE.
           MOVE SPACES TO EX-EXCEPTION-LINE.
           WRITE EX-EXCEPTION-LINE.
           MOVE WS-EXC-HEAD-LINE TO EX-EXCEPTION-LINE.
           WRITE EX-EXCEPTION-LINE.
           EXEC SQL
               DECLARE SNAP-CURSOR CURSOR FOR
                   SELECT EMP_ID, EMP_SURNAME, EMP_GIVEN,
                          UNIT_ID, EMP_STATUS
                     FROM EMPDEPT
                    ORDER BY EMP_ID, UNIT_ID
           END-EXEC.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT14' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'SNAP' TO RL-RUN-MODE
               MOVE ZERO TO RL-RECORDS-READ
               MOVE ZERO TO RL-RECORDS-APPLIED
               MOVE ZERO TO RL-RECORDS-REJECTED
               MOVE ZERO TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
           ELSE
               DISPLAY 'WARNING - RUN LOG UNAVAILABLE, STATUS '
                   WS-RUNLOG-FILE-STATUS
           END-IF.

      *    WITHOUT A SNAPSHOT EVERY EMPLOYEE WOULD LOOK MISSING - SEND
      *    AN EMPTY (BALANCED) FEED AND SAY SO INSTEAD
       B-CONTROL.
           OPEN INPUT HS-SNAPSHOT-INPUT.
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'NO HR SNAPSHOT ON DDHRSNAP - NOTHING COMPARED'
               MOVE 'Y' TO WS-SNAPSHOT-MISSING
               MOVE '*** NO HR SNAPSHOT SUPPLIED - NOTHING COMPARED'
                   TO EX-EXCEPTION-LINE
               WRITE EX-EXCEPTION-LINE
           ELSE
               EXEC SQL
                   OPEN SNAP-CURSOR
               END-EXEC
               PERFORM B-FETCH-ROW
               PERFORM B-LOAD-DB-GROUP
               PERFORM B-READ-SNAPSHOT
               PERFORM B-MATCH
                   UNTIL WS-SNAP-KEY = WS-HIGH-KEY
                     AND WS-DB-KEY = WS-HIGH-KEY
               EXEC SQL
                   CLOSE SNAP-CURSOR
               END-EXEC
               CLOSE HS-SNAPSHOT-INPUT
           END-IF.

       B-MATCH.
           EVALUATE TRUE
               WHEN WS-SNAP-KEY < WS-DB-KEY
                   PERFORM B-SNAPSHOT-ONLY
                   PERFORM B-READ-SNAPSHOT
               WHEN WS-SNAP-KEY > WS-DB-KEY
                   PERFORM B-EMPDEPT-ONLY
                   PERFORM B-LOAD-DB-GROUP
               WHEN OTHER
                   PERFORM B-COMPARE-EMPLOYEE
                   PERFORM B-READ-SNAPSHOT
                   PERFORM B-LOAD-DB-GROUP
           END-EVALUATE.

       B-FETCH-ROW.
           EXEC SQL
               FETCH SNAP-CURSOR
                INTO :EMP-ID, :EMP-SURNAME, :EMP-GIVEN,
                     :UNIT-ID, :EMP-STATUS
           END-EXEC.
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON EMPDEPT CURSOR SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
                   PERFORM B-STOP-COMPARE
               END-IF
               MOVE 'Y' TO WS-CUR-EOF
           END-IF.

       B-LOAD-DB-GROUP.
           IF WS-CUR-EOF = 'Y'
               MOVE WS-HIGH-KEY TO WS-DB-KEY
           ELSE
               MOVE EMP-ID TO WS-DB-EMP-ID
               MOVE EMP-ID TO WS-DB-KEY
               MOVE ZERO TO WS-DB-LIVE-COUNT
               PERFORM B-ADD-DB-ROW
                   UNTIL WS-CUR-EOF = 'Y'
                      OR EMP-ID NOT = WS-DB-EMP-ID
           END-IF.

       B-ADD-DB-ROW.
           IF EMP-STATUS NOT = 'T'
               ADD 1 TO WS-DB-LIVE-COUNT
               PERFORM B-HOLD-DB-ROW
           ELSE
               IF WS-DB-LIVE-COUNT = 0
                   PERFORM B-HOLD-DB-ROW
               END-IF
           END-IF.
           PERFORM B-FETCH-ROW.

       B-HOLD-DB-ROW.
           MOVE EMP-SURNAME TO WS-DB-SURNAME.
           MOVE EMP-GIVEN TO WS-DB-GIVEN.
           MOVE UNIT-ID TO WS-DB-UNIT-ID.
           MOVE EMP-STATUS TO WS-DB-STATUS.

      *    AN UNUSABLE OR DUPLICATE SNAPSHOT RECORD IS LISTED AND
      *    SKIPPED.  A RECORD OUT OF EMP-ID ORDER MEANS THE MERGE CAN
      *    NO LONGER BE TRUSTED, SO THE COMPARE STOPS THERE
       B-READ-SNAPSHOT.
           MOVE 'N' TO WS-SNAP-VALID.
           PERFORM B-READ-SNAPSHOT-RECORD
               UNTIL WS-SNAP-VALID = 'Y'
                  OR WS-SNAP-KEY = WS-HIGH-KEY.

       B-READ-SNAPSHOT-RECORD.
           READ HS-SNAPSHOT-INPUT
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF
                   MOVE WS-HIGH-KEY TO WS-SNAP-KEY
           END-READ.
           IF WS-SNAP-EOF NOT = 'Y' AND WS-SEQUENCE-ERROR NOT = 'Y'
               ADD 1 TO WS-SNAP-READ
               PERFORM B-EDIT-SNAPSHOT-RECORD
           END-IF.

       B-EDIT-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN HS-EMP-ID NOT NUMERIC
                   MOVE 'SNAPSHOT EMP-ID NOT NUMERIC' TO WS-EX-REASON
                   PERFORM B-LIST-SNAPSHOT-EXCEPTION
               WHEN HS-EMP-ID-N < WS-PREV-SNAP-KEY
                   DISPLAY 'HR SNAPSHOT OUT OF SEQUENCE AT EMP-ID '
                       HS-EMP-ID ' - COMPARE STOPPED'
                   MOVE 'SNAPSHOT OUT OF SEQUENCE - COMPARE STOPPED'
                       TO WS-EX-REASON
                   PERFORM B-LIST-SNAPSHOT-EXCEPTION
                   MOVE 'Y' TO WS-SEQUENCE-ERROR
                   PERFORM B-STOP-COMPARE
               WHEN HS-EMP-ID-N = WS-PREV-SNAP-KEY
                   MOVE 'DUPLICATE EMP-ID ON SNAPSHOT' TO WS-EX-REASON
                   PERFORM B-LIST-SNAPSHOT-EXCEPTION
               WHEN HS-UNIT-ID NOT NUMERIC
                 OR (HS-STATUS NOT = 'A' AND HS-STATUS NOT = 'L'
                     AND HS-STATUS NOT = 'T')
                   MOVE HS-EMP-ID-N TO WS-PREV-SNAP-KEY
                   MOVE 'SNAPSHOT UNIT OR STATUS UNUSABLE'
                       TO WS-EX-REASON
                   PERFORM B-LIST-SNAPSHOT-EXCEPTION
               WHEN OTHER
                   MOVE HS-EMP-ID-N TO WS-PREV-SNAP-KEY
                   MOVE HS-EMP-ID-N TO WS-SNAP-KEY
                   MOVE 'Y' TO WS-SNAP-VALID
           END-EVALUATE.

      *    BOTH SIDES ARE RUN TO HIGH KEY SO THE MERGE ENDS HERE
       B-STOP-COMPARE.
           MOVE WS-HIGH-KEY TO WS-SNAP-KEY.
           MOVE WS-HIGH-KEY TO WS-DB-KEY.
           MOVE 'Y' TO WS-CUR-EOF.

      *    NEW TO EMPDEPT - A HIRE, FOLLOWED BY A LEAVE CARD WHEN HR
      *    ALREADY HAS THEM ON LEAVE.  SOMEONE HR HAS AS TERMINATED
      *    WHO WAS NEVER ON EMPDEPT IS ONLY COUNTED
       B-SNAPSHOT-ONLY.
           IF HS-STATUS = 'T'
               ADD 1 TO WS-NOT-KNOWN-COUNT
           ELSE
               PERFORM B-NEW-ROW-FROM-SNAPSHOT
           END-IF.

       B-NEW-ROW-FROM-SNAPSHOT.
           MOVE 'I' TO WS-ET-FLAG.
           PERFORM B-WRITE-SNAPSHOT-TRAN.
           IF HS-STATUS = 'L'
               MOVE 'L' TO WS-ET-FLAG
               PERFORM B-WRITE-SNAPSHOT-TRAN
           END-IF.

      *    NOT ON THE SNAPSHOT - NEVER TERMINATED AUTOMATICALLY.  A ROW
      *    ALREADY TERMINATED HAS NOTHING LEFT TO REVIEW
       B-EMPDEPT-ONLY.
           IF WS-DB-STATUS NOT = 'T'
               MOVE 'ON EMPDEPT, MISSING FROM HR SNAPSHOT'
                   TO WS-EX-REASON
               PERFORM B-LIST-EMPDEPT-EXCEPTION
           END-IF.

       B-COMPARE-EMPLOYEE.
           EVALUATE TRUE
               WHEN WS-DB-LIVE-COUNT > 1
                   MOVE 'ACTIVE ON MORE THAN ONE UNIT ON EMPDEPT'
                       TO WS-EX-REASON
                   PERFORM B-LIST-EMPDEPT-EXCEPTION
               WHEN HS-UNIT-ID-N = WS-DB-UNIT-ID
                   PERFORM B-COMPARE-SAME-UNIT
      *        A REHIRE INTO A DIFFERENT UNIT IS A NEW EMPDEPT ROW
               WHEN WS-DB-STATUS = 'T' AND HS-STATUS NOT = 'T'
                   PERFORM B-NEW-ROW-FROM-SNAPSHOT
               WHEN WS-DB-STATUS = 'T' AND HS-STATUS = 'T'
                   CONTINUE
      *        A LEAVER HR HAS UNDER ANOTHER UNIT IS STILL A LEAVER -
      *        TERMINATE THE ROW WHERE IT IS RATHER THAN MOVE IT FIRST
               WHEN HS-STATUS = 'T'
                   MOVE 'X' TO WS-ET-FLAG
                   PERFORM B-MOVE-SNAPSHOT-FIELDS
                   MOVE WS-DB-UNIT-ID TO WS-ET-UNIT-ID
                   PERFORM B-WRITE-EMP-TRAN
               WHEN OTHER
                   PERFORM B-TRANSFER-FROM-SNAPSHOT
           END-EVALUATE.

      *    THE TRANSFER CARRIES HR'S NAMES, SO ONLY THE STATUS CAN
      *    STILL DIFFER ONCE THE ROW IS IN ITS NEW UNIT
       B-TRANSFER-FROM-SNAPSHOT.
           MOVE 'M' TO WS-ET-FLAG.
           PERFORM B-MOVE-SNAPSHOT-FIELDS.
           MOVE WS-DB-UNIT-ID TO WS-ET-FROM-UNIT.
           PERFORM B-WRITE-EMP-TRAN.
           PERFORM B-COMPARE-STATUS.

      *    A NAME CHANGE GOES FIRST AS A 'U', THEN WHATEVER LIFECYCLE
      *    FLAG MOVES THE STATUS TO WHERE HR HAS IT.  R REINSTATES TO
      *    ACTIVE FROM EITHER LEAVE OR TERMINATED, SO A TERMINATED ROW
      *    HR HAS ON LEAVE TAKES AN R AND THEN AN L.  A ROW TERMINATED
      *    ON BOTH SIDES IS NOT NAME-COMPARED, SO A PURGED LEAVER STAYS
      *    BLANK
       B-COMPARE-SAME-UNIT.
           IF WS-DB-STATUS NOT = 'T' OR HS-STATUS NOT = 'T'
               IF HS-SURNAME NOT = WS-DB-SURNAME
                  OR HS-GIVEN NOT = WS-DB-GIVEN
                   MOVE 'U' TO WS-ET-FLAG
                   PERFORM B-WRITE-SNAPSHOT-TRAN
               END-IF
           END-IF.
           PERFORM B-COMPARE-STATUS.

       B-COMPARE-STATUS.
           EVALUATE TRUE
               WHEN HS-STATUS = WS-DB-STATUS
                   CONTINUE
               WHEN HS-STATUS = 'T'
                   MOVE 'X' TO WS-ET-FLAG
                   PERFORM B-WRITE-SNAPSHOT-TRAN
               WHEN HS-STATUS = 'A'
                   MOVE 'R' TO WS-ET-FLAG
                   PERFORM B-WRITE-SNAPSHOT-TRAN
               WHEN WS-DB-STATUS = 'A'
                   MOVE 'L' TO WS-ET-FLAG
                   PERFORM B-WRITE-SNAPSHOT-TRAN
               WHEN OTHER
                   MOVE 'R' TO WS-ET-FLAG
                   PERFORM B-WRITE-SNAPSHOT-TRAN
                   MOVE 'L' TO WS-ET-FLAG
                   PERFORM B-WRITE-SNAPSHOT-TRAN
           END-EVALUATE.

      *    EVERY DETAIL CARRIES HR'S NAMES AND UNIT, SO THE LAST
      *    RECORD FOR AN EMP-ID ALWAYS HOLDS THE INTENDED END STATE
      *    WHEN PROJECT1'S SCREENING NETS A GROUP
       B-WRITE-SNAPSHOT-TRAN.
           PERFORM B-MOVE-SNAPSHOT-FIELDS.
           PERFORM B-WRITE-EMP-TRAN.

       B-MOVE-SNAPSHOT-FIELDS.
           MOVE HS-EMP-ID-N TO WS-ET-EMP-ID.
           MOVE HS-SURNAME TO WS-ET-SURNAME.
           MOVE HS-GIVEN TO WS-ET-GIVEN.
           MOVE HS-UNIT-ID-N TO WS-ET-UNIT-ID.
           MOVE SPACES TO WS-ET-FROM-UNIT.

       B-WRITE-EMP-TRAN.
           MOVE WS-EMP-TRAN TO EO-EMP-RECORD.
           WRITE EO-EMP-RECORD.
           ADD 1 TO WS-FEED-COUNT.
           ADD WS-ET-EMP-ID TO WS-FEED-HASH-TOTAL.
           EVALUATE WS-ET-FLAG
               WHEN 'I'
                   ADD 1 TO WS-GEN-I
               WHEN 'U'
                   ADD 1 TO WS-GEN-U
               WHEN 'M'
                   ADD 1 TO WS-GEN-M
               WHEN 'L'
                   ADD 1 TO WS-GEN-L
               WHEN 'R'
                   ADD 1 TO WS-GEN-R
               WHEN 'X'
                   ADD 1 TO WS-GEN-X
           END-EVALUATE.

       B-LIST-SNAPSHOT-EXCEPTION.
           MOVE HS-EMP-ID TO WS-EX-EMP-ID.
           MOVE HS-SURNAME TO WS-EX-SURNAME.
           MOVE HS-UNIT-ID TO WS-EX-UNIT-ID.
           MOVE HS-STATUS TO WS-EX-STATUS.
           PERFORM B-WRITE-EXCEPTION.

       B-LIST-EMPDEPT-EXCEPTION.
           MOVE WS-DB-EMP-ID TO WS-EX-EMP-ID.
           MOVE WS-DB-SURNAME TO WS-EX-SURNAME.
           MOVE WS-DB-UNIT-ID TO WS-EX-UNIT-ID.
           MOVE WS-DB-STATUS TO WS-EX-STATUS.
           PERFORM B-WRITE-EXCEPTION.

       B-WRITE-EXCEPTION.
           MOVE WS-EXC-DETAIL TO EX-EXCEPTION-LINE.
           WRITE EX-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    A COMPARE CUT SHORT GOES OUT WITH A ZERO TRAILER, SO ANY
      *    DETAILS ALREADY WRITTEN FAIL PROJECT1'S BALANCING AND THE
      *    PARTIAL FEED IS REFUSED RATHER THAN HALF APPLIED
       C-END.
           IF WS-SEQUENCE-ERROR = 'Y' OR WS-SQL-FATAL = 'Y'
               MOVE ZERO TO WS-FT-REC-COUNT
               MOVE ZERO TO WS-FT-HASH-TOTAL
           ELSE
               MOVE WS-FEED-COUNT TO WS-FT-REC-COUNT
               MOVE WS-FEED-HASH-TOTAL TO WS-FT-HASH-TOTAL
           END-IF.
           MOVE WS-FEED-TRAILER TO EO-EMP-RECORD.
           WRITE EO-EMP-RECORD.
           PERFORM C-WRITE-TOTALS.
           DISPLAY 'SNAPSHOT RECORDS READ ' WS-SNAP-READ.
           DISPLAY 'TRANSACTIONS GENERATED ' WS-FEED-COUNT.
           DISPLAY 'EXCEPTIONS LISTED ' WS-EXCEPTION-COUNT.
           CLOSE EO-EMP-FEED-OUTPUT.
           CLOSE EX-EXCEPTION-OUTPUT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-TOTALS.
           IF WS-EXCEPTION-COUNT = 0
               MOVE 'NO EXCEPTIONS' TO EX-EXCEPTION-LINE
               WRITE EX-EXCEPTION-LINE
           END-IF.
           IF WS-SEQUENCE-ERROR = 'Y' OR WS-SQL-FATAL = 'Y'
               MOVE '*** COMPARE INCOMPLETE - FEED TRAILER ZEROED, '
                   TO EX-EXCEPTION-LINE
               WRITE EX-EXCEPTION-LINE
               MOVE '*** PROJECT1 WILL REFUSE THE FEED'
                   TO EX-EXCEPTION-LINE
               WRITE EX-EXCEPTION-LINE
           END-IF.
           MOVE SPACES TO EX-EXCEPTION-LINE.
           WRITE EX-EXCEPTION-LINE.
           MOVE 'SNAPSHOT RECORDS READ' TO WS-TL-LABEL.
           MOVE WS-SNAP-READ TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'HIRES (I) GENERATED' TO WS-TL-LABEL.
           MOVE WS-GEN-I TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'NAME CHANGES (U) GENERATED' TO WS-TL-LABEL.
           MOVE WS-GEN-U TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'TRANSFERS (M) GENERATED' TO WS-TL-LABEL.
           MOVE WS-GEN-M TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'LEAVES (L) GENERATED' TO WS-TL-LABEL.
           MOVE WS-GEN-L TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'REINSTATEMENTS (R) GENERATED' TO WS-TL-LABEL.
           MOVE WS-GEN-R TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'TERMINATIONS (X) GENERATED' TO WS-TL-LABEL.
           MOVE WS-GEN-X TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'TERMINATED, NEVER ON EMPDEPT' TO WS-TL-LABEL.
           MOVE WS-NOT-KNOWN-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'EXCEPTIONS LISTED' TO WS-TL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.

       C-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO EX-EXCEPTION-LINE.
           WRITE EX-EXCEPTION-LINE.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT14' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'SNAP' TO RL-RUN-MODE
               MOVE WS-SNAP-READ TO RL-RECORDS-READ
               MOVE WS-FEED-COUNT TO RL-RECORDS-APPLIED
               MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-REJECTED
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-SNAPSHOT-MISSING = 'Y'
                 OR WS-SEQUENCE-ERROR = 'Y'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
