       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT15.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT CARRIES OUT DEPARTMENT MERGES AND CLOSE-OUTS.
      * EACH REORGANIZATION CARD ON DDREORG SAYS "MOVE EVERY MEMBER OF
      * UNIT A TO UNIT B, EFFECTIVE DATE D, THEN RETIRE A" - FROM-UNIT
      * IN COLUMNS 1-4, TO-UNIT IN 6-9, EFFECTIVE DATE YYYYMMDD IN
      * 11-18 (BLANK MEANS TONIGHT).  EVERY ACTIVE OR ON-LEAVE MEMBER
      * OF A BECOMES AN 'M' TRANSFER ON DDREOEMP, A NORMAL DDEMPDET
      * FEED WITH HEADER AND TRAILER, SO PROJECT1 GIVES EACH MOVE ITS
      * EMPDEPT_HIST ROW AND AUDIT RECORD (A FUTURE DATE PARKS THEM ON
      * THE PENDING FILE UNTIL D).  THE RETIREMENT OF A GOES ON A
      * QUEUE CARRIED FORWARD NIGHT TO NIGHT (DDRETQIN IN, DDRETQOUT
      * OUT) AND IS RELEASED AS A 'D' CARD ON DDREODEPT, A NORMAL
      * DDDEPTDET FEED FOR PROJECT3, ONCE D HAS PASSED AND NO ACTIVE OR
      * ON-LEAVE MEMBER AND NO ACTIVE CHILD UNIT IS LEFT UNDER A.  A
      * CARD THAT WOULD TAKE B OVER ITS AUTHORIZED HEADCOUNT IS REFUSED
      * WHOLE.  THE PRE-RUN REPORT ON DDREORPT LISTS WHO MOVES, B'S
      * HEADCOUNT POSITION, AND THE STATE OF THE QUEUE.
      * CARD ON DDCNTL - 'EDIT' IN COLUMNS 1-4 ONLY REPORTS (EMPTY,
      * BALANCED FEEDS AND THE QUEUE CARRIED UNCHANGED), ANYTHING ELSE
      * OR NO CARD IS A LIVE RUN
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RQ-REORG-INPUT ASSIGN TO DDREORG
               FILE STATUS IS WS-REORG-FILE-STATUS.

           SELECT QI-QUEUE-INPUT ASSIGN TO DDRETQIN
               FILE STATUS IS WS-QUEUE-IN-STATUS.

           SELECT QO-QUEUE-OUTPUT ASSIGN TO DDRETQOUT.

           SELECT EO-EMP-FEED-OUTPUT ASSIGN TO DDREOEMP.

           SELECT DO-DEPT-FEED-OUTPUT ASSIGN TO DDREODEPT.

           SELECT RP-REORG-REPORT ASSIGN TO DDREORPT.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RQ-REORG-INPUT
               RECORDING MODE IS F
               DATA RECORD IS RQ-REORG-CARD.

       01  RQ-REORG-CARD.
           05  RQ-FROM-UNIT-X       PIC X(04).
           05  RQ-FROM-UNIT-ID REDEFINES RQ-FROM-UNIT-X
                                    PIC 9(04).
           05  FILLER               PIC X(01).
           05  RQ-TO-UNIT-X         PIC X(04).
           05  RQ-TO-UNIT-ID REDEFINES RQ-TO-UNIT-X
                                    PIC 9(04).
           05  FILLER               PIC X(01).
           05  RQ-EFF-DATE          PIC X(08).
           05  FILLER               PIC X(62).

       FD  QI-QUEUE-INPUT
               RECORDING MODE IS F
               DATA RECORD IS QI-QUEUE-RECORD.

       01  QI-QUEUE-RECORD.
           05  QI-FROM-UNIT-ID      PIC 9(04).
           05  FILLER               PIC X(01).
           05  QI-TO-UNIT-ID        PIC 9(04).
           05  FILLER               PIC X(01).
           05  QI-EFF-DATE          PIC X(08).
           05  FILLER               PIC X(01).
           05  QI-QUEUED-DATE       PIC X(08).
           05  FILLER               PIC X(01).
           05  QI-NIGHTS-WAITING    PIC 9(03).
           05  FILLER               PIC X(49).

       FD  QO-QUEUE-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS QO-QUEUE-RECORD.

       01  QO-QUEUE-RECORD.
           05  QO-FROM-UNIT-ID      PIC 9(04).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  QO-TO-UNIT-ID        PIC 9(04).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  QO-EFF-DATE          PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  QO-QUEUED-DATE       PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  QO-NIGHTS-WAITING    PIC 9(03).
           05  FILLER               PIC X(49)  VALUE SPACES.

       FD  EO-EMP-FEED-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS EO-EMP-RECORD.

       01  EO-EMP-RECORD            PIC X(80).

       FD  DO-DEPT-FEED-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS DO-DEPT-RECORD.

       01  DO-DEPT-RECORD           PIC X(80).

       FD  RP-REORG-REPORT
               RECORDING MODE IS F
               DATA RECORD IS RP-REPORT-LINE.

       01  RP-REPORT-LINE           PIC X(80).

       FD  CT-CONTROL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS CT-CONTROL-CARD.

       01  CT-CONTROL-CARD.
           05  CT-RUN-MODE          PIC X(04).
           05  FILLER               PIC X(76).

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
           05  WS-CARD-EOF             PIC X(01)  VALUE 'N'.
           05  WS-QUEUE-EOF            PIC X(01)  VALUE 'N'.
           05  WS-MOVER-EOF            PIC X(01)  VALUE 'N'.
           05  WS-REORG-FILE-STATUS    PIC X(02)  VALUE SPACES.
           05  WS-QUEUE-IN-STATUS      PIC X(02)  VALUE SPACES.
           05  WS-CONTROL-FILE-STATUS  PIC X(02)  VALUE SPACES.
           05  WS-RUN-MODE             PIC X(04)  VALUE 'LIVE'.
           05  WS-DEPT-FOUND           PIC X(01)  VALUE 'N'.
           05  WS-WRITE-MOVES          PIC X(01)  VALUE 'N'.

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
      *    4 A CARD WAS REFUSED, 8 CARRIED QUEUE OVERFLOWED (ENTRIES
      *    DROPPED), 12 UNRECOVERABLE SQL ERROR
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-SQL-FATAL            PIC X(01)  VALUE 'N'.
           05  WS-CARD-COUNT           PIC 9(09)  VALUE ZERO.
           05  WS-ACCEPTED-COUNT       PIC 9(09)  VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(09)  VALUE ZERO.
           05  WS-MOVE-COUNT           PIC 9(09)  VALUE ZERO.
           05  WS-RELEASED-COUNT       PIC 9(09)  VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(09)  VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(09)  VALUE ZERO.

      *    HOST VARIABLES FOR THE UNIT UNDER REVIEW
       01  WS-UNIT-CONTROLS.
           05  WS-CUR-UNIT-ID          PIC 9(04)  VALUE ZERO.
           05  WS-MEMBER-COUNT         PIC 9(09)  VALUE ZERO.
           05  WS-CHILD-COUNT          PIC 9(09)  VALUE ZERO.

      *    THE CARD BEING WORKED - A NON-BLANK REASON REFUSES IT
       01  WS-CARD-CONTROLS.
           05  WS-CARD-REASON          PIC X(40)  VALUE SPACES.
           05  WS-CARD-EFF-DATE        PIC X(08)  VALUE SPACES.
           05  WS-FROM-NAME            PIC X(20)  VALUE SPACES.
           05  WS-TO-NAME              PIC X(20)  VALUE SPACES.
           05  WS-TO-AUTH              PIC 9(05)  VALUE ZERO.
           05  WS-TO-CURRENT           PIC 9(09)  VALUE ZERO.
           05  WS-TO-EARLIER           PIC 9(09)  VALUE ZERO.
           05  WS-MOVERS               PIC 9(09)  VALUE ZERO.
           05  WS-PROJECTED            PIC 9(09)  VALUE ZERO.

      *    THE RETIREMENT QUEUE - ENTRIES CARRIED IN COME FIRST, THEN
      *    ANY QUEUED TONIGHT.  ACTION K IS CARRIED FORWARD, R WAS
      *    RELEASED TO DDREODEPT, X WAS DROPPED
       01  WS-QUEUE-TABLE.
           05  WS-QU-ENTRY OCCURS 200 TIMES.
               10  WS-QU-FROM-UNIT-ID  PIC 9(04).
               10  WS-QU-TO-UNIT-ID    PIC 9(04).
               10  WS-QU-EFF-DATE      PIC X(08).
               10  WS-QU-QUEUED-DATE   PIC X(08).
               10  WS-QU-NIGHTS        PIC 9(03).
               10  WS-QU-ACTION        PIC X(01).
       01  WS-QU-COUNT                 PIC 9(03)  VALUE ZERO.
       01  WS-QU-CARRIED               PIC 9(03)  VALUE ZERO.
       01  WS-QU-IX                    PIC 9(03)  VALUE ZERO.
       01  WS-QU-HIT                   PIC 9(03)  VALUE ZERO.
       01  WS-QU-KEY                   PIC 9(04)  VALUE ZERO.
       01  WS-QU-OVERFLOW              PIC X(01)  VALUE 'N'.

      *    HEADS ALREADY PROMISED TO A DESTINATION BY EARLIER CARDS
      *    TONIGHT, SO TWO MERGES INTO ONE UNIT CANNOT EACH PASS THE
      *    HEADCOUNT CHECK ON THEIR OWN AND OVERFILL IT TOGETHER
       01  WS-COMMIT-TABLE.
           05  WS-CM-ENTRY OCCURS 200 TIMES.
               10  WS-CM-UNIT-ID       PIC 9(04).
               10  WS-CM-MOVERS        PIC 9(09).
       01  WS-CM-COUNT                 PIC 9(03)  VALUE ZERO.
       01  WS-CM-IX                    PIC 9(03)  VALUE ZERO.
       01  WS-CM-HIT                   PIC 9(03)  VALUE ZERO.

      *    WORK IMAGE OF A DDEMPDET TRANSACTION, SAME COLUMNS AS
      *    UI-EMPLOYEE-DETAILS IN PROJECT1
       01  WS-EMP-TRAN.
           05  WS-ET-FLAG           PIC X(01)  VALUE 'M'.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-EMP-ID         PIC 9(06).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-SURNAME        PIC X(20).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-UNIT-ID        PIC 9(04).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-EFF-DATE       PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-GIVEN          PIC X(15).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-ET-FROM-UNIT-ID   PIC 9(04).
           05  FILLER               PIC X(16)  VALUE SPACES.

      *    WORK IMAGE OF A DDDEPTDET RETIRE CARD, SAME COLUMNS AS
      *    DI-DEPT-DETAILS IN PROJECT3 - PARENT AND AUTHORIZATION
      *    ARE LEFT BLANK, A RETIREMENT DOES NOT LOOK AT THEM
       01  WS-DEPT-TRAN.
           05  WS-DT-FLAG           PIC X(01)  VALUE 'D'.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-DT-UNIT-ID        PIC 9(04).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-DT-DEPT-NAME      PIC X(20).
           05  FILLER               PIC X(53)  VALUE SPACES.

       01  WS-FEED-CONTROLS.
           05  WS-EMP-FEED-COUNT    PIC 9(09)  VALUE ZERO.
           05  WS-EMP-FEED-HASH     PIC 9(12)  VALUE ZERO.
           05  WS-DEPT-FEED-COUNT   PIC 9(09)  VALUE ZERO.
           05  WS-DEPT-FEED-HASH    PIC 9(12)  VALUE ZERO.

       01  WS-FEED-HEADER.
           05  FILLER               PIC X(01)  VALUE 'H'.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-FH-FEED-DATE      PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  FILLER               PIC X(08)  VALUE 'REORG'.
           05  FILLER               PIC X(61)  VALUE SPACES.

       01  WS-FEED-TRAILER.
           05  FILLER               PIC X(01)  VALUE 'T'.
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-FT-REC-COUNT      PIC 9(09).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  WS-FT-HASH-TOTAL     PIC 9(12).
           05  FILLER               PIC X(56)  VALUE SPACES.

       01  WS-QUEUE-HEAD-LINE.
           05  FILLER              PIC X(05)  VALUE 'FROM '.
           05  FILLER              PIC X(05)  VALUE 'TO   '.
           05  FILLER              PIC X(09)  VALUE 'EFF-DATE '.
           05  FILLER              PIC X(09)  VALUE 'QUEUED   '.
           05  FILLER              PIC X(04)  VALUE 'NTS '.
           05  FILLER              PIC X(40)  VALUE 'REMARK'.
           05  FILLER              PIC X(08)  VALUE SPACES.

       01  WS-QUEUE-LINE.
           05  WS-QL-FROM-UNIT-ID  PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-QL-TO-UNIT-ID    PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-QL-EFF-DATE      PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-QL-QUEUED-DATE   PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-QL-NIGHTS        PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-QL-REMARK        PIC X(40).
           05  FILLER              PIC X(08)  VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER              PIC X(05)  VALUE 'MOVE '.
           05  WS-CL-FROM-UNIT-ID  PIC X(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CL-FROM-NAME     PIC X(20).
           05  FILLER              PIC X(04)  VALUE ' TO '.
           05  WS-CL-TO-UNIT-ID    PIC X(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CL-TO-NAME       PIC X(20).
           05  FILLER              PIC X(05)  VALUE ' EFF '.
           05  WS-CL-EFF-DATE      PIC X(08).
           05  FILLER              PIC X(08)  VALUE SPACES.

       01  WS-CAPACITY-LINE.
           05  FILLER              PIC X(05)  VALUE 'UNIT '.
           05  WS-CP-UNIT-ID       PIC 9(04).
           05  FILLER              PIC X(06)  VALUE ' AUTH '.
           05  WS-CP-AUTH          PIC ZZZZ9.
           05  FILLER              PIC X(05)  VALUE ' NOW '.
           05  WS-CP-CURRENT       PIC ZZZZ9.
           05  FILLER              PIC X(09)  VALUE ' EARLIER '.
           05  WS-CP-EARLIER       PIC ZZZZ9.
           05  FILLER              PIC X(08)  VALUE ' MOVING '.
           05  WS-CP-MOVERS        PIC ZZZZ9.
           05  FILLER              PIC X(11)  VALUE ' PROJECTED '.
           05  WS-CP-PROJECTED     PIC ZZZZ9.
           05  FILLER              PIC X(07)  VALUE SPACES.

       01  WS-MEMBER-LINE.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WS-ML-EMP-ID        PIC 9(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ML-SURNAME       PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ML-GIVEN         PIC X(15).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ML-STATUS        PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ML-ACTION        PIC X(20).
           05  FILLER              PIC X(10)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(41)  VALUE SPACES.

       01  WS-COUNT-DISPLAY         PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-LOAD-CONTROL-CARD.
           PERFORM A-WRITE-RUNLOG-START.
           OPEN OUTPUT EO-EMP-FEED-OUTPUT.
           OPEN OUTPUT DO-DEPT-FEED-OUTPUT.
           OPEN OUTPUT RP-REORG-REPORT.
           MOVE WS-CD-YYYYMMDD TO WS-FH-FEED-DATE.
           MOVE WS-FEED-HEADER TO EO-EMP-RECORD.
           WRITE EO-EMP-RECORD.
           MOVE WS-FEED-HEADER TO DO-DEPT-RECORD.
           WRITE DO-DEPT-RECORD.
           MOVE 'PROJECT15 - DEPARTMENT MERGE AND CLOSE-OUT'
               TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           IF WS-RUN-MODE = 'EDIT'
               MOVE '*** EDIT RUN - NO FEEDS WRITTEN, QUEUE UNCHANGED'
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           EXEC SQL
               DECLARE MOVER-CURSOR CURSOR FOR
                   SELECT EMP_ID, EMP_SURNAME, EMP_GIVEN, EMP_STATUS
                     FROM EMPDEPT
                    WHERE UNIT_ID = :WS-CUR-UNIT-ID
                      AND EMP_STATUS <> 'T'
                    ORDER BY EMP_SURNAME, EMP_GIVEN
           END-EXEC.
           PERFORM A-LOAD-QUEUE.

       A-LOAD-CONTROL-CARD.
           OPEN INPUT CT-CONTROL-INPUT.
           IF WS-CONTROL-FILE-STATUS = '00'
               READ CT-CONTROL-INPUT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CT-RUN-MODE = 'EDIT'
                           MOVE 'EDIT' TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE CT-CONTROL-INPUT
           END-IF.
           DISPLAY 'REORGANIZATION RUN MODE ' WS-RUN-MODE.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT15' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE WS-RUN-MODE TO RL-RUN-MODE
               MOVE ZERO TO RL-RECORDS-READ
               MOVE ZERO TO RL-RECORDS-APPLIED
               MOVE ZERO TO RL-RECORDS-REJECTED
               MOVE ZERO TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
           ELSE
               DISPLAY 'WARNING - RUN LOG UNAVAILABLE, STATUS '
                   WS-RUNLOG-FILE-STATUS
           END-IF.

       A-LOAD-QUEUE.
           OPEN INPUT QI-QUEUE-INPUT.
           IF WS-QUEUE-IN-STATUS NOT = '00'
               DISPLAY 'NO CARRIED RETIREMENT QUEUE - STARTING FRESH'
           ELSE
               READ QI-QUEUE-INPUT
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
               END-READ
               PERFORM A-LOAD-QUEUE-ENTRY UNTIL WS-QUEUE-EOF = 'Y'
               CLOSE QI-QUEUE-INPUT
           END-IF.
           MOVE WS-QU-COUNT TO WS-QU-CARRIED.
           DISPLAY 'RETIREMENTS CARRIED IN ' WS-QU-CARRIED.

       A-LOAD-QUEUE-ENTRY.
           IF WS-QU-COUNT < 200
               ADD 1 TO WS-QU-COUNT
               MOVE QI-FROM-UNIT-ID TO WS-QU-FROM-UNIT-ID(WS-QU-COUNT)
               MOVE QI-TO-UNIT-ID TO WS-QU-TO-UNIT-ID(WS-QU-COUNT)
               MOVE QI-EFF-DATE TO WS-QU-EFF-DATE(WS-QU-COUNT)
               MOVE QI-QUEUED-DATE TO WS-QU-QUEUED-DATE(WS-QU-COUNT)
               MOVE QI-NIGHTS-WAITING TO WS-QU-NIGHTS(WS-QU-COUNT)
               MOVE 'K' TO WS-QU-ACTION(WS-QU-COUNT)
           ELSE
               MOVE 'Y' TO WS-QU-OVERFLOW
           END-IF.
           READ QI-QUEUE-INPUT
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF
           END-READ.

      *    THE QUEUE IS SETTLED BEFORE TONIGHT'S CARDS SO A CARD CAN
      *    SEE WHICH UNITS ARE ALREADY ON THEIR WAY OUT
       B-CONTROL.
           MOVE 'RETIREMENT QUEUE' TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE WS-QUEUE-HEAD-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           IF WS-QU-CARRIED = 0
               MOVE 'NOTHING WAITING' TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           PERFORM B-REVIEW-QUEUED
               VARYING WS-QU-IX FROM 1 BY 1
               UNTIL WS-QU-IX > WS-QU-CARRIED.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'REORGANIZATION REQUESTS' TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           OPEN INPUT RQ-REORG-INPUT.
           IF WS-REORG-FILE-STATUS NOT = '00'
               DISPLAY 'NO REORGANIZATION CARDS TONIGHT'
               MOVE 'NO REORGANIZATION CARDS TONIGHT' TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           ELSE
               READ RQ-REORG-INPUT
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF
               END-READ
               PERFORM B-PROCESS-CARD UNTIL WS-CARD-EOF = 'Y'
               CLOSE RQ-REORG-INPUT
           END-IF.

      *    A RETIREMENT IS RELEASED ONLY WHEN THE EFFECTIVE DATE HAS
      *    COME, EVERY MOVE HAS APPLIED (NO ACTIVE OR ON-LEAVE MEMBER
      *    LEFT - THE SAME TEST PROJECT3'S B-CHECK-NO-MEMBERS MAKES),
      *    AND NO ACTIVE UNIT STILL NAMES IT AS ITS PARENT.  THIS STEP
      *    RUNS AHEAD OF PROJECT1, SO THE RELEASE COMES THE NIGHT AFTER
      *    THE LAST MOVE APPLIES
       B-REVIEW-QUEUED.
           MOVE WS-QU-FROM-UNIT-ID(WS-QU-IX) TO DEPT-UNIT-ID.
           PERFORM B-LOOKUP-DEPT.
           MOVE SPACES TO WS-QL-REMARK.
           MOVE ZERO TO WS-MEMBER-COUNT.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 'SQL ERROR - CARRIED UNCHANGED' TO WS-QL-REMARK
               WHEN WS-DEPT-FOUND NOT = 'Y'
                   MOVE 'X' TO WS-QU-ACTION(WS-QU-IX)
                   MOVE 'UNIT NO LONGER ON DEPTS - DROPPED'
                       TO WS-QL-REMARK
               WHEN DEPT-STATUS = 'R'
                   MOVE 'X' TO WS-QU-ACTION(WS-QU-IX)
                   MOVE 'ALREADY RETIRED - DROPPED' TO WS-QL-REMARK
               WHEN WS-CD-YYYYMMDD < WS-QU-EFF-DATE(WS-QU-IX)
                   MOVE 'WAITING FOR EFFECTIVE DATE' TO WS-QL-REMARK
               WHEN OTHER
                   PERFORM B-CHECK-READY-TO-RETIRE
           END-EVALUATE.
           IF WS-QU-ACTION(WS-QU-IX) = 'X'
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.
           IF WS-QU-ACTION(WS-QU-IX) = 'K'
               ADD 1 TO WS-HELD-COUNT
               IF WS-RUN-MODE NOT = 'EDIT'
                   ADD 1 TO WS-QU-NIGHTS(WS-QU-IX)
               END-IF
           END-IF.
           PERFORM B-WRITE-QUEUE-LINE.
           IF WS-MEMBER-COUNT > 0
              AND WS-QU-ACTION(WS-QU-IX) = 'K'
              AND WS-SQL-FATAL NOT = 'Y'
               MOVE WS-QU-FROM-UNIT-ID(WS-QU-IX) TO WS-CUR-UNIT-ID
               MOVE 'N' TO WS-WRITE-MOVES
               PERFORM B-LIST-MEMBERS
           END-IF.

       B-CHECK-READY-TO-RETIRE.
           MOVE WS-QU-FROM-UNIT-ID(WS-QU-IX) TO WS-CUR-UNIT-ID.
           PERFORM B-COUNT-MEMBERS.
           PERFORM B-COUNT-CHILDREN.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 'SQL ERROR - CARRIED UNCHANGED' TO WS-QL-REMARK
               WHEN WS-MEMBER-COUNT > 0
                   MOVE WS-MEMBER-COUNT TO WS-COUNT-DISPLAY
                   STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                          ' MEMBERS STILL IN UNIT' DELIMITED BY SIZE
                       INTO WS-QL-REMARK
               WHEN WS-CHILD-COUNT > 0
                   MOVE WS-CHILD-COUNT TO WS-COUNT-DISPLAY
                   STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                          ' ACTIVE UNITS STILL REPORT TO IT'
                              DELIMITED BY SIZE
                       INTO WS-QL-REMARK
               WHEN WS-RUN-MODE = 'EDIT'
                   MOVE 'WOULD RELEASE RETIREMENT' TO WS-QL-REMARK
               WHEN OTHER
                   MOVE 'R' TO WS-QU-ACTION(WS-QU-IX)
                   MOVE 'RETIREMENT RELEASED TO DDREODEPT'
                       TO WS-QL-REMARK
                   PERFORM B-WRITE-RETIRE-CARD
           END-EVALUATE.

       B-WRITE-RETIRE-CARD.
           MOVE WS-QU-FROM-UNIT-ID(WS-QU-IX) TO WS-DT-UNIT-ID.
           MOVE DEPT-NAME TO WS-DT-DEPT-NAME.
           MOVE WS-DEPT-TRAN TO DO-DEPT-RECORD.
           WRITE DO-DEPT-RECORD.
           ADD 1 TO WS-DEPT-FEED-COUNT.
           ADD WS-DT-UNIT-ID TO WS-DEPT-FEED-HASH.
           ADD 1 TO WS-RELEASED-COUNT.

       B-WRITE-QUEUE-LINE.
           MOVE WS-QU-FROM-UNIT-ID(WS-QU-IX) TO WS-QL-FROM-UNIT-ID.
           MOVE WS-QU-TO-UNIT-ID(WS-QU-IX) TO WS-QL-TO-UNIT-ID.
           MOVE WS-QU-EFF-DATE(WS-QU-IX) TO WS-QL-EFF-DATE.
           MOVE WS-QU-QUEUED-DATE(WS-QU-IX) TO WS-QL-QUEUED-DATE.
           MOVE WS-QU-NIGHTS(WS-QU-IX) TO WS-QL-NIGHTS.
           MOVE WS-QUEUE-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.

       B-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SPACES TO WS-CARD-REASON.
           MOVE SPACES TO WS-FROM-NAME.
           MOVE SPACES TO WS-TO-NAME.
           MOVE ZERO TO WS-MOVERS.
           PERFORM B-EDIT-CARD.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE RQ-FROM-UNIT-X TO WS-CL-FROM-UNIT-ID.
           MOVE WS-FROM-NAME TO WS-CL-FROM-NAME.
           MOVE RQ-TO-UNIT-X TO WS-CL-TO-UNIT-ID.
           MOVE WS-TO-NAME TO WS-CL-TO-NAME.
           MOVE WS-CARD-EFF-DATE TO WS-CL-EFF-DATE.
           MOVE WS-CARD-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           IF WS-CARD-REASON = SPACES
               PERFORM B-CHECK-DESTINATION
           END-IF.
           IF WS-CARD-REASON = SPACES
               PERFORM B-ACCEPT-CARD
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO RP-REPORT-LINE
               STRING '*** CARD REFUSED - ' DELIMITED BY SIZE
                      WS-CARD-REASON DELIMITED BY SIZE
                   INTO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           READ RQ-REORG-INPUT
               AT END
                   MOVE 'Y' TO WS-CARD-EOF
           END-READ.

      *    EACH TEST RUNS ONLY WHILE THE CARD IS STILL GOOD, SO THE
      *    REASON REPORTED IS THE FIRST THING WRONG WITH IT
       B-EDIT-CARD.
           MOVE RQ-EFF-DATE TO WS-CARD-EFF-DATE.
           IF RQ-EFF-DATE = SPACES
               MOVE WS-CD-YYYYMMDD TO WS-CARD-EFF-DATE
           END-IF.
           EVALUATE TRUE
               WHEN RQ-FROM-UNIT-X NOT NUMERIC
                 OR RQ-TO-UNIT-X NOT NUMERIC
                   MOVE 'UNIT-ID NOT NUMERIC' TO WS-CARD-REASON
               WHEN RQ-FROM-UNIT-ID = RQ-TO-UNIT-ID
                   MOVE 'FROM AND TO UNIT ARE THE SAME'
                       TO WS-CARD-REASON
               WHEN WS-CARD-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT YYYYMMDD' TO WS-CARD-REASON
           END-EVALUATE.
           IF WS-CARD-REASON = SPACES
               MOVE RQ-FROM-UNIT-ID TO DEPT-UNIT-ID
               PERFORM B-LOOKUP-DEPT
               IF WS-DEPT-FOUND = 'Y'
                   MOVE DEPT-NAME TO WS-FROM-NAME
               END-IF
               IF WS-DEPT-FOUND NOT = 'Y' OR DEPT-STATUS NOT = 'A'
                   MOVE 'FROM UNIT IS NOT AN ACTIVE UNIT'
                       TO WS-CARD-REASON
               END-IF
           END-IF.
           IF WS-CARD-REASON = SPACES
               MOVE RQ-TO-UNIT-ID TO DEPT-UNIT-ID
               PERFORM B-LOOKUP-DEPT
               IF WS-DEPT-FOUND = 'Y'
                   MOVE DEPT-NAME TO WS-TO-NAME
                   MOVE DEPT-AUTH-HEADCOUNT TO WS-TO-AUTH
               END-IF
               IF WS-DEPT-FOUND NOT = 'Y' OR DEPT-STATUS NOT = 'A'
                   MOVE 'TO UNIT IS NOT AN ACTIVE UNIT'
                       TO WS-CARD-REASON
               END-IF
           END-IF.
      *    A UNIT ON THE QUEUE IS ALREADY BEING EMPTIED - MERGING
      *    INTO IT WOULD STRAND THE MOVERS IN A UNIT ABOUT TO CLOSE
           IF WS-CARD-REASON = SPACES
               MOVE RQ-FROM-UNIT-ID TO WS-QU-KEY
               PERFORM B-FIND-QUEUED
               IF WS-QU-HIT > 0
                   MOVE 'FROM UNIT ALREADY QUEUED FOR RETIREMENT'
                       TO WS-CARD-REASON
               END-IF
           END-IF.
           IF WS-CARD-REASON = SPACES
               MOVE RQ-TO-UNIT-ID TO WS-QU-KEY
               PERFORM B-FIND-QUEUED
               IF WS-QU-HIT > 0
                   MOVE 'TO UNIT IS ITSELF QUEUED FOR RETIREMENT'
                       TO WS-CARD-REASON
               END-IF
           END-IF.
           IF WS-SQL-FATAL = 'Y' AND WS-CARD-REASON = SPACES
               MOVE 'SQL ERROR CHECKING UNITS' TO WS-CARD-REASON
           END-IF.

      *    ZERO AUTHORIZATION MEANS NONE HAS BEEN SET, SAME AS
      *    PROJECT1'S B-CHECK-CAPACITY.  A MERGE IS ALL OR NOTHING -
      *    HALF A UNIT MOVED WOULD NEVER LET THE OLD ONE RETIRE
       B-CHECK-DESTINATION.
           MOVE RQ-FROM-UNIT-ID TO WS-CUR-UNIT-ID.
           PERFORM B-COUNT-MEMBERS.
           MOVE WS-MEMBER-COUNT TO WS-MOVERS.
           MOVE RQ-TO-UNIT-ID TO WS-CUR-UNIT-ID.
           PERFORM B-COUNT-MEMBERS.
           MOVE WS-MEMBER-COUNT TO WS-TO-CURRENT.
           PERFORM B-FIND-COMMITTED.
           MOVE ZERO TO WS-TO-EARLIER.
           IF WS-CM-HIT > 0
               MOVE WS-CM-MOVERS(WS-CM-HIT) TO WS-TO-EARLIER
           END-IF.
           COMPUTE WS-PROJECTED =
               WS-TO-CURRENT + WS-TO-EARLIER + WS-MOVERS.
           MOVE RQ-TO-UNIT-ID TO WS-CP-UNIT-ID.
           MOVE WS-TO-AUTH TO WS-CP-AUTH.
           MOVE WS-TO-CURRENT TO WS-CP-CURRENT.
           MOVE WS-TO-EARLIER TO WS-CP-EARLIER.
           MOVE WS-MOVERS TO WS-CP-MOVERS.
           MOVE WS-PROJECTED TO WS-CP-PROJECTED.
           MOVE WS-CAPACITY-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 'SQL ERROR COUNTING MEMBERS' TO WS-CARD-REASON
               WHEN WS-TO-AUTH = 0
                   MOVE 'NO AUTHORIZATION SET FOR DESTINATION UNIT'
                       TO RP-REPORT-LINE
                   WRITE RP-REPORT-LINE
               WHEN WS-PROJECTED > WS-TO-AUTH
                   MOVE 'DESTINATION OVER AUTHORIZED HEADCOUNT'
                       TO WS-CARD-REASON
               WHEN OTHER
                   MOVE 'DESTINATION CAN TAKE THEM' TO RP-REPORT-LINE
                   WRITE RP-REPORT-LINE
           END-EVALUATE.

       B-ACCEPT-CARD.
           ADD 1 TO WS-ACCEPTED-COUNT.
           PERFORM B-NOTE-COMMITTED.
           IF WS-MOVERS = 0
               MOVE 'NO ACTIVE OR ON-LEAVE MEMBERS TO MOVE'
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           ELSE
               MOVE RQ-FROM-UNIT-ID TO WS-CUR-UNIT-ID
               MOVE 'Y' TO WS-WRITE-MOVES
               PERFORM B-LIST-MEMBERS
           END-IF.
           MOVE RQ-FROM-UNIT-ID TO WS-CUR-UNIT-ID.
           PERFORM B-COUNT-CHILDREN.
           IF WS-CHILD-COUNT > 0
               MOVE WS-CHILD-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO RP-REPORT-LINE
               STRING 'WARNING - ' DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      ' ACTIVE UNITS REPORT TO THIS UNIT - '
                          DELIMITED BY SIZE
                      'RETIREMENT WAITS' DELIMITED BY SIZE
                   INTO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           PERFORM B-QUEUE-RETIREMENT.

       B-QUEUE-RETIREMENT.
           EVALUATE TRUE
               WHEN WS-RUN-MODE = 'EDIT'
                   MOVE 'RETIREMENT WOULD BE QUEUED' TO RP-REPORT-LINE
               WHEN WS-QU-COUNT < 200
                   ADD 1 TO WS-QU-COUNT
                   MOVE RQ-FROM-UNIT-ID
                       TO WS-QU-FROM-UNIT-ID(WS-QU-COUNT)
                   MOVE RQ-TO-UNIT-ID TO WS-QU-TO-UNIT-ID(WS-QU-COUNT)
                   MOVE WS-CARD-EFF-DATE
                       TO WS-QU-EFF-DATE(WS-QU-COUNT)
                   MOVE WS-CD-YYYYMMDD
                       TO WS-QU-QUEUED-DATE(WS-QU-COUNT)
                   MOVE ZERO TO WS-QU-NIGHTS(WS-QU-COUNT)
                   MOVE 'K' TO WS-QU-ACTION(WS-QU-COUNT)
                   MOVE 'RETIREMENT QUEUED' TO RP-REPORT-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-QU-OVERFLOW
                   MOVE '*** RETIREMENT QUEUE FULL - KEY THE RETIRE '
                       TO RP-REPORT-LINE
                   WRITE RP-REPORT-LINE
                   MOVE '*** CARD BY HAND ONCE THE MOVES HAVE APPLIED'
                       TO RP-REPORT-LINE
           END-EVALUATE.
           WRITE RP-REPORT-LINE.

      *    ONE CURSOR PASS OVER THE UNIT'S ACTIVE AND ON-LEAVE MEMBERS,
      *    SURNAME ORDER LIKE THE ROSTER.  WS-WRITE-MOVES SAYS WHETHER
      *    EACH ONE ALSO BECOMES A TRANSFER ON DDREOEMP
       B-LIST-MEMBERS.
           MOVE 'N' TO WS-MOVER-EOF.
           EXEC SQL
               OPEN MOVER-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'SQL ERROR OPENING MEMBER CURSOR SQLCODE: '
                   SQLCODE
               MOVE 'Y' TO WS-SQL-FATAL
           ELSE
               PERFORM B-FETCH-MEMBER
               PERFORM B-LIST-ONE-MEMBER UNTIL WS-MOVER-EOF = 'Y'
               EXEC SQL
                   CLOSE MOVER-CURSOR
               END-EXEC
           END-IF.

       B-FETCH-MEMBER.
           EXEC SQL
               FETCH MOVER-CURSOR
                INTO :EMP-ID, :EMP-SURNAME, :EMP-GIVEN, :EMP-STATUS
           END-EXEC.
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON MEMBER CURSOR SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
               MOVE 'Y' TO WS-MOVER-EOF
           END-IF.

       B-LIST-ONE-MEMBER.
           MOVE EMP-ID TO WS-ML-EMP-ID.
           MOVE EMP-SURNAME TO WS-ML-SURNAME.
           MOVE EMP-GIVEN TO WS-ML-GIVEN.
           MOVE EMP-STATUS TO WS-ML-STATUS.
           EVALUATE TRUE
               WHEN WS-WRITE-MOVES NOT = 'Y'
                   MOVE 'STILL IN UNIT' TO WS-ML-ACTION
               WHEN WS-RUN-MODE = 'EDIT'
                   MOVE 'WOULD MOVE' TO WS-ML-ACTION
               WHEN OTHER
                   MOVE 'TRANSFER WRITTEN' TO WS-ML-ACTION
                   PERFORM B-WRITE-TRANSFER
           END-EVALUATE.
           MOVE WS-MEMBER-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           PERFORM B-FETCH-MEMBER.

      *    THE CARD CARRIES THE NAMES AS THEY STAND, SO PROJECT1
      *    MOVES THE ROW WITHOUT CHANGING THEM
       B-WRITE-TRANSFER.
           MOVE EMP-ID TO WS-ET-EMP-ID.
           MOVE EMP-SURNAME TO WS-ET-SURNAME.
           MOVE EMP-GIVEN TO WS-ET-GIVEN.
           MOVE RQ-TO-UNIT-ID TO WS-ET-UNIT-ID.
           MOVE RQ-FROM-UNIT-ID TO WS-ET-FROM-UNIT-ID.
           MOVE WS-CARD-EFF-DATE TO WS-ET-EFF-DATE.
           MOVE WS-EMP-TRAN TO EO-EMP-RECORD.
           WRITE EO-EMP-RECORD.
           ADD 1 TO WS-EMP-FEED-COUNT.
           ADD WS-ET-EMP-ID TO WS-EMP-FEED-HASH.
           ADD 1 TO WS-MOVE-COUNT.

       B-LOOKUP-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND.
           MOVE ZERO TO DEPT-AUTH-HEADCOUNT.
           EXEC SQL
               SELECT DEPT_NAME, DEPT_STATUS, AUTH_HEADCOUNT
                 INTO :DEPT-NAME, :DEPT-STATUS,
                      :DEPT-AUTH-HEADCOUNT
                 FROM DEPTS
                WHERE UNIT_ID = :DEPT-UNIT-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'Y' TO WS-DEPT-FOUND
               WHEN SQLCODE < 0
                   DISPLAY 'SQL ERROR READING DEPTS FOR UNIT '
                       DEPT-UNIT-ID ' SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
           END-EVALUATE.

      *    TERMINATED MEMBERS STAY BEHIND - THEY DO NOT BLOCK A
      *    RETIREMENT AND DO NOT COUNT AGAINST AN AUTHORIZATION
       B-COUNT-MEMBERS.
           MOVE ZERO TO WS-MEMBER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MEMBER-COUNT
                 FROM EMPDEPT
                WHERE UNIT_ID = :WS-CUR-UNIT-ID
                  AND EMP_STATUS <> 'T'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'SQL ERROR COUNTING MEMBERS OF UNIT '
                   WS-CUR-UNIT-ID ' SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-FATAL
           END-IF.

       B-COUNT-CHILDREN.
           MOVE ZERO TO WS-CHILD-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CHILD-COUNT
                 FROM DEPTS
                WHERE PARENT_UNIT = :WS-CUR-UNIT-ID
                  AND DEPT_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'SQL ERROR COUNTING CHILD UNITS OF UNIT '
                   WS-CUR-UNIT-ID ' SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SQL-FATAL
           END-IF.

      *    LOOKS UP WS-QU-KEY AS A FROM-UNIT STILL ON THE QUEUE AND
      *    RETURNS THE SLOT IN WS-QU-HIT, OR ZERO WHEN NOT QUEUED
       B-FIND-QUEUED.
           MOVE ZERO TO WS-QU-HIT.
           PERFORM VARYING WS-QU-IX FROM 1 BY 1
                   UNTIL WS-QU-IX > WS-QU-COUNT
               IF WS-QU-FROM-UNIT-ID(WS-QU-IX) = WS-QU-KEY
                  AND WS-QU-ACTION(WS-QU-IX) NOT = 'X'
                   MOVE WS-QU-IX TO WS-QU-HIT
                   MOVE WS-QU-COUNT TO WS-QU-IX
               END-IF
           END-PERFORM.

       B-FIND-COMMITTED.
           MOVE ZERO TO WS-CM-HIT.
           PERFORM VARYING WS-CM-IX FROM 1 BY 1
                   UNTIL WS-CM-IX > WS-CM-COUNT
               IF WS-CM-UNIT-ID(WS-CM-IX) = RQ-TO-UNIT-ID
                   MOVE WS-CM-IX TO WS-CM-HIT
                   MOVE WS-CM-COUNT TO WS-CM-IX
               END-IF
           END-PERFORM.

       B-NOTE-COMMITTED.
           PERFORM B-FIND-COMMITTED.
           IF WS-CM-HIT = 0 AND WS-CM-COUNT < 200
               ADD 1 TO WS-CM-COUNT
               MOVE WS-CM-COUNT TO WS-CM-HIT
               MOVE RQ-TO-UNIT-ID TO WS-CM-UNIT-ID(WS-CM-HIT)
               MOVE ZERO TO WS-CM-MOVERS(WS-CM-HIT)
           END-IF.
           IF WS-CM-HIT > 0
               ADD WS-MOVERS TO WS-CM-MOVERS(WS-CM-HIT)
           END-IF.

      *    AN EDIT RUN CARRIES THE QUEUE FORWARD EXACTLY AS IT CAME
      *    IN - RELEASED AND DROPPED ENTRIES ARE ONLY LEFT OFF LIVE
       C-WRITE-QUEUE.
           OPEN OUTPUT QO-QUEUE-OUTPUT.
           PERFORM VARYING WS-QU-IX FROM 1 BY 1
                   UNTIL WS-QU-IX > WS-QU-COUNT
               IF WS-QU-ACTION(WS-QU-IX) = 'K'
                  OR WS-RUN-MODE = 'EDIT'
                   PERFORM C-CARRY-FORWARD
               END-IF
           END-PERFORM.
           CLOSE QO-QUEUE-OUTPUT.

       C-CARRY-FORWARD.
           MOVE SPACES TO QO-QUEUE-RECORD.
           MOVE WS-QU-FROM-UNIT-ID(WS-QU-IX) TO QO-FROM-UNIT-ID.
           MOVE WS-QU-TO-UNIT-ID(WS-QU-IX) TO QO-TO-UNIT-ID.
           MOVE WS-QU-EFF-DATE(WS-QU-IX) TO QO-EFF-DATE.
           MOVE WS-QU-QUEUED-DATE(WS-QU-IX) TO QO-QUEUED-DATE.
           MOVE WS-QU-NIGHTS(WS-QU-IX) TO QO-NIGHTS-WAITING.
           WRITE QO-QUEUE-RECORD.

      *    A RUN THAT HIT AN SQL ERROR SENDS ZERO TRAILERS, SO ANY
      *    DETAILS ALREADY WRITTEN FAIL THE BALANCING IN PROJECT1 AND
      *    PROJECT3 AND NOTHING HALF-BUILT IS APPLIED
       C-END.
           IF WS-SQL-FATAL = 'Y'
               MOVE ZERO TO WS-FT-REC-COUNT
               MOVE ZERO TO WS-FT-HASH-TOTAL
           ELSE
               MOVE WS-EMP-FEED-COUNT TO WS-FT-REC-COUNT
               MOVE WS-EMP-FEED-HASH TO WS-FT-HASH-TOTAL
           END-IF.
           MOVE WS-FEED-TRAILER TO EO-EMP-RECORD.
           WRITE EO-EMP-RECORD.
           IF WS-SQL-FATAL = 'Y'
               MOVE ZERO TO WS-FT-REC-COUNT
               MOVE ZERO TO WS-FT-HASH-TOTAL
           ELSE
               MOVE WS-DEPT-FEED-COUNT TO WS-FT-REC-COUNT
               MOVE WS-DEPT-FEED-HASH TO WS-FT-HASH-TOTAL
           END-IF.
           MOVE WS-FEED-TRAILER TO DO-DEPT-RECORD.
           WRITE DO-DEPT-RECORD.
           CLOSE EO-EMP-FEED-OUTPUT.
           CLOSE DO-DEPT-FEED-OUTPUT.
           PERFORM C-WRITE-QUEUE.
           PERFORM C-WRITE-TOTALS.
           CLOSE RP-REORG-REPORT.
           DISPLAY 'REORGANIZATION CARDS READ ' WS-CARD-COUNT.
           DISPLAY 'TRANSFERS WRITTEN ' WS-MOVE-COUNT.
           DISPLAY 'RETIREMENTS RELEASED ' WS-RELEASED-COUNT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-TOTALS.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           IF WS-QU-OVERFLOW = 'Y'
               MOVE '*** RETIREMENT QUEUE OVER 200 ENTRIES - SOME LOST'
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           IF WS-SQL-FATAL = 'Y'
               MOVE '*** SQL ERROR - FEED TRAILERS ZEROED, NOTHING '
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
               MOVE '*** WILL APPLY'
                   TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.
           MOVE 'REORGANIZATION CARDS READ' TO WS-TL-LABEL.
           MOVE WS-CARD-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'CARDS ACCEPTED' TO WS-TL-LABEL.
           MOVE WS-ACCEPTED-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'CARDS REFUSED' TO WS-TL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'TRANSFERS (M) WRITTEN' TO WS-TL-LABEL.
           MOVE WS-MOVE-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'RETIREMENTS RELEASED' TO WS-TL-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'RETIREMENTS STILL WAITING' TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'QUEUE ENTRIES DROPPED' TO WS-TL-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.

       C-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT15' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE WS-RUN-MODE TO RL-RUN-MODE
               MOVE WS-CARD-COUNT TO RL-RECORDS-READ
               MOVE WS-ACCEPTED-COUNT TO RL-RECORDS-APPLIED
               MOVE WS-REFUSED-COUNT TO RL-RECORDS-REJECTED
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-QU-OVERFLOW = 'Y'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-REFUSED-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
