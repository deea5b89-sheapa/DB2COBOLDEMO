       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT17.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT WRITES THE NIGHTLY JOINER/MOVER/LEAVER EVENT
      * FILE FOR IT ACCOUNT PROVISIONING.  WHERE THE PROJECT6 EXTRACT
      * SENDS THE CURRENT STATE OF EACH ROW, THIS SENDS WHAT HAPPENED:
      * EVERY APPLIED CHANGE ON THE DAY'S DDAUDIT (PROJECT1 AND ANY
      * PROJECT13 BACKOUT) BECOMES ONE EVENT ON DDJMLOUT, IN JOURNAL
      * ORDER, WITH THE OLD AND NEW UNIT, THE DEPARTMENT NAMES FROM
      * DEPTS AND THE EFFECTIVE DATE.  EMPDEPT_HIST SUPPLIES THE UNIT
      * A TRANSFER CAME FROM WHEN THE JOURNAL DOES NOT, AND THE GIVEN
      * NAME OF A ROW THAT IS NO LONGER ON EMPDEPT.
      *    I  JOINER   CREATE ACCOUNT        X  LEAVER   DISABLE
      *    M  MOVER    MOVE ACCOUNT          L  SUSPEND  SUSPEND
      *    D  REMOVED  DISABLE (ENTERED      R  RETURN   RE-ENABLE
      *                IN ERROR)
      * A NAME-ONLY UPDATE (U) IS NOT AN ACCOUNT EVENT AND IS NOT SENT.
      * THE HEADER AND TRAILER CARRY A RUN SEQUENCE NUMBER, CARRIED
      * NIGHT TO NIGHT ON DDEVSEQIN/DDEVSEQOUT, SO THE PROVISIONING
      * SIDE CAN SPOT A MISSING OR REPEATED NIGHT.  A NIGHT THAT FAILS
      * (NO DDAUDIT, OR AN SQL ERROR) DOES NOT ADVANCE THE NUMBER - THE
      * RERUN GOES OUT UNDER THE SAME SEQUENCE AND REPLACES IT.
      * RUNS AFTER PROJECT1 (AND PROJECT13) AND BEFORE PROJECT10.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AU-AUDIT-INPUT ASSIGN TO DDAUDIT
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT EV-EVENT-OUTPUT ASSIGN TO DDJMLOUT.

           SELECT SI-SEQUENCE-INPUT ASSIGN TO DDEVSEQIN
               FILE STATUS IS WS-SEQ-IN-STATUS.

           SELECT SO-SEQUENCE-OUTPUT ASSIGN TO DDEVSEQOUT.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AU-AUDIT-INPUT
               RECORDING MODE IS F
               DATA RECORD IS AU-AUDIT-RECORD.

       01  AU-AUDIT-RECORD.
           05  AU-FLAG         PIC X(01).
           05  FILLER          PIC X(01).
           05  AU-EMP-ID       PIC 9(06).
           05  FILLER          PIC X(01).
           05  AU-EMP-NAME     PIC X(20).
           05  FILLER          PIC X(01).
           05  AU-UNIT-ID      PIC 9(04).
           05  FILLER          PIC X(01).
      *    WRITTEN BY PROJECT1 THROUGH PIC -9(9) - A ZERO SQLCODE
      *    ALWAYS ARRIVES AS A SPACE SIGN AND NINE ZEROS
           05  AU-SQLCODE      PIC X(10).
           05  FILLER          PIC X(01).
           05  AU-TIMESTAMP.
               10  AU-TS-DATE  PIC X(08).
               10  FILLER      PIC X(13).
           05  FILLER          PIC X(01).
           05  AU-FROM-UNIT-ID PIC X(04).
           05  FILLER          PIC X(01).
      *    BLANK ON A PROJECT13 REVERSAL - THE TIMESTAMP DATE IS USED
           05  AU-EFF-DATE     PIC X(08).

       FD  EV-EVENT-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS EV-EVENT-RECORD.

       01  EV-EVENT-RECORD     PIC X(120).

       FD  SI-SEQUENCE-INPUT
               RECORDING MODE IS F
               DATA RECORD IS SI-SEQUENCE-RECORD.

       01  SI-SEQUENCE-RECORD.
           05  SI-LAST-SEQUENCE     PIC 9(06).
           05  FILLER               PIC X(01).
           05  SI-LAST-RUN-DATE     PIC X(08).
           05  FILLER               PIC X(65).

       FD  SO-SEQUENCE-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS SO-SEQUENCE-RECORD.

       01  SO-SEQUENCE-RECORD.
           05  SO-LAST-SEQUENCE     PIC 9(06).
           05  FILLER               PIC X(01).
           05  SO-LAST-RUN-DATE     PIC X(08).
           05  FILLER               PIC X(65).

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
           05  WS-AUD-EOF              PIC X(01)  VALUE 'N'.
           05  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE SPACES.
           05  WS-SEQ-IN-STATUS        PIC X(02)  VALUE SPACES.
           05  WS-AUDIT-READ-COUNT     PIC 9(09)  VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(09)  VALUE ZERO.
           05  WS-HIST-END-TS          PIC X(21)  VALUE SPACES.
           05  WS-HIST-FOUND           PIC X(01)  VALUE 'N'.
           05  WS-NAME-RESULT          PIC X(20)  VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYYMMDD          PIC X(08).
           05  FILLER                  PIC X(13).

       01  WS-SEQUENCE-CONTROLS.
           05  WS-LAST-SEQUENCE        PIC 9(06)  VALUE ZERO.
           05  WS-LAST-RUN-DATE        PIC X(08)  VALUE SPACES.
           05  WS-THIS-SEQUENCE        PIC 9(06)  VALUE ZERO.
           05  WS-SEQ-RESTARTED        PIC X(01)  VALUE 'N'.

       01  WS-RUNLOG-CONTROLS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-RUNLOG-OPEN          PIC X(01)  VALUE 'N'.
           05  WS-RL-NOW.
               10  WS-RN-DATE          PIC X(08).
               10  WS-RN-TIME          PIC X(06).
               10  FILLER              PIC X(07).

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 A UNIT MISSING FROM DEPTS OR THE SEQUENCE STARTED OVER,
      *    8 NO DDAUDIT TONIGHT, 12 UNRECOVERABLE SQL ERROR
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-SQL-FATAL            PIC X(01)  VALUE 'N'.
           05  WS-AUDIT-MISSING        PIC X(01)  VALUE 'N'.
           05  WS-UNKNOWN-UNIT-COUNT   PIC 9(07)  VALUE ZERO.

       01  WS-EVENT-COUNTS.
           05  WS-EVENT-COUNT          PIC 9(09)  VALUE ZERO.
           05  WS-EVENT-HASH           PIC 9(12)  VALUE ZERO.
           05  WS-JOINER-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-MOVER-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-LEAVER-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-SUSPEND-COUNT        PIC 9(07)  VALUE ZERO.
           05  WS-RETURN-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-REMOVED-COUNT        PIC 9(07)  VALUE ZERO.

       01  WS-EVENT-HEADER.
           05  FILLER              PIC X(01)  VALUE 'H'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-EH-RUN-DATE      PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  FILLER              PIC X(08)  VALUE 'JMLEVENT'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-EH-SEQUENCE      PIC 9(06).
           05  FILLER              PIC X(94)  VALUE SPACES.

       01  WS-EVENT-DETAIL.
           05  WS-ED-EVENT-TYPE    PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ED-EMP-ID        PIC 9(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ED-SURNAME       PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ED-GIVEN         PIC X(15).
           05  FILLER              PIC X(01)  VALUE SPACE.
      *    OLD UNIT IS BLANK ON A JOINER, NEW UNIT ON A LEAVER OR
      *    REMOVAL.  SUSPEND AND RETURN CARRY THE SAME UNIT IN BOTH
           05  WS-ED-OLD-UNIT-ID   PIC X(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ED-OLD-DEPT-NAME PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ED-NEW-UNIT-ID   PIC X(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ED-NEW-DEPT-NAME PIC X(20).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ED-EFF-DATE      PIC X(08).
           05  FILLER              PIC X(07)  VALUE SPACES.

       01  WS-EVENT-TRAILER.
           05  FILLER              PIC X(01)  VALUE 'T'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ET-REC-COUNT     PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ET-HASH-TOTAL    PIC 9(12).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-ET-SEQUENCE      PIC 9(06).
           05  FILLER              PIC X(89)  VALUE SPACES.

       01  WS-UNIT-EDIT.
           05  WS-UNIT-EDIT-N      PIC 9(04).
           05  WS-UNIT-EDIT-X REDEFINES WS-UNIT-EDIT-N
                                   PIC X(04).

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-WRITE-RUNLOG-START.
           PERFORM A-LOAD-SEQUENCE.
           OPEN INPUT AU-AUDIT-INPUT.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'NO DDAUDIT TONIGHT, STATUS '
                   WS-AUDIT-FILE-STATUS ' - NO EVENTS SENT'
               MOVE 'Y' TO WS-AUDIT-MISSING
               MOVE 'Y' TO WS-AUD-EOF
           END-IF.
           OPEN OUTPUT EV-EVENT-OUTPUT.
           MOVE WS-CD-YYYYMMDD TO WS-EH-RUN-DATE.
           MOVE WS-THIS-SEQUENCE TO WS-EH-SEQUENCE.
           MOVE WS-EVENT-HEADER TO EV-EVENT-RECORD.
           WRITE EV-EVENT-RECORD.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT17' TO RL-PROGRAM-ID
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

      *    NO SEQUENCE FILE MEANS THE FIRST NIGHT (OR A LOST FILE) -
      *    START AT 1 AND SAY SO, SINCE THE RECEIVER WILL SEE A JUMP
       A-LOAD-SEQUENCE.
           OPEN INPUT SI-SEQUENCE-INPUT.
           IF WS-SEQ-IN-STATUS = '00'
               READ SI-SEQUENCE-INPUT
                   AT END
                       MOVE 'Y' TO WS-SEQ-RESTARTED
                   NOT AT END
                       IF SI-LAST-SEQUENCE NUMERIC
                           MOVE SI-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                           MOVE SI-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                       ELSE
                           MOVE 'Y' TO WS-SEQ-RESTARTED
                       END-IF
               END-READ
               CLOSE SI-SEQUENCE-INPUT
           ELSE
               MOVE 'Y' TO WS-SEQ-RESTARTED
           END-IF.
           IF WS-SEQ-RESTARTED = 'Y'
               DISPLAY 'WARNING - NO EVENT SEQUENCE ON DDEVSEQIN, '
                   'STARTING AT 000001'
               MOVE ZERO TO WS-LAST-SEQUENCE
           END-IF.
           IF WS-LAST-SEQUENCE = 999999
               MOVE 1 TO WS-THIS-SEQUENCE
           ELSE
               COMPUTE WS-THIS-SEQUENCE = WS-LAST-SEQUENCE + 1
           END-IF.
           IF WS-LAST-RUN-DATE = WS-CD-YYYYMMDD
               DISPLAY 'WARNING - EVENT FILE ALREADY SENT TODAY UNDER '
                   'SEQUENCE ' WS-LAST-SEQUENCE
           END-IF.
           DISPLAY 'EVENT FILE SEQUENCE ' WS-THIS-SEQUENCE.

       B-CONTROL.
           IF WS-AUD-EOF NOT = 'Y'
               PERFORM B-READ-AUDIT
           END-IF.
           PERFORM B-PROCESS-AUDIT
               UNTIL WS-AUD-EOF = 'Y' OR WS-SQL-FATAL = 'Y'.

       B-READ-AUDIT.
           READ AU-AUDIT-INPUT
               AT END
                   MOVE 'Y' TO WS-AUD-EOF
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
           END-READ.

      *    ONLY CHANGES THAT WERE APPLIED ARE EVENTS - A REJECTED OR
      *    FAILED TRANSACTION NEVER CHANGED ANYONE'S ACCESS
       B-PROCESS-AUDIT.
           IF AU-SQLCODE = ' 000000000'
              AND (AU-FLAG = 'I' OR AU-FLAG = 'D' OR AU-FLAG = 'M'
                OR AU-FLAG = 'L' OR AU-FLAG = 'R' OR AU-FLAG = 'X')
               PERFORM B-BUILD-EVENT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           PERFORM B-READ-AUDIT.

       B-BUILD-EVENT.
           MOVE AU-EMP-ID TO WS-ED-EMP-ID.
           MOVE AU-EMP-NAME TO WS-ED-SURNAME.
           MOVE SPACES TO WS-ED-GIVEN.
           IF AU-EFF-DATE NUMERIC
               MOVE AU-EFF-DATE TO WS-ED-EFF-DATE
           ELSE
               MOVE AU-TS-DATE TO WS-ED-EFF-DATE
           END-IF.
           MOVE AU-UNIT-ID TO WS-UNIT-EDIT-N.
           MOVE SPACES TO WS-ED-OLD-UNIT-ID.
           MOVE SPACES TO WS-ED-OLD-DEPT-NAME.
           MOVE SPACES TO WS-ED-NEW-UNIT-ID.
           MOVE SPACES TO WS-ED-NEW-DEPT-NAME.
           PERFORM B-LOOKUP-HIST.
           EVALUATE AU-FLAG
               WHEN 'I'
                   MOVE 'JOINER' TO WS-ED-EVENT-TYPE
                   MOVE WS-UNIT-EDIT-X TO WS-ED-NEW-UNIT-ID
                   ADD 1 TO WS-JOINER-COUNT
               WHEN 'M'
                   MOVE 'MOVER' TO WS-ED-EVENT-TYPE
                   MOVE WS-UNIT-EDIT-X TO WS-ED-NEW-UNIT-ID
                   PERFORM B-SET-FROM-UNIT
                   ADD 1 TO WS-MOVER-COUNT
               WHEN 'X'
                   MOVE 'LEAVER' TO WS-ED-EVENT-TYPE
                   MOVE WS-UNIT-EDIT-X TO WS-ED-OLD-UNIT-ID
                   ADD 1 TO WS-LEAVER-COUNT
               WHEN 'D'
                   MOVE 'REMOVED' TO WS-ED-EVENT-TYPE
                   MOVE WS-UNIT-EDIT-X TO WS-ED-OLD-UNIT-ID
                   ADD 1 TO WS-REMOVED-COUNT
               WHEN 'L'
                   MOVE 'SUSPEND' TO WS-ED-EVENT-TYPE
                   MOVE WS-UNIT-EDIT-X TO WS-ED-OLD-UNIT-ID
                   MOVE WS-UNIT-EDIT-X TO WS-ED-NEW-UNIT-ID
                   ADD 1 TO WS-SUSPEND-COUNT
               WHEN 'R'
                   MOVE 'RETURN' TO WS-ED-EVENT-TYPE
                   MOVE WS-UNIT-EDIT-X TO WS-ED-OLD-UNIT-ID
                   MOVE WS-UNIT-EDIT-X TO WS-ED-NEW-UNIT-ID
                   ADD 1 TO WS-RETURN-COUNT
           END-EVALUATE.
           PERFORM B-LOOKUP-GIVEN.
           IF WS-ED-OLD-UNIT-ID NOT = SPACES
               MOVE WS-ED-OLD-UNIT-ID TO WS-UNIT-EDIT-X
               PERFORM B-LOOKUP-DEPT-NAME
               MOVE WS-NAME-RESULT TO WS-ED-OLD-DEPT-NAME
           END-IF.
           IF WS-ED-NEW-UNIT-ID NOT = SPACES
               MOVE WS-ED-NEW-UNIT-ID TO WS-UNIT-EDIT-X
               PERFORM B-LOOKUP-DEPT-NAME
               MOVE WS-NAME-RESULT TO WS-ED-NEW-DEPT-NAME
           END-IF.
           IF WS-SQL-FATAL NOT = 'Y'
               PERFORM B-WRITE-EVENT
           END-IF.

      *    THE JOURNAL CARRIES THE UNIT MOVED OUT OF ON EVERY TRANSFER
      *    WRITTEN SINCE THE M FLAG CAME IN.  FAILING THAT, THE HIST
      *    ROW THE TRANSFER CLOSED OFF SAYS WHERE THE EMPLOYEE WAS
       B-SET-FROM-UNIT.
           EVALUATE TRUE
               WHEN AU-FROM-UNIT-ID NUMERIC
                   MOVE AU-FROM-UNIT-ID TO WS-ED-OLD-UNIT-ID
               WHEN WS-HIST-FOUND = 'Y'
                   MOVE EMPH-UNIT-ID TO WS-UNIT-EDIT-N
                   MOVE WS-UNIT-EDIT-X TO WS-ED-OLD-UNIT-ID
               WHEN OTHER
                   DISPLAY 'WARNING - NO FROM-UNIT FOR TRANSFER OF '
                       'EMP-ID ' AU-EMP-ID
           END-EVALUATE.

      *    THE LATEST EMPDEPT_HIST ROW AT OR BEFORE THE AUDIT
      *    TIMESTAMP IS THE ONE THIS CHANGE CLOSED OFF (NONE FOR AN
      *    INSERT)
       B-LOOKUP-HIST.
           MOVE 'N' TO WS-HIST-FOUND.
           IF AU-FLAG NOT = 'I'
               MOVE AU-EMP-ID TO EMPH-EMP-ID
               MOVE AU-TIMESTAMP TO EMPH-EFF-END-DATE
               EXEC SQL
                   SELECT VALUE(MAX(EFF_END_DATE), ' ')
                     INTO :WS-HIST-END-TS
                     FROM EMPDEPT_HIST
                    WHERE EMP_ID = :EMPH-EMP-ID
                      AND EFF_END_DATE <= :EMPH-EFF-END-DATE
               END-EXEC
               IF SQLCODE = 0 AND WS-HIST-END-TS NOT = SPACES
                   MOVE WS-HIST-END-TS TO EMPH-EFF-END-DATE
                   EXEC SQL
                       SELECT EMP_GIVEN, UNIT_ID
                         INTO :EMPH-GIVEN, :EMPH-UNIT-ID
                         FROM EMPDEPT_HIST
                        WHERE EMP_ID = :EMPH-EMP-ID
                          AND EFF_END_DATE = :EMPH-EFF-END-DATE
                   END-EXEC
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 0 AND WS-HIST-END-TS NOT = SPACES
                       MOVE 'Y' TO WS-HIST-FOUND
                   WHEN SQLCODE = 0 OR SQLCODE = 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'SQL ERROR ON HIST LOOKUP FOR EMP-ID '
                           AU-EMP-ID ' SQLCODE: ' SQLCODE
                       MOVE 'Y' TO WS-SQL-FATAL
               END-EVALUATE
           END-IF.

      *    THE JOURNAL ONLY CARRIES THE SURNAME.  THE ROW STILL ON
      *    EMPDEPT GIVES THE GIVEN NAME, AND A ROW THAT HAS SINCE
      *    GONE (OR MOVED ON AGAIN) FALLS BACK TO ITS HIST ROW
       B-LOOKUP-GIVEN.
           MOVE AU-EMP-ID TO EMP-ID.
           MOVE AU-UNIT-ID TO UNIT-ID.
           EXEC SQL
               SELECT EMP_GIVEN
                 INTO :EMP-GIVEN
                 FROM EMPDEPT
                WHERE EMP_ID = :EMP-ID
                  AND UNIT_ID = :UNIT-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE EMP-GIVEN TO WS-ED-GIVEN
               WHEN SQLCODE = 100 AND WS-HIST-FOUND = 'Y'
                   MOVE EMPH-GIVEN TO WS-ED-GIVEN
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SQL ERROR ON EMPDEPT LOOKUP FOR EMP-ID '
                       AU-EMP-ID ' SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
           END-EVALUATE.

      *    A UNIT NOT ON DEPTS STILL GOES OUT - THE EVENT MATTERS
      *    MORE THAN THE NAME - BUT IT IS FLAGGED IN THE NAME FIELD
      *    AND ENDS THE STEP WITH A 4
       B-LOOKUP-DEPT-NAME.
           MOVE WS-UNIT-EDIT-N TO DEPT-UNIT-ID.
           MOVE SPACES TO WS-NAME-RESULT.
           EXEC SQL
               SELECT DEPT_NAME
                 INTO :DEPT-NAME
                 FROM DEPTS
                WHERE UNIT_ID = :DEPT-UNIT-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE DEPT-NAME TO WS-NAME-RESULT
               WHEN SQLCODE = 100
                   MOVE '*NOT ON DEPTS*' TO WS-NAME-RESULT
                   ADD 1 TO WS-UNKNOWN-UNIT-COUNT
                   DISPLAY 'WARNING - UNIT ' DEPT-UNIT-ID
                       ' NOT ON DEPTS, EMP-ID ' AU-EMP-ID
               WHEN OTHER
                   DISPLAY 'SQL ERROR ON DEPTS LOOKUP FOR UNIT '
                       DEPT-UNIT-ID ' SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
           END-EVALUATE.

       B-WRITE-EVENT.
           MOVE WS-EVENT-DETAIL TO EV-EVENT-RECORD.
           WRITE EV-EVENT-RECORD.
           ADD 1 TO WS-EVENT-COUNT.
           ADD WS-ED-EMP-ID TO WS-EVENT-HASH.

      *    A FAILED NIGHT GOES OUT WITH A ZERO TRAILER SO IT CANNOT
      *    BALANCE, AND KEEPS LAST NIGHT'S SEQUENCE ON DDEVSEQOUT SO
      *    THE RERUN REISSUES THIS NIGHT'S NUMBER
       C-END.
           IF WS-SQL-FATAL = 'Y' OR WS-AUDIT-MISSING = 'Y'
               MOVE ZERO TO WS-ET-REC-COUNT
               MOVE ZERO TO WS-ET-HASH-TOTAL
           ELSE
               MOVE WS-EVENT-COUNT TO WS-ET-REC-COUNT
               MOVE WS-EVENT-HASH TO WS-ET-HASH-TOTAL
           END-IF.
           MOVE WS-THIS-SEQUENCE TO WS-ET-SEQUENCE.
           MOVE WS-EVENT-TRAILER TO EV-EVENT-RECORD.
           WRITE EV-EVENT-RECORD.
           CLOSE EV-EVENT-OUTPUT.
           IF WS-AUDIT-MISSING NOT = 'Y'
               CLOSE AU-AUDIT-INPUT
           END-IF.
           PERFORM C-WRITE-SEQUENCE.
           DISPLAY 'DDAUDIT RECORDS READ   ' WS-AUDIT-READ-COUNT.
           DISPLAY 'NOT ACCOUNT EVENTS     ' WS-SKIPPED-COUNT.
           DISPLAY 'JOINER EVENTS          ' WS-JOINER-COUNT.
           DISPLAY 'MOVER EVENTS           ' WS-MOVER-COUNT.
           DISPLAY 'LEAVER EVENTS          ' WS-LEAVER-COUNT.
           DISPLAY 'REMOVED EVENTS         ' WS-REMOVED-COUNT.
           DISPLAY 'SUSPEND EVENTS         ' WS-SUSPEND-COUNT.
           DISPLAY 'RETURN EVENTS          ' WS-RETURN-COUNT.
           DISPLAY 'EVENT RECORDS WRITTEN  ' WS-EVENT-COUNT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-SEQUENCE.
           OPEN OUTPUT SO-SEQUENCE-OUTPUT.
           MOVE SPACES TO SO-SEQUENCE-RECORD.
           IF WS-SQL-FATAL = 'Y' OR WS-AUDIT-MISSING = 'Y'
               MOVE WS-LAST-SEQUENCE TO SO-LAST-SEQUENCE
               MOVE WS-LAST-RUN-DATE TO SO-LAST-RUN-DATE
               DISPLAY 'EVENT SEQUENCE NOT ADVANCED - RERUN WILL '
                   'REISSUE ' WS-THIS-SEQUENCE
           ELSE
               MOVE WS-THIS-SEQUENCE TO SO-LAST-SEQUENCE
               MOVE WS-CD-YYYYMMDD TO SO-LAST-RUN-DATE
           END-IF.
           WRITE SO-SEQUENCE-RECORD.
           CLOSE SO-SEQUENCE-OUTPUT.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT17' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'LIVE' TO RL-RUN-MODE
               MOVE WS-AUDIT-READ-COUNT TO RL-RECORDS-READ
               MOVE WS-EVENT-COUNT TO RL-RECORDS-APPLIED
               MOVE WS-UNKNOWN-UNIT-COUNT TO RL-RECORDS-REJECTED
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-AUDIT-MISSING = 'Y'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-UNKNOWN-UNIT-COUNT > 0
                 OR WS-SEQ-RESTARTED = 'Y'
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
