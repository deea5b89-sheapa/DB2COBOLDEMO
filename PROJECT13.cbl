       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT13.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT BACKS OUT A COMMITTED PROJECT1 RUN.  THE RUN'S
      * DDAUDIT FILE (OR THE PROJECT10 JOURNAL, CUT DOWN TO A FROM/TO
      * TIMESTAMP WINDOW ON DDCNTL) COMES IN ON DDBKIN.  EVERY
      * SUCCESSFUL TRANSACTION IS REVERSED IN REVERSE ORDER - AN
      * INSERT IS DELETED, A TRANSFER IS MOVED BACK TO THE UNIT IT
      * CAME FROM, AND AN UPDATE, DELETE, TRANSFER, OR L/R/X STATUS
      * CHANGE IS PUT BACK FROM THE EMPDEPT_HIST ROW IT CREATED (THE
      * HIST ROW IS THEN REMOVED, SINCE THE CHANGE IT RECORDS NO
      * LONGER HAPPENED).  HIST DOES NOT KEEP THE STATUS, SO THE
      * STATUS A DELETE OR L/R/X PUTS BACK COMES FROM THE LAST
      * STATUS-SETTING CHANGE BEFORE IT ON THE SET, THE JOURNAL OR
      * TODAY'S DDAUDIT - WITH NONE, THE CHANGE IS LEFT ALONE AND
      * REPORTED.  AN EMP-ID TOUCHED AGAIN AFTER THE RUN -
      * ON THE JOURNAL (DDJRNL), ON TODAY'S DDAUDIT, OR BY A LATER
      * EMPDEPT_HIST ROW - IS LEFT ALONE AND REPORTED.  EACH REVERSAL
      * IS APPENDED TO DDAUDIT AS AN ORDINARY AUDIT RECORD SO THE
      * PROJECT5 RECONCILIATION AND THE PROJECT6 DELTA EXTRACT SEE IT
      * LIKE ANY OTHER CHANGE.  THE REPORT GOES TO DDBKRPT.
      * CARD ON DDCNTL - 'LIVE' OR 'EDIT' IN COLUMNS 1-4 (NO CARD
      * MEANS AN EDIT RUN THAT ONLY REPORTS), WINDOW FROM/TO AS
      * YYYYMMDDHHMMSS IN COLUMNS 6-19 AND 21-34 (BLANK TAKES THE
      * WHOLE INPUT FILE - ALWAYS GIVE A WINDOW AGAINST THE JOURNAL)
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BI-BACKOUT-INPUT ASSIGN TO DDBKIN
               FILE STATUS IS WS-BACKOUT-IN-STATUS.

           SELECT JR-JOURNAL-INPUT ASSIGN TO DDJRNL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT AU-AUDIT-FILE ASSIGN TO DDAUDIT
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BR-BACKOUT-REPORT ASSIGN TO DDBKRPT.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BI-BACKOUT-INPUT
               RECORDING MODE IS F
               DATA RECORD IS BI-BACKOUT-RECORD.

       01  BI-BACKOUT-RECORD.
           05  BI-FLAG         PIC X(01).
           05  FILLER          PIC X(01).
           05  BI-EMP-ID       PIC 9(06).
           05  FILLER          PIC X(01).
      *    CARRIES THE SURNAME ONLY - SEE B-WRITE-AUDIT IN PROJECT1
           05  BI-EMP-NAME     PIC X(20).
           05  FILLER          PIC X(01).
           05  BI-UNIT-ID      PIC 9(04).
           05  FILLER          PIC X(01).
      *    WRITTEN BY PROJECT1 THROUGH PIC -9(9) - A ZERO SQLCODE
      *    ALWAYS ARRIVES AS A SPACE SIGN AND NINE ZEROS
           05  BI-SQLCODE      PIC X(10).
           05  FILLER          PIC X(01).
           05  BI-TIMESTAMP.
      *        DOWN TO THE SECOND - COMPARED AGAINST THE WINDOW
               10  BI-TS-TO-SECOND PIC X(14).
               10  FILLER          PIC X(07).
           05  FILLER          PIC X(01).
      *    TRANSFERS ONLY - THE UNIT THE EMPLOYEE MOVED OUT OF
           05  BI-FROM-UNIT-ID PIC X(04).
           05  BI-FROM-UNIT-N REDEFINES BI-FROM-UNIT-ID
                               PIC 9(04).
           05  FILLER          PIC X(09).

       FD  JR-JOURNAL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS JR-JOURNAL-RECORD.

       01  JR-JOURNAL-RECORD.
           05  JR-FLAG         PIC X(01).
           05  FILLER          PIC X(01).
           05  JR-EMP-ID       PIC 9(06).
           05  FILLER          PIC X(01).
           05  FILLER          PIC X(20).
           05  FILLER          PIC X(01).
           05  JR-UNIT-ID      PIC 9(04).
           05  FILLER          PIC X(01).
           05  JR-SQLCODE      PIC X(10).
           05  FILLER          PIC X(01).
           05  JR-TIMESTAMP    PIC X(21).
           05  FILLER          PIC X(01).
           05  JR-FROM-UNIT-ID PIC X(04).
           05  FILLER          PIC X(09).

      *    READ FIRST FOR CHANGES MADE SINCE THE RUN, THEN REOPENED
      *    EXTEND TO TAKE THE REVERSAL RECORDS
       FD  AU-AUDIT-FILE
               RECORDING MODE IS F
               DATA RECORD IS AU-AUDIT-RECORD.

       01  AU-AUDIT-RECORD.
           05  AU-FLAG         PIC X(01).
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  AU-EMP-ID       PIC 9(06).
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  AU-EMP-NAME     PIC X(20).
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  AU-UNIT-ID      PIC 9(04).
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  AU-SQLCODE      PIC -9(9).
           05  AU-SQLCODE-X REDEFINES AU-SQLCODE
                               PIC X(10).
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  AU-TIMESTAMP    PIC X(21).
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  AU-FROM-UNIT-ID PIC X(04).
           05  FILLER          PIC X(09)  VALUE SPACES.

       FD  BR-BACKOUT-REPORT
               RECORDING MODE IS F
               DATA RECORD IS BR-REPORT-LINE.

       01  BR-REPORT-LINE           PIC X(80).

       FD  CT-CONTROL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS CT-CONTROL-CARD.

       01  CT-CONTROL-CARD.
           05  CT-RUN-MODE          PIC X(04).
           05  FILLER               PIC X(01).
           05  CT-FROM-TS           PIC X(14).
           05  FILLER               PIC X(01).
           05  CT-TO-TS             PIC X(14).
           05  FILLER               PIC X(46).

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
             INCLUDE EMPDEPTH
           END-EXEC.

       01  MISC.
           05  WS-BKIN-EOF             PIC X(01)  VALUE 'N'.
           05  WS-JRN-EOF              PIC X(01)  VALUE 'N'.
           05  WS-AUD-EOF              PIC X(01)  VALUE 'N'.
           05  WS-BACKOUT-IN-STATUS    PIC X(02)  VALUE SPACES.
           05  WS-JOURNAL-FILE-STATUS  PIC X(02)  VALUE SPACES.
           05  WS-AUDIT-FILE-STATUS    PIC X(02)  VALUE SPACES.
           05  WS-CONTROL-FILE-STATUS  PIC X(02)  VALUE SPACES.
           05  WS-RUN-MODE             PIC X(04)  VALUE 'EDIT'.
           05  WS-FROM-TS              PIC X(14)
               VALUE '00000000000000'.
           05  WS-TO-TS                PIC X(14)
               VALUE '99999999999999'.
           05  WS-REC-TS               PIC X(14)  VALUE SPACES.
           05  WS-AUDIT-OPEN           PIC X(01)  VALUE 'N'.
           05  WS-HIST-COUNT           PIC 9(09)  VALUE ZERO.

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
      *    4 SOMETHING COULD NOT BE REVERSED OR NOTHING TO BACK OUT,
      *    8 BACKOUT REFUSED (NO INPUT, TABLE FULL, NO DDAUDIT TO
      *    APPEND TO), 12 UNRECOVERABLE SQL ERROR
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-BACKOUT-BLOCKED      PIC X(01)  VALUE 'N'.
           05  WS-SQL-FATAL            PIC X(01)  VALUE 'N'.
           05  WS-READ-COUNT           PIC 9(09)  VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(09)  VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(09)  VALUE ZERO.
           05  WS-NOT-REVERSED-COUNT   PIC 9(09)  VALUE ZERO.

       01  WS-RETRY-CONTROLS.
           05  WS-RETRY-COUNT        PIC 9(01)  VALUE ZERO.
           05  WS-MAX-RETRIES        PIC 9(01)  VALUE 3.

      *    THE BACKOUT SET IN ARRIVAL (TIMESTAMP) ORDER - THE SET IS
      *    ALL OR NOTHING, SO AN OVERFLOW REFUSES THE WHOLE BACKOUT
      *    RATHER THAN REVERSING THE TAIL OF A RUN
       01  WS-BACKOUT-TABLE.
           05  WS-BK-ENTRY OCCURS 1000 TIMES.
               10  WS-BK-FLAG          PIC X(01).
               10  WS-BK-EMP-ID        PIC 9(06).
               10  WS-BK-EMP-NAME      PIC X(20).
               10  WS-BK-UNIT-ID       PIC 9(04).
               10  WS-BK-TIMESTAMP     PIC X(21).
               10  WS-BK-FROM-UNIT-ID  PIC 9(04).
       01  WS-BK-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-BK-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-BK-JX                    PIC 9(04)  VALUE ZERO.
       01  WS-BK-FULL                  PIC X(01)  VALUE 'N'.

      *    ONE SLOT PER EMP-ID IN THE SET - THE TIMESTAMP OF ITS LAST
      *    CHANGE IN THE SET, AND WHY IT MUST BE LEFT ALONE (IF IT
      *    MUST).  ONCE ONE OF AN EMP-ID'S CHANGES CANNOT BE
      *    REVERSED, NONE OF ITS EARLIER ONES ARE EITHER
       01  WS-BACKOUT-EMP-TABLE.
           05  WS-BE-ENTRY OCCURS 1000 TIMES.
               10  WS-BE-EMP-ID        PIC 9(06).
               10  WS-BE-FIRST-TS      PIC X(21).
               10  WS-BE-LAST-TS       PIC X(21).
               10  WS-BE-BLOCKED       PIC X(01).
               10  WS-BE-REASON        PIC X(30).
       01  WS-BE-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-BE-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-BE-HIT                   PIC 9(04)  VALUE ZERO.
       01  WS-BE-KEY                   PIC 9(06)  VALUE ZERO.
       01  WS-LATER-TS                 PIC X(21)  VALUE SPACES.

      *    THE STATUS EACH ROW OF AN EMP-ID IN THE SET HAD JUST BEFORE
      *    THE EMP-ID'S FIRST CHANGE IN THE SET, REPLAYED FROM THE
      *    JOURNAL AND TODAY'S DDAUDIT.  ONE SLOT PER EMP-ID AND UNIT -
      *    A SPACE STATUS MEANS NOT KNOWN.  A TRANSFER CARRIES THE
      *    STATUS OF THE ROW IT MOVED, A DELETE FORGETS IT
       01  WS-PRIOR-TABLE.
           05  WS-PS-ENTRY OCCURS 2000 TIMES.
               10  WS-PS-EMP-ID        PIC 9(06).
               10  WS-PS-UNIT-ID       PIC 9(04).
               10  WS-PS-STATUS        PIC X(01).
       01  WS-PS-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-PS-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-PS-HIT                   PIC 9(04)  VALUE ZERO.
       01  WS-PS-FULL-WARNED           PIC X(01)  VALUE 'N'.

      *    THE JOURNAL OR AUDIT RECORD BEING REPLAYED INTO THE TABLE
       01  WS-PRIOR-NOTE.
           05  WS-PN-FLAG              PIC X(01)  VALUE SPACE.
           05  WS-PN-EMP-ID            PIC 9(06)  VALUE ZERO.
           05  WS-PN-UNIT-ID           PIC 9(04)  VALUE ZERO.
           05  WS-PN-FROM-UNIT-X       PIC X(04)  VALUE SPACES.
           05  WS-PN-FROM-UNIT-ID REDEFINES WS-PN-FROM-UNIT-X
                                       PIC 9(04).
           05  WS-PN-STATUS            PIC X(01)  VALUE SPACE.
           05  WS-PN-KEY-UNIT-ID       PIC 9(04)  VALUE ZERO.

      *    EMPDEPT_HIST END-DATES ARE FULL CURRENT-DATE TIMESTAMPS
      *    TAKEN JUST BEFORE THE CHANGE THE AUDIT RECORD LOGS - THE
      *    ROW A CHANGE CREATED IS THE LATEST ONE FOR THE EMP-ID AND
      *    UNIT AT OR BEFORE THE AUDIT TIMESTAMP, ON THE SAME DAY
       01  WS-HIST-CONTROLS.
           05  WS-HIST-FOUND           PIC X(01)  VALUE 'N'.
           05  WS-HIST-CEILING         PIC X(21)  VALUE SPACES.
           05  WS-HIST-FLOOR.
               10  WS-HF-YYYYMMDD      PIC X(08).
               10  FILLER              PIC X(13)
                   VALUE '0000000000000'.
           05  WS-HIST-END-TS          PIC X(21)  VALUE SPACES.

       01  WS-REVERSAL-CONTROLS.
           05  WS-REV-OK               PIC X(01)  VALUE 'N'.
           05  WS-REV-FLAG             PIC X(01)  VALUE SPACE.
           05  WS-REV-NAME             PIC X(20)  VALUE SPACES.
           05  WS-REV-REASON           PIC X(30)  VALUE SPACES.
           05  WS-PRIOR-STATUS         PIC X(01)  VALUE 'A'.
           05  WS-PRIOR-FOUND          PIC X(01)  VALUE 'N'.
           05  WS-PRIOR-UNIT-ID        PIC 9(04)  VALUE ZERO.
           05  WS-CHECK-STATUS         PIC X(01)  VALUE SPACE.
           05  WS-MOVE-BACK-UNIT-ID    PIC 9(04)  VALUE ZERO.
           05  WS-MOVE-BACK-UNIT-X REDEFINES WS-MOVE-BACK-UNIT-ID
                                       PIC X(04).
           05  WS-OP-SQLCODE           PIC S9(9)  VALUE ZERO.
           05  WS-OP-SQLCODE-ED        PIC -9(9).

       01  WS-MODE-LINE.
           05  FILLER              PIC X(09)  VALUE 'RUN MODE '.
           05  WS-ML-RUN-MODE      PIC X(04).
           05  FILLER              PIC X(10)  VALUE '   WINDOW '.
           05  WS-ML-FROM-TS       PIC X(14).
           05  FILLER              PIC X(04)  VALUE ' TO '.
           05  WS-ML-TO-TS         PIC X(14).
           05  FILLER              PIC X(25)  VALUE SPACES.

       01  WS-DETAIL-HEAD-LINE.
           05  FILLER              PIC X(14)  VALUE 'RESULT'.
           05  FILLER              PIC X(02)  VALUE 'F '.
           05  FILLER              PIC X(07)  VALUE 'EMP-ID '.
           05  FILLER              PIC X(05)  VALUE 'UNIT '.
           05  FILLER              PIC X(15)  VALUE 'ORIGINAL TS'.
           05  FILLER              PIC X(02)  VALUE 'R '.
           05  FILLER              PIC X(30)  VALUE 'REASON'.
           05  FILLER              PIC X(05)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-RESULT        PIC X(13).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-FLAG          PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-EMP-ID        PIC 9(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-UNIT-ID       PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-TIMESTAMP     PIC X(14).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-REV-FLAG      PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-REASON        PIC X(30).
           05  FILLER              PIC X(05)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(30).
           05  WS-TL-COUNT         PIC ZZZZZZZZ9.
           05  FILLER              PIC X(41)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-LOAD-BACKOUT-CARD.
           PERFORM A-WRITE-RUNLOG-START.
           OPEN OUTPUT BR-BACKOUT-REPORT.
           MOVE 'PROJECT13 - BACKOUT OF A COMMITTED PROJECT1 RUN'
               TO BR-REPORT-LINE.
           WRITE BR-REPORT-LINE.
           IF WS-RUN-MODE = 'EDIT'
               MOVE '*** EDIT RUN - NOTHING REVERSED ***'
                   TO BR-REPORT-LINE
               WRITE BR-REPORT-LINE
           END-IF.
           MOVE WS-RUN-MODE TO WS-ML-RUN-MODE.
           MOVE WS-FROM-TS TO WS-ML-FROM-TS.
           MOVE WS-TO-TS TO WS-ML-TO-TS.
           MOVE WS-MODE-LINE TO BR-REPORT-LINE.
           WRITE BR-REPORT-LINE.
           MOVE SPACES TO BR-REPORT-LINE.
           WRITE BR-REPORT-LINE.

      *    A BACKOUT IS NEVER RUN LIVE BY ACCIDENT - NO CARD, OR A
      *    CARD THAT DOES NOT SAY LIVE, ONLY REPORTS
       A-LOAD-BACKOUT-CARD.
           OPEN INPUT CT-CONTROL-INPUT.
           IF WS-CONTROL-FILE-STATUS = '00'
               READ CT-CONTROL-INPUT
                   AT END
                       DISPLAY 'NO BACKOUT CARD - EDIT RUN ASSUMED'
                   NOT AT END
                       IF CT-RUN-MODE = 'LIVE'
                           MOVE 'LIVE' TO WS-RUN-MODE
                       END-IF
                       IF CT-FROM-TS NUMERIC AND CT-TO-TS NUMERIC
                           MOVE CT-FROM-TS TO WS-FROM-TS
                           MOVE CT-TO-TS TO WS-TO-TS
                       ELSE
                           DISPLAY 'NO USABLE WINDOW - WHOLE DDBKIN '
                               'FILE BACKED OUT'
                       END-IF
               END-READ
               CLOSE CT-CONTROL-INPUT
           ELSE
               DISPLAY 'NO BACKOUT CARD - EDIT RUN ASSUMED'
           END-IF.
           DISPLAY 'BACKOUT RUN MODE ' WS-RUN-MODE.
           DISPLAY 'BACKOUT WINDOW ' WS-FROM-TS ' TO ' WS-TO-TS.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT13' TO RL-PROGRAM-ID
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

       B-CONTROL.
           PERFORM B-LOAD-BACKOUT-SET.
           IF WS-BACKOUT-BLOCKED NOT = 'Y' AND WS-BK-COUNT > 0
               PERFORM B-FIND-LATER-CHANGES
           END-IF.
           IF WS-BACKOUT-BLOCKED NOT = 'Y' AND WS-BK-COUNT > 0
              AND WS-RUN-MODE = 'LIVE'
               PERFORM B-OPEN-AUDIT-EXTEND
           END-IF.
           IF WS-BACKOUT-BLOCKED NOT = 'Y' AND WS-BK-COUNT > 0
               MOVE WS-DETAIL-HEAD-LINE TO BR-REPORT-LINE
               WRITE BR-REPORT-LINE
               PERFORM B-REVERSE-ONE
                   VARYING WS-BK-IX FROM WS-BK-COUNT BY -1
                   UNTIL WS-BK-IX < 1
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE AU-AUDIT-FILE
           END-IF.

      *    ONLY SUCCESSFUL CHANGES ARE IN THE SET - A REJECT (ANY
      *    NONZERO SQLCODE) NEVER TOUCHED EMPDEPT
       B-LOAD-BACKOUT-SET.
           OPEN INPUT BI-BACKOUT-INPUT.
           IF WS-BACKOUT-IN-STATUS NOT = '00'
               DISPLAY 'NO AUDIT FILE OR JOURNAL ON DDBKIN'
               MOVE 'Y' TO WS-BACKOUT-BLOCKED
               MOVE '*** NO AUDIT FILE OR JOURNAL ON DDBKIN'
                   TO BR-REPORT-LINE
               WRITE BR-REPORT-LINE
           ELSE
               READ BI-BACKOUT-INPUT
                   AT END
                       MOVE 'Y' TO WS-BKIN-EOF
               END-READ
               PERFORM B-LOAD-ONE UNTIL WS-BKIN-EOF = 'Y'
               CLOSE BI-BACKOUT-INPUT
           END-IF.
           IF WS-BK-FULL = 'Y'
               DISPLAY 'OVER 1000 CHANGES IN BACKOUT SET - REFUSED'
               MOVE 'Y' TO WS-BACKOUT-BLOCKED
               MOVE '*** OVER 1000 CHANGES - NARROW THE WINDOW'
                   TO BR-REPORT-LINE
               WRITE BR-REPORT-LINE
           END-IF.
           IF WS-BACKOUT-BLOCKED NOT = 'Y' AND WS-BK-COUNT = 0
               MOVE 'NO SUCCESSFUL CHANGES IN WINDOW'
                   TO BR-REPORT-LINE
               WRITE BR-REPORT-LINE
           END-IF.

       B-LOAD-ONE.
           ADD 1 TO WS-READ-COUNT.
           MOVE BI-TS-TO-SECOND TO WS-REC-TS.
           IF BI-SQLCODE = ' 000000000'
              AND (BI-FLAG = 'I' OR BI-FLAG = 'U' OR BI-FLAG = 'D'
                OR BI-FLAG = 'L' OR BI-FLAG = 'R' OR BI-FLAG = 'X'
                OR (BI-FLAG = 'M' AND BI-FROM-UNIT-ID NUMERIC))
              AND WS-REC-TS >= WS-FROM-TS
              AND WS-REC-TS <= WS-TO-TS
               IF WS-BK-COUNT < 1000
                   ADD 1 TO WS-BK-COUNT
                   MOVE BI-FLAG TO WS-BK-FLAG(WS-BK-COUNT)
                   MOVE BI-EMP-ID TO WS-BK-EMP-ID(WS-BK-COUNT)
                   MOVE BI-EMP-NAME TO WS-BK-EMP-NAME(WS-BK-COUNT)
                   MOVE BI-UNIT-ID TO WS-BK-UNIT-ID(WS-BK-COUNT)
                   MOVE BI-TIMESTAMP TO WS-BK-TIMESTAMP(WS-BK-COUNT)
                   MOVE ZERO TO WS-BK-FROM-UNIT-ID(WS-BK-COUNT)
                   IF BI-FLAG = 'M'
                       MOVE BI-FROM-UNIT-N
                           TO WS-BK-FROM-UNIT-ID(WS-BK-COUNT)
                   END-IF
                   PERFORM B-NOTE-BACKOUT-EMP
               ELSE
                   MOVE 'Y' TO WS-BK-FULL
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           READ BI-BACKOUT-INPUT
               AT END
                   MOVE 'Y' TO WS-BKIN-EOF
           END-READ.

      *    THE INPUT IS IN TIMESTAMP ORDER, SO THE FIRST AND LAST
      *    RECORDS SEEN FOR AN EMP-ID CARRY ITS FIRST AND LAST
      *    TIMESTAMPS IN THE SET
       B-NOTE-BACKOUT-EMP.
           MOVE BI-EMP-ID TO WS-BE-KEY.
           PERFORM B-FIND-BACKOUT-EMP.
           IF WS-BE-HIT = 0
               ADD 1 TO WS-BE-COUNT
               MOVE WS-BE-COUNT TO WS-BE-HIT
               MOVE BI-EMP-ID TO WS-BE-EMP-ID(WS-BE-HIT)
               MOVE BI-TIMESTAMP TO WS-BE-FIRST-TS(WS-BE-HIT)
               MOVE 'N' TO WS-BE-BLOCKED(WS-BE-HIT)
               MOVE SPACES TO WS-BE-REASON(WS-BE-HIT)
           END-IF.
           MOVE BI-TIMESTAMP TO WS-BE-LAST-TS(WS-BE-HIT).

      *    LOOKS UP WS-BE-KEY AND RETURNS THE SLOT NUMBER IN
      *    WS-BE-HIT, OR ZERO WHEN THE EMP-ID IS NOT IN THE SET
       B-FIND-BACKOUT-EMP.
           MOVE ZERO TO WS-BE-HIT.
           PERFORM VARYING WS-BE-IX FROM 1 BY 1
                   UNTIL WS-BE-IX > WS-BE-COUNT
               IF WS-BE-EMP-ID(WS-BE-IX) = WS-BE-KEY
                   MOVE WS-BE-IX TO WS-BE-HIT
                   MOVE WS-BE-COUNT TO WS-BE-IX
               END-IF
           END-PERFORM.

      *    ANY SUCCESSFUL CHANGE TIMESTAMPED AFTER AN EMP-ID'S LAST
      *    CHANGE IN THE SET MEANS SOMEONE HAS BUILT ON THE STATE WE
      *    WOULD BE UNDOING.  A SECOND BACKOUT OF THE SAME RUN FINDS
      *    THE FIRST ONE'S REVERSAL RECORDS THIS WAY AND DOES NOTHING
       B-FIND-LATER-CHANGES.
           PERFORM B-SCAN-JOURNAL.
           PERFORM B-SCAN-TODAYS-AUDIT.
           PERFORM B-CHECK-LATER-HIST
               VARYING WS-BE-IX FROM 1 BY 1
               UNTIL WS-BE-IX > WS-BE-COUNT.

       B-SCAN-JOURNAL.
           OPEN INPUT JR-JOURNAL-INPUT.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'NO CUMULATIVE JOURNAL ON DDJRNL - '
                   'LATER-CHANGE CHECK USES DDAUDIT AND HIST ONLY'
           ELSE
               READ JR-JOURNAL-INPUT
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
               END-READ
               PERFORM B-CHECK-JOURNAL-RECORD UNTIL WS-JRN-EOF = 'Y'
               CLOSE JR-JOURNAL-INPUT
           END-IF.

       B-CHECK-JOURNAL-RECORD.
           IF JR-SQLCODE = ' 000000000'
               MOVE JR-EMP-ID TO WS-BE-KEY
               MOVE JR-TIMESTAMP TO WS-LATER-TS
               PERFORM B-CHECK-LATER-TOUCH
               MOVE JR-FLAG TO WS-PN-FLAG
               MOVE JR-EMP-ID TO WS-PN-EMP-ID
               MOVE JR-UNIT-ID TO WS-PN-UNIT-ID
               MOVE JR-FROM-UNIT-ID TO WS-PN-FROM-UNIT-X
               PERFORM B-NOTE-PRIOR-FLAG
           END-IF.
           READ JR-JOURNAL-INPUT
               AT END
                   MOVE 'Y' TO WS-JRN-EOF
           END-READ.

       B-SCAN-TODAYS-AUDIT.
           OPEN INPUT AU-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = '00'
               READ AU-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUD-EOF
               END-READ
               PERFORM B-CHECK-AUDIT-RECORD UNTIL WS-AUD-EOF = 'Y'
               CLOSE AU-AUDIT-FILE
           END-IF.

       B-CHECK-AUDIT-RECORD.
           IF AU-SQLCODE-X = ' 000000000'
               MOVE AU-EMP-ID TO WS-BE-KEY
               MOVE AU-TIMESTAMP TO WS-LATER-TS
               PERFORM B-CHECK-LATER-TOUCH
               MOVE AU-FLAG TO WS-PN-FLAG
               MOVE AU-EMP-ID TO WS-PN-EMP-ID
               MOVE AU-UNIT-ID TO WS-PN-UNIT-ID
               MOVE AU-FROM-UNIT-ID TO WS-PN-FROM-UNIT-X
               PERFORM B-NOTE-PRIOR-FLAG
           END-IF.
           READ AU-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF
           END-READ.

       B-CHECK-LATER-TOUCH.
           PERFORM B-FIND-BACKOUT-EMP.
           IF WS-BE-HIT > 0
               IF WS-LATER-TS > WS-BE-LAST-TS(WS-BE-HIT)
                  AND WS-BE-BLOCKED(WS-BE-HIT) NOT = 'Y'
                   MOVE 'Y' TO WS-BE-BLOCKED(WS-BE-HIT)
                   MOVE 'LATER CHANGE ON JOURNAL/AUDIT'
                       TO WS-BE-REASON(WS-BE-HIT)
               END-IF
           END-IF.

      *    A SUCCESSFUL CHANGE MADE BEFORE THE EMP-ID'S FIRST CHANGE
      *    IN THE SET MOVES ON THE STATUS OF THE ROW IT TOUCHED.  THE
      *    JOURNAL IS READ BEFORE TODAY'S DDAUDIT, SO THE LAST ONE
      *    REPLAYED IS THE LATEST.  WS-BE-HIT IS STILL SET FROM
      *    B-CHECK-LATER-TOUCH
       B-NOTE-PRIOR-FLAG.
           IF WS-BE-HIT > 0
               IF WS-LATER-TS < WS-BE-FIRST-TS(WS-BE-HIT)
                   MOVE WS-PN-UNIT-ID TO WS-PN-KEY-UNIT-ID
                   EVALUATE WS-PN-FLAG
                       WHEN 'I'
                       WHEN 'R'
                           MOVE 'A' TO WS-PN-STATUS
                           PERFORM B-SET-PRIOR-SLOT
                       WHEN 'L'
                           MOVE 'L' TO WS-PN-STATUS
                           PERFORM B-SET-PRIOR-SLOT
                       WHEN 'X'
                           MOVE 'T' TO WS-PN-STATUS
                           PERFORM B-SET-PRIOR-SLOT
                       WHEN 'D'
                           MOVE SPACE TO WS-PN-STATUS
                           PERFORM B-SET-PRIOR-SLOT
                       WHEN 'M'
                           PERFORM B-NOTE-PRIOR-TRANSFER
                   END-EVALUATE
               END-IF
           END-IF.

       B-NOTE-PRIOR-TRANSFER.
           MOVE SPACE TO WS-PN-STATUS.
           IF WS-PN-FROM-UNIT-X NUMERIC
               MOVE WS-PN-EMP-ID TO WS-BE-KEY
               MOVE WS-PN-FROM-UNIT-ID TO WS-PN-KEY-UNIT-ID
               PERFORM B-FIND-PRIOR-SLOT
               IF WS-PS-HIT > 0
                   MOVE WS-PS-STATUS(WS-PS-HIT) TO WS-PN-STATUS
                   MOVE SPACE TO WS-PS-STATUS(WS-PS-HIT)
               END-IF
           END-IF.
           MOVE WS-PN-UNIT-ID TO WS-PN-KEY-UNIT-ID.
           PERFORM B-SET-PRIOR-SLOT.

      *    A FULL TABLE LEAVES THE STATUS UNKNOWN, WHICH ONLY MEANS
      *    THE CHANGE IS REPORTED RATHER THAN REVERSED
       B-SET-PRIOR-SLOT.
           MOVE WS-PN-EMP-ID TO WS-BE-KEY.
           PERFORM B-FIND-PRIOR-SLOT.
           IF WS-PS-HIT = 0
               IF WS-PS-COUNT < 2000
                   ADD 1 TO WS-PS-COUNT
                   MOVE WS-PS-COUNT TO WS-PS-HIT
                   MOVE WS-PN-EMP-ID TO WS-PS-EMP-ID(WS-PS-HIT)
                   MOVE WS-PN-KEY-UNIT-ID TO WS-PS-UNIT-ID(WS-PS-HIT)
               ELSE
                   IF WS-PS-FULL-WARNED NOT = 'Y'
                       DISPLAY 'WARNING - OVER 2000 PRIOR STATUS '
                           'SLOTS, SOME STATUSES UNKNOWN'
                       MOVE 'Y' TO WS-PS-FULL-WARNED
                   END-IF
               END-IF
           END-IF.
           IF WS-PS-HIT > 0
               MOVE WS-PN-STATUS TO WS-PS-STATUS(WS-PS-HIT)
           END-IF.

      *    LOOKS UP WS-BE-KEY AND WS-PN-KEY-UNIT-ID AND RETURNS THE
      *    SLOT NUMBER IN WS-PS-HIT, OR ZERO
       B-FIND-PRIOR-SLOT.
           MOVE ZERO TO WS-PS-HIT.
           PERFORM VARYING WS-PS-IX FROM 1 BY 1
                   UNTIL WS-PS-IX > WS-PS-COUNT
                      OR WS-PS-HIT > 0
               IF WS-PS-EMP-ID(WS-PS-IX) = WS-BE-KEY
                  AND WS-PS-UNIT-ID(WS-PS-IX) = WS-PN-KEY-UNIT-ID
                   MOVE WS-PS-IX TO WS-PS-HIT
               END-IF
           END-PERFORM.

      *    A DIRECT FIX OR A CHANGE NOT YET ON ANY JOURNAL STILL
      *    SHOWS UP AS AN EMPDEPT_HIST ROW END-DATED AFTER THE SET
       B-CHECK-LATER-HIST.
           IF WS-BE-BLOCKED(WS-BE-IX) NOT = 'Y'
               MOVE WS-BE-EMP-ID(WS-BE-IX) TO EMPH-EMP-ID
               MOVE WS-BE-LAST-TS(WS-BE-IX) TO WS-HIST-CEILING
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-HIST-COUNT
                     FROM EMPDEPT_HIST
                    WHERE EMP_ID = :EMPH-EMP-ID
                      AND EFF_END_DATE > :WS-HIST-CEILING
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY 'SQL ERROR ON LATER-CHANGE CHECK FOR '
                           'EMP-ID ' EMPH-EMP-ID ' SQLCODE: ' SQLCODE
                       MOVE 'Y' TO WS-SQL-FATAL
                       MOVE 'Y' TO WS-BE-BLOCKED(WS-BE-IX)
                       MOVE 'SQL ERROR ON LATER-CHANGE CHECK'
                           TO WS-BE-REASON(WS-BE-IX)
                   WHEN WS-HIST-COUNT > 0
                       MOVE 'Y' TO WS-BE-BLOCKED(WS-BE-IX)
                       MOVE 'LATER EMPDEPT_HIST ROW ON FILE'
                           TO WS-BE-REASON(WS-BE-IX)
               END-EVALUATE
           END-IF.

      *    WITHOUT SOMEWHERE TO AUDIT THE REVERSALS, PROJECT5 AND THE
      *    PROJECT6 DELTA WOULD GO OUT OF STEP WITH EMPDEPT - REFUSE
       B-OPEN-AUDIT-EXTEND.
           OPEN EXTEND AU-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-AUDIT-OPEN
           ELSE
               DISPLAY 'DDAUDIT UNAVAILABLE FOR REVERSAL RECORDS, '
                   'STATUS ' WS-AUDIT-FILE-STATUS
               MOVE 'Y' TO WS-BACKOUT-BLOCKED
               MOVE '*** DDAUDIT UNAVAILABLE - NOTHING REVERSED'
                   TO BR-REPORT-LINE
               WRITE BR-REPORT-LINE
           END-IF.

      *    EACH REVERSAL IS ITS OWN UNIT OF WORK - THE EMPDEPT CHANGE
      *    AND THE REMOVAL OF THE HIST ROW COMMIT OR ROLL BACK TOGETHER
       B-REVERSE-ONE.
           MOVE WS-BK-EMP-ID(WS-BK-IX) TO WS-BE-KEY.
           PERFORM B-FIND-BACKOUT-EMP.
           MOVE 'N' TO WS-REV-OK.
           MOVE SPACE TO WS-REV-FLAG.
           MOVE SPACES TO WS-REV-REASON.
           MOVE WS-BK-EMP-NAME(WS-BK-IX) TO WS-REV-NAME.
           IF WS-BE-BLOCKED(WS-BE-HIT) = 'Y'
               MOVE WS-BE-REASON(WS-BE-HIT) TO WS-REV-REASON
           ELSE
               MOVE WS-BK-EMP-ID(WS-BK-IX) TO EMP-ID
               MOVE WS-BK-UNIT-ID(WS-BK-IX) TO UNIT-ID
               EVALUATE WS-BK-FLAG(WS-BK-IX)
                   WHEN 'I'
                       PERFORM B-REVERSE-INSERT
                   WHEN 'D'
                       PERFORM B-REVERSE-DELETE
                   WHEN 'U'
                       PERFORM B-REVERSE-UPDATE
                   WHEN 'M'
                       PERFORM B-REVERSE-TRANSFER
                   WHEN OTHER
                       PERFORM B-REVERSE-STATUS
               END-EVALUATE
               PERFORM B-END-REVERSAL
           END-IF.
           IF WS-REV-OK = 'Y'
               ADD 1 TO WS-REVERSED-COUNT
           ELSE
               ADD 1 TO WS-NOT-REVERSED-COUNT
           END-IF.
           PERFORM B-WRITE-DETAIL-LINE.

       B-END-REVERSAL.
           IF WS-REV-OK = 'Y'
               IF WS-RUN-MODE = 'LIVE'
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   PERFORM B-WRITE-AUDIT
                   IF WS-BK-FLAG(WS-BK-IX) = 'D'
                      AND WS-PRIOR-STATUS NOT = 'A'
                       PERFORM B-WRITE-RESTORED-STATUS
                   END-IF
               END-IF
           ELSE
               IF WS-RUN-MODE = 'LIVE'
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               END-IF
               MOVE 'Y' TO WS-BE-BLOCKED(WS-BE-HIT)
               MOVE 'LATER CHANGE NOT BACKED OUT'
                   TO WS-BE-REASON(WS-BE-HIT)
           END-IF.

      *    AN INSERT LEFT NO HIST ROW - UNDOING IT IS A PLAIN DELETE,
      *    AUDITED AS A 'D' SO PROJECT5 TAKES THE HEAD BACK OFF
       B-REVERSE-INSERT.
           MOVE 'D' TO WS-REV-FLAG.
           IF WS-RUN-MODE = 'LIVE'
               PERFORM B-DELETE-WITH-RETRY
           ELSE
               PERFORM B-SELECT-CURRENT-ROW
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'Y' TO WS-REV-OK
               WHEN SQLCODE = 100
                   MOVE 'ROW NO LONGER ON EMPDEPT' TO WS-REV-REASON
               WHEN OTHER
                   PERFORM B-NOTE-SQL-FAILURE
           END-EVALUATE.

      *    A DELETED ROW COMES BACK FROM ITS HIST ROW AND IS AUDITED
      *    AS AN 'I' SO PROJECT5 PUTS THE HEAD BACK.  A ROW THAT WAS ON
      *    LEAVE OR TERMINATED GETS A SECOND AUDIT RECORD UNDER L OR X
      *    SO PROJECT17 DOES NOT LEAVE AN ACTIVE ACCOUNT BEHIND
       B-REVERSE-DELETE.
           MOVE 'I' TO WS-REV-FLAG.
           PERFORM B-FIND-HIST-ROW.
           IF WS-HIST-FOUND = 'Y'
               PERFORM B-PRIOR-STATUS
           END-IF.
           IF WS-HIST-FOUND = 'Y' AND WS-PRIOR-FOUND = 'Y'
               MOVE EMPH-SURNAME TO EMP-SURNAME
               MOVE EMPH-GIVEN TO EMP-GIVEN
               MOVE EMPH-SURNAME TO WS-REV-NAME
               MOVE WS-PRIOR-STATUS TO EMP-STATUS
               MOVE WS-CD-YYYYMMDD TO EMP-STATUS-DATE
               IF WS-RUN-MODE = 'LIVE'
                   PERFORM B-INSERT-WITH-RETRY
               ELSE
                   PERFORM B-SELECT-CURRENT-ROW
                   EVALUATE SQLCODE
                       WHEN 0
                           MOVE -803 TO SQLCODE
                       WHEN 100
                           MOVE 0 TO SQLCODE
                   END-EVALUATE
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       PERFORM B-HIST-REMOVE
                   WHEN SQLCODE = -803
                       MOVE 'ROW ALREADY BACK ON EMPDEPT'
                           TO WS-REV-REASON
                   WHEN OTHER
                       PERFORM B-NOTE-SQL-FAILURE
               END-EVALUATE
           END-IF.

       B-REVERSE-UPDATE.
           MOVE 'U' TO WS-REV-FLAG.
           PERFORM B-FIND-HIST-ROW.
           IF WS-HIST-FOUND = 'Y'
               MOVE EMPH-SURNAME TO EMP-SURNAME
               MOVE EMPH-GIVEN TO EMP-GIVEN
               MOVE EMPH-SURNAME TO WS-REV-NAME
               IF WS-RUN-MODE = 'LIVE'
                   PERFORM B-UPDATE-WITH-RETRY
               ELSE
                   PERFORM B-SELECT-CURRENT-ROW
               END-IF
               PERFORM B-CHECK-ROW-CHANGE
           END-IF.

      *    THE ROW GOES BACK TO THE UNIT IT LEFT, UNDER THE NAMES ON
      *    THE HIST ROW, AND IS AUDITED AS A TRANSFER THE OTHER WAY
      *    SO PROJECT5 MOVES THE HEAD BACK.  A ROW ALREADY SITTING IN
      *    THE OLD UNIT (A REHIRE SINCE) IS A CONFLICT, NOT AN ERROR
       B-REVERSE-TRANSFER.
           MOVE 'M' TO WS-REV-FLAG.
           PERFORM B-FIND-HIST-ROW.
           IF WS-HIST-FOUND = 'Y'
               MOVE EMPH-SURNAME TO EMP-SURNAME
               MOVE EMPH-GIVEN TO EMP-GIVEN
               MOVE EMPH-SURNAME TO WS-REV-NAME
               MOVE WS-BK-FROM-UNIT-ID(WS-BK-IX)
                   TO WS-MOVE-BACK-UNIT-ID
               IF WS-RUN-MODE = 'LIVE'
                   PERFORM B-MOVE-BACK-WITH-RETRY
               ELSE
                   PERFORM B-SELECT-CURRENT-ROW
               END-IF
               IF SQLCODE = -803
                   MOVE 'ROW ALREADY IN THE OLD UNIT' TO WS-REV-REASON
               ELSE
                   PERFORM B-CHECK-ROW-CHANGE
               END-IF
           END-IF.

      *    THE STATUS IS AUDITED UNDER THE FLAG THAT WOULD HAVE SET
      *    IT - R BACK TO ACTIVE, L BACK TO LEAVE, X BACK TO TERMINATED
       B-REVERSE-STATUS.
           PERFORM B-FIND-HIST-ROW.
           IF WS-HIST-FOUND = 'Y'
               PERFORM B-PRIOR-STATUS
           END-IF.
           IF WS-HIST-FOUND = 'Y' AND WS-PRIOR-FOUND = 'Y'
               MOVE WS-PRIOR-STATUS TO EMP-STATUS
               MOVE WS-CD-YYYYMMDD TO EMP-STATUS-DATE
               EVALUATE WS-PRIOR-STATUS
                   WHEN 'L'
                       MOVE 'L' TO WS-REV-FLAG
                   WHEN 'T'
                       MOVE 'X' TO WS-REV-FLAG
                   WHEN OTHER
                       MOVE 'R' TO WS-REV-FLAG
               END-EVALUATE
               IF WS-RUN-MODE = 'LIVE'
                   PERFORM B-STATUS-WITH-RETRY
               ELSE
                   PERFORM B-SELECT-CURRENT-ROW
               END-IF
               PERFORM B-CHECK-ROW-CHANGE
           END-IF.

       B-CHECK-ROW-CHANGE.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM B-HIST-REMOVE
               WHEN SQLCODE = 100
                   MOVE 'ROW NO LONGER ON EMPDEPT' TO WS-REV-REASON
               WHEN OTHER
                   PERFORM B-NOTE-SQL-FAILURE
           END-EVALUATE.

      *    EMPDEPT_HIST DOES NOT KEEP THE STATUS, SO THE STATUS BEFORE
      *    THE CHANGE COMES FROM THE NEAREST EARLIER CHANGE TO THE
      *    SAME ROW IN THE SET THAT SET ONE - FOLLOWING A TRANSFER
      *    BACK TO THE UNIT THE ROW CAME FROM - AND FAILING THAT FROM
      *    THE JOURNAL AND TODAY'S DDAUDIT (B-NOTE-PRIOR-FLAG).  WITH
      *    NEITHER THE CHANGE IS NOT REVERSED.  THE STATUS DATE
      *    BECOMES TODAY, SAME AS ANY OTHER STATUS CHANGE PROJECT1
      *    MAKES
       B-PRIOR-STATUS.
           MOVE SPACE TO WS-PRIOR-STATUS.
           MOVE 'N' TO WS-PRIOR-FOUND.
           MOVE WS-BK-UNIT-ID(WS-BK-IX) TO WS-PRIOR-UNIT-ID.
           IF WS-BK-IX > 1
               COMPUTE WS-BK-JX = WS-BK-IX - 1
               PERFORM B-PRIOR-STATUS-ONE
                   UNTIL WS-BK-JX < 1 OR WS-PRIOR-FOUND = 'Y'
           END-IF.
           IF WS-PRIOR-FOUND NOT = 'Y'
               MOVE WS-BK-EMP-ID(WS-BK-IX) TO WS-BE-KEY
               MOVE WS-PRIOR-UNIT-ID TO WS-PN-KEY-UNIT-ID
               PERFORM B-FIND-PRIOR-SLOT
               IF WS-PS-HIT > 0
                   IF WS-PS-STATUS(WS-PS-HIT) NOT = SPACE
                       MOVE WS-PS-STATUS(WS-PS-HIT) TO WS-PRIOR-STATUS
                       MOVE 'Y' TO WS-PRIOR-FOUND
                   END-IF
               END-IF
           END-IF.
           IF WS-PRIOR-FOUND NOT = 'Y'
               MOVE 'PRIOR STATUS UNKNOWN' TO WS-REV-REASON
           END-IF.

       B-PRIOR-STATUS-ONE.
           IF WS-BK-EMP-ID(WS-BK-JX) = WS-BK-EMP-ID(WS-BK-IX)
              AND WS-BK-UNIT-ID(WS-BK-JX) = WS-PRIOR-UNIT-ID
               EVALUATE WS-BK-FLAG(WS-BK-JX)
                   WHEN 'I'
                   WHEN 'R'
                       MOVE 'A' TO WS-PRIOR-STATUS
                       MOVE 'Y' TO WS-PRIOR-FOUND
                   WHEN 'L'
                       MOVE 'L' TO WS-PRIOR-STATUS
                       MOVE 'Y' TO WS-PRIOR-FOUND
                   WHEN 'X'
                       MOVE 'T' TO WS-PRIOR-STATUS
                       MOVE 'Y' TO WS-PRIOR-FOUND
                   WHEN 'M'
                       MOVE WS-BK-FROM-UNIT-ID(WS-BK-JX)
                           TO WS-PRIOR-UNIT-ID
               END-EVALUATE
           END-IF.
           SUBTRACT 1 FROM WS-BK-JX.

      *    A ROW END-DATED BEFORE THE DAY OF THE CHANGE BELONGS TO
      *    SOME EARLIER CHANGE - IF THIS ONE'S HIST INSERT FAILED (IT
      *    ONLY WARNS IN PROJECT1) THE CHANGE CANNOT BE PUT BACK
       B-FIND-HIST-ROW.
           MOVE 'N' TO WS-HIST-FOUND.
           MOVE WS-BK-EMP-ID(WS-BK-IX) TO EMPH-EMP-ID.
      *    A TRANSFER CLOSED OFF THE UNIT IT LEFT, NOT THE ONE IT JOINED
           IF WS-BK-FLAG(WS-BK-IX) = 'M'
               MOVE WS-BK-FROM-UNIT-ID(WS-BK-IX) TO EMPH-UNIT-ID
           ELSE
               MOVE WS-BK-UNIT-ID(WS-BK-IX) TO EMPH-UNIT-ID
           END-IF.
           MOVE WS-BK-TIMESTAMP(WS-BK-IX) TO WS-HIST-CEILING.
           MOVE WS-BK-TIMESTAMP(WS-BK-IX)(1:8) TO WS-HF-YYYYMMDD.
           EXEC SQL
               SELECT VALUE(MAX(EFF_END_DATE), ' ')
                 INTO :WS-HIST-END-TS
                 FROM EMPDEPT_HIST
                WHERE EMP_ID = :EMPH-EMP-ID
                  AND UNIT_ID = :EMPH-UNIT-ID
                  AND EFF_END_DATE >= :WS-HIST-FLOOR
                  AND EFF_END_DATE <= :WS-HIST-CEILING
           END-EXEC.
           IF SQLCODE = 0 AND WS-HIST-END-TS NOT = SPACES
               MOVE WS-HIST-END-TS TO EMPH-EFF-END-DATE
               EXEC SQL
                   SELECT EMP_SURNAME, EMP_GIVEN
                     INTO :EMPH-SURNAME, :EMPH-GIVEN
                     FROM EMPDEPT_HIST
                    WHERE EMP_ID = :EMPH-EMP-ID
                      AND UNIT_ID = :EMPH-UNIT-ID
                      AND EFF_END_DATE = :EMPH-EFF-END-DATE
               END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-HIST-END-TS NOT = SPACES
                   MOVE 'Y' TO WS-HIST-FOUND
               WHEN SQLCODE < 0 AND SQLCODE NOT = -811
                   PERFORM B-NOTE-SQL-FAILURE
               WHEN OTHER
                   MOVE 'NO EMPDEPT_HIST ROW FOR CHANGE'
                       TO WS-REV-REASON
           END-EVALUATE.

      *    THE HIST ROW RECORDS A CHANGE THAT NO LONGER HAPPENED -
      *    LEAVING IT WOULD COUNT A PHANTOM MOVE IN PROJECT7
       B-HIST-REMOVE.
           IF WS-RUN-MODE = 'LIVE'
               EXEC SQL
                   DELETE FROM EMPDEPT_HIST
                    WHERE EMP_ID = :EMPH-EMP-ID
                      AND UNIT_ID = :EMPH-UNIT-ID
                      AND EFF_END_DATE = :EMPH-EFF-END-DATE
               END-EXEC
           END-IF.
           IF WS-RUN-MODE NOT = 'LIVE' OR SQLCODE = 0
               MOVE 'Y' TO WS-REV-OK
           ELSE
               PERFORM B-NOTE-SQL-FAILURE
           END-IF.

      *    IN AN EDIT RUN THE EXISTENCE SELECT STANDS IN FOR THE DML
       B-SELECT-CURRENT-ROW.
           EXEC SQL
               SELECT EMP_STATUS
                 INTO :WS-CHECK-STATUS
                 FROM EMPDEPT
                WHERE EMP_ID = :EMP-ID
                  AND UNIT_ID = :UNIT-ID
           END-EXEC.

      *    A NEGATIVE SQLCODE IS A SYSTEM-LEVEL FAILURE, NOT A
      *    CONFLICT IN THE DATA
       B-NOTE-SQL-FAILURE.
           MOVE SQLCODE TO WS-OP-SQLCODE.
           MOVE WS-OP-SQLCODE TO WS-OP-SQLCODE-ED.
           DISPLAY 'SQL ERROR REVERSING EMP-ID ' EMP-ID
               ' SQLCODE: ' WS-OP-SQLCODE-ED.
           IF WS-OP-SQLCODE < 0
               MOVE 'Y' TO WS-SQL-FATAL
           END-IF.
           MOVE SPACES TO WS-REV-REASON.
           STRING 'SQL ERROR ' WS-OP-SQLCODE-ED
               DELIMITED BY SIZE INTO WS-REV-REASON.

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
               INSERT INTO EMPDEPT VALUES(
               :EMP-ID,
               :EMP-SURNAME,
               :EMP-GIVEN,
               :UNIT-ID,
               :EMP-STATUS,
               :EMP-STATUS-DATE)
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
               UPDATE EMPDEPT
                 SET EMP_SURNAME = :EMP-SURNAME,
                     EMP_GIVEN = :EMP-GIVEN
                 WHERE EMP_ID = :EMP-ID
                   AND UNIT_ID = :UNIT-ID
           END-EXEC.

       B-MOVE-BACK-WITH-RETRY.
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM B-EXEC-MOVE-BACK.
           PERFORM WITH TEST AFTER
                   UNTIL WS-RETRY-COUNT >= WS-MAX-RETRIES
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY 'DEADLOCK/TIMEOUT ON TRANSFER - RETRY '
                   WS-RETRY-COUNT
               PERFORM B-EXEC-MOVE-BACK
           END-PERFORM.

       B-EXEC-MOVE-BACK.
           EXEC SQL
               UPDATE EMPDEPT
                 SET UNIT_ID = :WS-MOVE-BACK-UNIT-ID,
                     EMP_SURNAME = :EMP-SURNAME,
                     EMP_GIVEN = :EMP-GIVEN
                 WHERE EMP_ID = :EMP-ID
                   AND UNIT_ID = :UNIT-ID
           END-EXEC.

       B-STATUS-WITH-RETRY.
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM B-EXEC-STATUS.
           PERFORM WITH TEST AFTER
                   UNTIL WS-RETRY-COUNT >= WS-MAX-RETRIES
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY 'DEADLOCK/TIMEOUT ON STATUS - RETRY '
                   WS-RETRY-COUNT
               PERFORM B-EXEC-STATUS
           END-PERFORM.

       B-EXEC-STATUS.
           EXEC SQL
               UPDATE EMPDEPT
                 SET EMP_STATUS = :EMP-STATUS,
                     EMP_STATUS_DATE = :EMP-STATUS-DATE
                 WHERE EMP_ID = :EMP-ID
                   AND UNIT_ID = :UNIT-ID
           END-EXEC.

       B-DELETE-WITH-RETRY.
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM B-EXEC-DELETE.
           PERFORM WITH TEST AFTER
                   UNTIL WS-RETRY-COUNT >= WS-MAX-RETRIES
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY 'DEADLOCK/TIMEOUT ON DELETE - RETRY '
                   WS-RETRY-COUNT
               PERFORM B-EXEC-DELETE
           END-PERFORM.

       B-EXEC-DELETE.
           EXEC SQL
               DELETE FROM EMPDEPT
                 WHERE EMP_ID = :EMP-ID
                   AND UNIT_ID = :UNIT-ID
           END-EXEC.

      *    SAME LAYOUT AND ZERO SQLCODE AS A PROJECT1 AUDIT RECORD, SO
      *    THE REVERSAL REPLAYS LIKE ANY OTHER APPLIED CHANGE
       B-WRITE-AUDIT.
           MOVE SPACES TO AU-AUDIT-RECORD.
           MOVE WS-REV-FLAG TO AU-FLAG.
           MOVE WS-BK-EMP-ID(WS-BK-IX) TO AU-EMP-ID.
           MOVE WS-REV-NAME TO AU-EMP-NAME.
           MOVE WS-BK-UNIT-ID(WS-BK-IX) TO AU-UNIT-ID.
      *    A TRANSFER BACK LANDS IN THE OLD UNIT AND LEAVES THE NEW ONE
           IF WS-REV-FLAG = 'M'
               MOVE WS-BK-FROM-UNIT-ID(WS-BK-IX) TO AU-UNIT-ID
               MOVE WS-BK-UNIT-ID(WS-BK-IX) TO WS-MOVE-BACK-UNIT-ID
               MOVE WS-MOVE-BACK-UNIT-X TO AU-FROM-UNIT-ID
           END-IF.
           MOVE ZERO TO AU-SQLCODE.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           WRITE AU-AUDIT-RECORD.

       B-WRITE-RESTORED-STATUS.
           IF WS-PRIOR-STATUS = 'L'
               MOVE 'L' TO WS-REV-FLAG
           ELSE
               MOVE 'X' TO WS-REV-FLAG
           END-IF.
           PERFORM B-WRITE-AUDIT.
           MOVE 'I' TO WS-REV-FLAG.

       B-WRITE-DETAIL-LINE.
           EVALUATE TRUE
               WHEN WS-REV-OK = 'Y' AND WS-RUN-MODE = 'LIVE'
                   MOVE 'REVERSED' TO WS-DL-RESULT
               WHEN WS-REV-OK = 'Y'
                   MOVE 'WOULD REVERSE' TO WS-DL-RESULT
               WHEN OTHER
                   MOVE 'NOT REVERSED' TO WS-DL-RESULT
           END-EVALUATE.
           MOVE WS-BK-FLAG(WS-BK-IX) TO WS-DL-FLAG.
           MOVE WS-BK-EMP-ID(WS-BK-IX) TO WS-DL-EMP-ID.
           MOVE WS-BK-UNIT-ID(WS-BK-IX) TO WS-DL-UNIT-ID.
           MOVE WS-BK-TIMESTAMP(WS-BK-IX)(1:14) TO WS-DL-TIMESTAMP.
           MOVE WS-REV-FLAG TO WS-DL-REV-FLAG.
           MOVE WS-REV-REASON TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE TO BR-REPORT-LINE.
           WRITE BR-REPORT-LINE.

       C-END.
           PERFORM C-WRITE-TOTALS.
           CLOSE BR-BACKOUT-REPORT.
           DISPLAY 'BACKOUT SET ' WS-BK-COUNT.
           DISPLAY 'REVERSED ' WS-REVERSED-COUNT.
           DISPLAY 'NOT REVERSED ' WS-NOT-REVERSED-COUNT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-TOTALS.
           MOVE SPACES TO BR-REPORT-LINE.
           WRITE BR-REPORT-LINE.
           MOVE 'INPUT RECORDS READ' TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'SKIPPED (REJECTS/OUT OF WINDOW)' TO WS-TL-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'CHANGES IN BACKOUT SET' TO WS-TL-LABEL.
           MOVE WS-BK-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'REVERSED' TO WS-TL-LABEL.
           MOVE WS-REVERSED-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'NOT REVERSED' TO WS-TL-LABEL.
           MOVE WS-NOT-REVERSED-COUNT TO WS-TL-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.

       C-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO BR-REPORT-LINE.
           WRITE BR-REPORT-LINE.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT13' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE WS-RUN-MODE TO RL-RUN-MODE
               MOVE WS-BK-COUNT TO RL-RECORDS-READ
               MOVE WS-REVERSED-COUNT TO RL-RECORDS-APPLIED
               MOVE WS-NOT-REVERSED-COUNT TO RL-RECORDS-REJECTED
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-BACKOUT-BLOCKED = 'Y'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-NOT-REVERSED-COUNT > 0
                 OR WS-BK-COUNT = 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
