       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT22.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT APPLIES THE RECORDS-MANAGEMENT RETENTION RULE
      * TO LONG-TERMINATED EMPLOYEES.  AN EMP-ID WHOSE EMPDEPT ROWS
      * ARE ALL EMP_STATUS 'T' WITH A STATUS DATE BEFORE THE
      * RETENTION DATE ON DDCNTL IS ANONYMIZED IN PLACE - SURNAME AND
      * GIVEN NAME ARE BLANKED ON EMPDEPT AND ON EVERY EMPDEPT_HIST
      * ROW, AND THE NAME IS BLANKED ON ITS AUDIT JOURNAL RECORDS.
      * EMP-ID, UNIT, STATUS AND EVERY DATE ARE KEPT, SO THE
      * PROJECT7 TURNOVER COUNTS AND THE PROJECT8 AS-OF ROSTER STILL
      * ADD UP.  AN EMP-ID ON THE LEGAL-HOLD LIST (DDLGLHLD) IS NEVER
      * TOUCHED.  THE JOURNAL COMES IN ON DDJRNLIN AND THE NEW
      * GENERATION GOES OUT ON DDJRNLOUT THE SAME WAY PROJECT10 ROLLS
      * IT - RUN THE STEP AFTER PROJECT10.  EVERY RUN PRINTS A
      * CERTIFICATE ON DDPRGRPT LISTING EACH EMP-ID PURGED OR HELD.
      * AN EMP-ID WHOSE EMPDEPT NAMES ARE ALREADY BLANK (A RUN THAT
      * STOPPED BEFORE ITS JOURNAL GENERATION WAS KEPT) IS TAKEN
      * AGAIN AND SHOWN AS ALREADY BLANK, SO ITS HIST ROWS AND
      * JOURNAL RECORDS ARE FINISHED OFF BY THE NEXT RUN.
      * CARD ON DDCNTL - 'LIVE' OR 'EDIT' IN COLUMNS 1-4 (NO CARD
      * MEANS A TRIAL RUN THAT ONLY REPORTS AND COPIES THE JOURNAL
      * UNCHANGED), RETENTION DATE YYYYMMDD IN COLUMNS 6-13, WHICH
      * MUST BE AT LEAST SEVEN YEARS BEFORE TONIGHT.
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LH-HOLD-INPUT ASSIGN TO DDLGLHLD
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT JI-JOURNAL-INPUT ASSIGN TO DDJRNLIN
               FILE STATUS IS WS-JOURNAL-IN-STATUS.

           SELECT JO-JOURNAL-OUTPUT ASSIGN TO DDJRNLOUT.

           SELECT PR-PURGE-REPORT ASSIGN TO DDPRGRPT.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LH-HOLD-INPUT
               RECORDING MODE IS F
               DATA RECORD IS LH-HOLD-RECORD.

      *    ONE CARD PER EMP-ID UNDER LEGAL HOLD, WITH THE MATTER IT
      *    IS HELD FOR - KEPT BY THE LEGAL DEPARTMENT
       01  LH-HOLD-RECORD.
           05  LH-EMP-ID           PIC X(06).
           05  LH-EMP-ID-N REDEFINES LH-EMP-ID
                                   PIC 9(06).
           05  FILLER              PIC X(01).
           05  LH-MATTER           PIC X(20).
           05  FILLER              PIC X(53).

       FD  JI-JOURNAL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS JI-JOURNAL-RECORD.

      *    THE DDAUDIT LAYOUT - SEE B-WRITE-AUDIT IN PROJECT1
       01  JI-JOURNAL-RECORD.
           05  JI-FLAG             PIC X(01).
           05  FILLER              PIC X(01).
           05  JI-EMP-ID           PIC X(06).
           05  JI-EMP-ID-N REDEFINES JI-EMP-ID
                                   PIC 9(06).
           05  FILLER              PIC X(01).
           05  JI-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(52).

       FD  JO-JOURNAL-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS JO-JOURNAL-RECORD.

       01  JO-JOURNAL-RECORD        PIC X(81).

       FD  PR-PURGE-REPORT
               RECORDING MODE IS F
               DATA RECORD IS PR-REPORT-LINE.

       01  PR-REPORT-LINE           PIC X(80).

       FD  CT-CONTROL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS CT-CONTROL-CARD.

       01  CT-CONTROL-CARD.
           05  CT-RUN-MODE          PIC X(04).
           05  FILLER               PIC X(01).
           05  CT-RETAIN-DATE       PIC X(08).
           05  FILLER               PIC X(67).

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
           05  WS-EMP-EOF              PIC X(01)  VALUE 'N'.
           05  WS-HOLD-EOF             PIC X(01)  VALUE 'N'.
           05  WS-JRN-EOF              PIC X(01)  VALUE 'N'.
           05  WS-HOLD-FILE-STATUS     PIC X(02)  VALUE SPACES.
           05  WS-JOURNAL-IN-STATUS    PIC X(02)  VALUE SPACES.
           05  WS-CONTROL-FILE-STATUS  PIC X(02)  VALUE SPACES.
           05  WS-RUN-MODE             PIC X(04)  VALUE 'EDIT'.
           05  WS-RETAIN-DATE          PIC X(08)  VALUE SPACES.
           05  WS-HIST-COUNT           PIC 9(09)  VALUE ZERO.
      *        'A' FROM THE CURSOR WHEN THE EMPDEPT NAMES ARE BLANK
           05  WS-PRIOR-PURGE          PIC X(01)  VALUE SPACE.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYYMMDD.
               10  WS-CD-YYYY          PIC 9(04).
               10  WS-CD-MMDD          PIC X(04).
           05  FILLER                  PIC X(13).

      *    THE LATEST RETENTION DATE A CARD MAY GIVE - TONIGHT LESS
      *    SEVEN YEARS
       01  WS-RETAIN-LIMIT.
           05  WS-RT-YYYY              PIC 9(04).
           05  WS-RT-MMDD              PIC X(04).
       01  WS-RETAIN-LIMIT-X REDEFINES WS-RETAIN-LIMIT
                                       PIC X(08).

       01  WS-RUNLOG-CONTROLS.
           05  WS-RUNLOG-FILE-STATUS   PIC X(02)  VALUE SPACES.
           05  WS-RUNLOG-OPEN          PIC X(01)  VALUE 'N'.
           05  WS-RL-NOW.
               10  WS-RN-DATE          PIC X(08).
               10  WS-RN-TIME          PIC X(06).
               10  FILLER              PIC X(07).

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 AN EMPLOYEE COULD NOT BE PURGED OR MORE REMAIN FOR THE
      *    NEXT RUN, 8 PURGE REFUSED (NO USABLE RETENTION DATE, NO
      *    LEGAL-HOLD LIST), 12 UNRECOVERABLE SQL ERROR
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-PURGE-BLOCKED        PIC X(01)  VALUE 'N'.
           05  WS-SQL-FATAL            PIC X(01)  VALUE 'N'.
           05  WS-CANDIDATE-COUNT      PIC 9(07)  VALUE ZERO.
           05  WS-PURGED-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-ALREADY-DUE          PIC 9(07)  VALUE ZERO.
           05  WS-ALREADY-COUNT        PIC 9(07)  VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-HIST-TOTAL           PIC 9(09)  VALUE ZERO.
           05  WS-JRN-READ             PIC 9(09)  VALUE ZERO.
           05  WS-JRN-BLANKED          PIC 9(09)  VALUE ZERO.

       01  WS-RETRY-CONTROLS.
           05  WS-RETRY-COUNT        PIC 9(01)  VALUE ZERO.
           05  WS-MAX-RETRIES        PIC 9(01)  VALUE 3.

       01  WS-PURGE-CONTROLS.
           05  WS-PURGE-OK             PIC X(01)  VALUE 'N'.
           05  WS-OP-SQLCODE           PIC S9(9)  VALUE ZERO.
           05  WS-OP-SQLCODE-ED        PIC -9(9).

      *    THE LEGAL-HOLD LIST - AN OVERFLOW REFUSES THE PURGE, SINCE
      *    AN EMP-ID PAST THE END OF THE TABLE WOULD NOT BE PROTECTED
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-HL-EMP-ID        PIC 9(06).
               10  WS-HL-MATTER        PIC X(20).
       01  WS-HL-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-HL-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-HL-HIT                   PIC 9(04)  VALUE ZERO.
       01  WS-HL-FULL                  PIC X(01)  VALUE 'N'.

      *    ONE SLOT PER EMP-ID DUE FOR PURGE, IN EMP-ID ORDER SO THE
      *    JOURNAL PASS CAN HALVE ITS WAY TO A MATCH - THOSE STILL
      *    NAMED FIRST IN RISING ORDER, THEN THOSE ALREADY BLANK IN
      *    FALLING ORDER SO THE LATEST ARE THE LAST TO BE CROWDED OUT.
      *    RESULT IS P PURGED, W WOULD BE PURGED (EDIT RUN), A ALREADY
      *    BLANK, H LEGAL HOLD, F NOT PURGED.  ANY EMP-IDS PAST THE
      *    END OF THE TABLE ARE LEFT FOR THE NEXT RUN
       01  WS-CANDIDATE-TABLE.
           05  WS-PC-ENTRY OCCURS 2000 TIMES.
               10  WS-PC-EMP-ID        PIC 9(06).
               10  WS-PC-UNIT-ID       PIC 9(04).
               10  WS-PC-STATUS-DATE   PIC X(08).
               10  WS-PC-ALREADY       PIC X(01).
               10  WS-PC-RESULT        PIC X(01).
               10  WS-PC-HIST-COUNT    PIC 9(05).
               10  WS-PC-JRN-COUNT     PIC 9(05).
               10  WS-PC-REMARK        PIC X(30).
       01  WS-PC-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-PC-NAMED-COUNT           PIC 9(04)  VALUE ZERO.
       01  WS-PC-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-PC-HIT                   PIC 9(04)  VALUE ZERO.
       01  WS-PC-KEY                   PIC 9(06)  VALUE ZERO.
       01  WS-PC-FULL                  PIC X(01)  VALUE 'N'.
       01  WS-PC-ALREADY-FULL          PIC X(01)  VALUE 'N'.
       01  WS-BS-LOW                   PIC 9(04)  VALUE ZERO.
       01  WS-BS-HIGH                  PIC 9(04)  VALUE ZERO.
       01  WS-BS-MID                   PIC 9(04)  VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(42)
               VALUE 'PROJECT22 - RETENTION PURGE CERTIFICATE   '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  WS-TL-RUN-DATE      PIC X(08).
           05  FILLER              PIC X(21)  VALUE SPACES.

       01  WS-MODE-LINE.
           05  FILLER              PIC X(09)  VALUE 'RUN MODE '.
           05  WS-ML-RUN-MODE      PIC X(04).
           05  FILLER              PIC X(28)
               VALUE '   TERMINATED BEFORE        '.
           05  WS-ML-RETAIN-DATE   PIC X(08).
           05  FILLER              PIC X(31)  VALUE SPACES.

       01  WS-DETAIL-HEAD-LINE.
           05  FILLER              PIC X(14)  VALUE 'RESULT'.
           05  FILLER              PIC X(07)  VALUE 'EMP-ID '.
           05  FILLER              PIC X(05)  VALUE 'UNIT '.
           05  FILLER              PIC X(09)  VALUE 'TERM DATE'.
           05  FILLER              PIC X(07)  VALUE '   HIST'.
           05  FILLER              PIC X(07)  VALUE '   JRNL'.
           05  FILLER              PIC X(31)  VALUE ' REMARK'.

       01  WS-DETAIL-LINE.
           05  WS-DL-RESULT        PIC X(13).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-EMP-ID        PIC 9(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-UNIT-ID       PIC 9(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-STATUS-DATE   PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DL-HIST-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-DL-JRN-COUNT     PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-REMARK        PIC X(30).
           05  FILLER              PIC X(01)  VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(30).
           05  WS-TT-COUNT         PIC ZZZZZZZZ9.
           05  FILLER              PIC X(41)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-CONTROL.
           PERFORM A-INITIAL.
           PERFORM B-CONTROL.
           PERFORM C-END.

       A-INITIAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-LOAD-PURGE-CARD.
           PERFORM A-WRITE-RUNLOG-START.
           OPEN OUTPUT PR-PURGE-REPORT.
           MOVE WS-CD-YYYYMMDD TO WS-TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO PR-REPORT-LINE.
           WRITE PR-REPORT-LINE.
           IF WS-RUN-MODE = 'EDIT'
               MOVE '*** TRIAL RUN - NOTHING PURGED ***'
                   TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
           END-IF.
           MOVE WS-RUN-MODE TO WS-ML-RUN-MODE.
           MOVE WS-RETAIN-DATE TO WS-ML-RETAIN-DATE.
           MOVE WS-MODE-LINE TO PR-REPORT-LINE.
           WRITE PR-REPORT-LINE.
           MOVE SPACES TO PR-REPORT-LINE.
           WRITE PR-REPORT-LINE.
           IF WS-PURGE-BLOCKED = 'Y'
               MOVE '*** NO USABLE RETENTION DATE ON DDCNTL'
                   TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
           END-IF.
           PERFORM A-LOAD-LEGAL-HOLDS.
           EXEC SQL
               DECLARE PRG-EMP-CURSOR CURSOR FOR
                   SELECT E.EMP_ID, MIN(E.UNIT_ID),
                          MAX(E.EMP_STATUS_DATE),
                          CASE WHEN MAX(E.EMP_SURNAME) = ' '
                                AND MAX(E.EMP_GIVEN) = ' '
                               THEN 'A' ELSE ' ' END
                     FROM EMPDEPT E
                    WHERE E.EMP_STATUS = 'T'
                      AND E.EMP_STATUS_DATE < :WS-RETAIN-DATE
                      AND NOT EXISTS
                          (SELECT 1
                             FROM EMPDEPT X
                            WHERE X.EMP_ID = E.EMP_ID
                              AND (X.EMP_STATUS <> 'T'
                                OR X.EMP_STATUS_DATE
                                   >= :WS-RETAIN-DATE))
                    GROUP BY E.EMP_ID
                    ORDER BY 4,
                          CASE WHEN MAX(E.EMP_SURNAME) = ' '
                                AND MAX(E.EMP_GIVEN) = ' '
                               THEN 0 - E.EMP_ID ELSE E.EMP_ID END
           END-EXEC.

      *    A PURGE IS NEVER RUN LIVE BY ACCIDENT - NO CARD, OR A CARD
      *    THAT DOES NOT SAY LIVE, ONLY REPORTS.  A RETENTION DATE
      *    LATER THAN THE SEVEN-YEAR RULE ALLOWS IS REFUSED OUTRIGHT
       A-LOAD-PURGE-CARD.
           MOVE WS-CD-YYYY TO WS-RT-YYYY.
           SUBTRACT 7 FROM WS-RT-YYYY.
           MOVE WS-CD-MMDD TO WS-RT-MMDD.
           OPEN INPUT CT-CONTROL-INPUT.
           IF WS-CONTROL-FILE-STATUS = '00'
               READ CT-CONTROL-INPUT
                   AT END
                       DISPLAY 'NO PURGE CARD - NOTHING PURGED'
                   NOT AT END
                       IF CT-RUN-MODE = 'LIVE'
                           MOVE 'LIVE' TO WS-RUN-MODE
                       END-IF
                       MOVE CT-RETAIN-DATE TO WS-RETAIN-DATE
               END-READ
               CLOSE CT-CONTROL-INPUT
           ELSE
               DISPLAY 'NO PURGE CARD - NOTHING PURGED'
           END-IF.
           IF WS-RETAIN-DATE NOT NUMERIC
               DISPLAY 'NO NUMERIC RETENTION DATE - PURGE REFUSED'
               MOVE 'Y' TO WS-PURGE-BLOCKED
           ELSE
               IF WS-RETAIN-DATE > WS-RETAIN-LIMIT-X
                   DISPLAY 'RETENTION DATE ' WS-RETAIN-DATE
                       ' LATER THAN ' WS-RETAIN-LIMIT-X
                       ' - PURGE REFUSED'
                   MOVE 'Y' TO WS-PURGE-BLOCKED
               END-IF
           END-IF.
           DISPLAY 'PURGE RUN MODE ' WS-RUN-MODE.
           DISPLAY 'RETENTION DATE ' WS-RETAIN-DATE.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT22' TO RL-PROGRAM-ID
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

      *    AN EMPTY LIST IS A LIST - ONLY A MISSING OR OVERFLOWING
      *    ONE REFUSES THE PURGE
       A-LOAD-LEGAL-HOLDS.
           OPEN INPUT LH-HOLD-INPUT.
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'NO LEGAL-HOLD LIST ON DDLGLHLD - '
                   'PURGE REFUSED'
               MOVE 'Y' TO WS-PURGE-BLOCKED
               MOVE '*** NO LEGAL-HOLD LIST ON DDLGLHLD'
                   TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
           ELSE
               READ LH-HOLD-INPUT
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
               END-READ
               PERFORM A-LOAD-ONE-HOLD UNTIL WS-HOLD-EOF = 'Y'
               CLOSE LH-HOLD-INPUT
           END-IF.
           IF WS-HL-FULL = 'Y'
               DISPLAY 'OVER 1000 LEGAL HOLDS - PURGE REFUSED'
               MOVE 'Y' TO WS-PURGE-BLOCKED
               MOVE '*** OVER 1000 LEGAL HOLDS - TABLE TOO SMALL'
                   TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
           END-IF.
           DISPLAY 'LEGAL HOLDS ON FILE ' WS-HL-COUNT.

      *    A CARD WITHOUT A NUMERIC EMP-ID CANNOT PROTECT ANYONE - IT
      *    IS SHOWN SO LEGAL CAN CORRECT IT
       A-LOAD-ONE-HOLD.
           IF LH-EMP-ID NUMERIC
               IF WS-HL-COUNT < 1000
                   ADD 1 TO WS-HL-COUNT
                   MOVE LH-EMP-ID-N TO WS-HL-EMP-ID(WS-HL-COUNT)
                   MOVE LH-MATTER TO WS-HL-MATTER(WS-HL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-HL-FULL
               END-IF
           ELSE
               DISPLAY 'LEGAL-HOLD CARD IGNORED - EMP-ID NOT NUMERIC '
                   LH-EMP-ID
           END-IF.
           READ LH-HOLD-INPUT
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF
           END-READ.

      *    THE JOURNAL IS ALWAYS CARRIED INTO THE NEW GENERATION, EVEN
      *    WHEN THE PURGE IS REFUSED - DDJRNLOUT REPLACES DDJRNLIN.
      *    AFTER AN UNRECOVERABLE SQL ERROR THE REST ARE NOT REACHED
       B-CONTROL.
           IF WS-PURGE-BLOCKED NOT = 'Y'
               PERFORM B-LOAD-CANDIDATES
           END-IF.
           IF WS-PURGE-BLOCKED NOT = 'Y' AND WS-SQL-FATAL NOT = 'Y'
               PERFORM VARYING WS-PC-IX FROM 1 BY 1
                       UNTIL WS-PC-IX > WS-PC-COUNT
                          OR WS-SQL-FATAL = 'Y'
                   PERFORM B-PURGE-ONE
               END-PERFORM
           END-IF.
           PERFORM B-COPY-JOURNAL.

       B-LOAD-CANDIDATES.
           EXEC SQL
               OPEN PRG-EMP-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'SQL ERROR OPENING PURGE CURSOR SQLCODE: '
                   SQLCODE
               MOVE 'Y' TO WS-SQL-FATAL
           ELSE
               PERFORM B-FETCH-CANDIDATE
               PERFORM B-NOTE-CANDIDATE UNTIL WS-EMP-EOF = 'Y'
               EXEC SQL
                   CLOSE PRG-EMP-CURSOR
               END-EXEC
           END-IF.
           IF WS-PC-FULL = 'Y'
               DISPLAY 'OVER 2000 EMPLOYEES DUE - REST LEFT FOR THE '
                   'NEXT RUN'
           END-IF.
           DISPLAY 'EMPLOYEES DUE FOR PURGE ' WS-CANDIDATE-COUNT
               ' ALREADY BLANK ' WS-ALREADY-DUE.

       B-FETCH-CANDIDATE.
           EXEC SQL
               FETCH PRG-EMP-CURSOR
                INTO :EMP-ID, :UNIT-ID, :EMP-STATUS-DATE,
                     :WS-PRIOR-PURGE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-EMP-EOF
               IF SQLCODE NOT = 100
                   DISPLAY 'SQL ERROR ON PURGE FETCH SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-FATAL
               END-IF
           END-IF.

      *    AN OVERFLOW OF EMP-IDS ALREADY BLANK IS ONLY REPORTED - THE
      *    ONES CROWDED OUT ARE THE OLDEST, LONG OFF THE JOURNAL
       B-NOTE-CANDIDATE.
           IF WS-PRIOR-PURGE = 'A'
               ADD 1 TO WS-ALREADY-DUE
           ELSE
               ADD 1 TO WS-CANDIDATE-COUNT
           END-IF.
           IF WS-PC-COUNT < 2000
               ADD 1 TO WS-PC-COUNT
               IF WS-PRIOR-PURGE NOT = 'A'
                   MOVE WS-PC-COUNT TO WS-PC-NAMED-COUNT
               END-IF
               MOVE EMP-ID TO WS-PC-EMP-ID(WS-PC-COUNT)
               MOVE WS-PRIOR-PURGE TO WS-PC-ALREADY(WS-PC-COUNT)
               MOVE UNIT-ID TO WS-PC-UNIT-ID(WS-PC-COUNT)
               MOVE EMP-STATUS-DATE TO WS-PC-STATUS-DATE(WS-PC-COUNT)
               MOVE SPACE TO WS-PC-RESULT(WS-PC-COUNT)
               MOVE ZERO TO WS-PC-HIST-COUNT(WS-PC-COUNT)
               MOVE ZERO TO WS-PC-JRN-COUNT(WS-PC-COUNT)
               MOVE SPACES TO WS-PC-REMARK(WS-PC-COUNT)
           ELSE
               IF WS-PRIOR-PURGE = 'A'
                   MOVE 'Y' TO WS-PC-ALREADY-FULL
               ELSE
                   MOVE 'Y' TO WS-PC-FULL
               END-IF
           END-IF.
           PERFORM B-FETCH-CANDIDATE.

      *    EACH EMPLOYEE IS ITS OWN UNIT OF WORK - THE EMPDEPT ROWS
      *    AND THE HIST ROWS ARE BLANKED, OR NEITHER IS
       B-PURGE-ONE.
           PERFORM B-FIND-HOLD.
           IF WS-HL-HIT > 0
               MOVE 'H' TO WS-PC-RESULT(WS-PC-IX)
               MOVE WS-HL-MATTER(WS-HL-HIT) TO WS-PC-REMARK(WS-PC-IX)
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE 'N' TO WS-PURGE-OK
               MOVE WS-PC-EMP-ID(WS-PC-IX) TO EMPH-EMP-ID
               PERFORM B-COUNT-HIST-ROWS
               IF SQLCODE = 0
                   MOVE WS-HIST-COUNT TO WS-PC-HIST-COUNT(WS-PC-IX)
                   IF WS-RUN-MODE = 'LIVE'
                       PERFORM B-ANONYMIZE-EMPLOYEE
                   ELSE
                       MOVE 'Y' TO WS-PURGE-OK
                   END-IF
               ELSE
                   PERFORM B-NOTE-SQL-FAILURE
               END-IF
               PERFORM B-END-PURGE
           END-IF.

       B-FIND-HOLD.
           MOVE ZERO TO WS-HL-HIT.
           PERFORM VARYING WS-HL-IX FROM 1 BY 1
                   UNTIL WS-HL-IX > WS-HL-COUNT
                      OR WS-HL-HIT > 0
               IF WS-HL-EMP-ID(WS-HL-IX) = WS-PC-EMP-ID(WS-PC-IX)
                   MOVE WS-HL-IX TO WS-HL-HIT
               END-IF
           END-PERFORM.

      *    ONLY HIST ROWS STILL CARRYING A NAME ARE COUNTED, SO AN
      *    EMP-ID ALREADY BLANK SHOWS WHAT IS LEFT TO DO
       B-COUNT-HIST-ROWS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HIST-COUNT
                 FROM EMPDEPT_HIST
                WHERE EMP_ID = :EMPH-EMP-ID
                  AND (EMP_SURNAME <> ' ' OR EMP_GIVEN <> ' ')
           END-EXEC.

      *    THE EMPDEPT UPDATE RE-CHECKS THE TERMINATED STATUS, SO A
      *    REHIRE KEYED SINCE THE CURSOR RAN IS LEFT ALONE
       B-ANONYMIZE-EMPLOYEE.
           MOVE WS-PC-EMP-ID(WS-PC-IX) TO EMP-ID.
           MOVE SPACES TO EMP-SURNAME.
           MOVE SPACES TO EMP-GIVEN.
           PERFORM B-UPDATE-WITH-RETRY.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SPACES TO EMPH-SURNAME
                   MOVE SPACES TO EMPH-GIVEN
                   PERFORM B-UPDATE-HIST-WITH-RETRY
                   IF SQLCODE = 0 OR SQLCODE = 100
                       MOVE 'Y' TO WS-PURGE-OK
                   ELSE
                       PERFORM B-NOTE-SQL-FAILURE
                   END-IF
               WHEN SQLCODE = 100
                   MOVE 'NO LONGER TERMINATED' TO WS-PC-REMARK(WS-PC-IX)
               WHEN OTHER
                   PERFORM B-NOTE-SQL-FAILURE
           END-EVALUATE.

       B-END-PURGE.
           IF WS-PURGE-OK = 'Y'
               IF WS-RUN-MODE = 'LIVE'
                   EXEC SQL
                       COMMIT
                   END-EXEC
               END-IF
               EVALUATE TRUE
                   WHEN WS-PC-ALREADY(WS-PC-IX) = 'A'
                       MOVE 'A' TO WS-PC-RESULT(WS-PC-IX)
                       ADD 1 TO WS-ALREADY-COUNT
                   WHEN WS-RUN-MODE = 'LIVE'
                       MOVE 'P' TO WS-PC-RESULT(WS-PC-IX)
                       ADD 1 TO WS-PURGED-COUNT
                   WHEN OTHER
                       MOVE 'W' TO WS-PC-RESULT(WS-PC-IX)
                       ADD 1 TO WS-PURGED-COUNT
               END-EVALUATE
               ADD WS-PC-HIST-COUNT(WS-PC-IX) TO WS-HIST-TOTAL
           ELSE
               IF WS-RUN-MODE = 'LIVE'
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               END-IF
               MOVE 'F' TO WS-PC-RESULT(WS-PC-IX)
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       B-NOTE-SQL-FAILURE.
           MOVE SQLCODE TO WS-OP-SQLCODE.
           MOVE WS-OP-SQLCODE TO WS-OP-SQLCODE-ED.
           DISPLAY 'SQL ERROR PURGING EMP-ID ' WS-PC-EMP-ID(WS-PC-IX)
               ' SQLCODE: ' WS-OP-SQLCODE-ED.
           IF WS-OP-SQLCODE < 0
               MOVE 'Y' TO WS-SQL-FATAL
           END-IF.
           MOVE SPACES TO WS-PC-REMARK(WS-PC-IX).
           STRING 'SQL ERROR ' WS-OP-SQLCODE-ED
               DELIMITED BY SIZE INTO WS-PC-REMARK(WS-PC-IX).

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
                   AND EMP_STATUS = 'T'
           END-EXEC.

       B-UPDATE-HIST-WITH-RETRY.
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM B-EXEC-UPDATE-HIST.
           PERFORM WITH TEST AFTER
                   UNTIL WS-RETRY-COUNT >= WS-MAX-RETRIES
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY 'DEADLOCK/TIMEOUT ON HIST UPDATE - RETRY '
                   WS-RETRY-COUNT
               PERFORM B-EXEC-UPDATE-HIST
           END-PERFORM.

       B-EXEC-UPDATE-HIST.
           EXEC SQL
               UPDATE EMPDEPT_HIST
                 SET EMP_SURNAME = :EMPH-SURNAME,
                     EMP_GIVEN = :EMPH-GIVEN
                 WHERE EMP_ID = :EMPH-EMP-ID
           END-EXEC.

      *    ONLY EMP-IDS PURGED TONIGHT (OR, ON A TRIAL RUN, THAT
      *    WOULD BE) OR FOUND ALREADY BLANK ARE COUNTED, AND ONLY A
      *    LIVE RUN BLANKS THE NAME
      *    - A TRIAL RUN'S DDJRNLOUT STAYS A PURE COPY OF DDJRNLIN
       B-COPY-JOURNAL.
           OPEN OUTPUT JO-JOURNAL-OUTPUT.
           OPEN INPUT JI-JOURNAL-INPUT.
           IF WS-JOURNAL-IN-STATUS NOT = '00'
               DISPLAY 'NO JOURNAL ON DDJRNLIN - NO NAMES TO BLANK'
           ELSE
               READ JI-JOURNAL-INPUT
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF
               END-READ
               PERFORM B-COPY-ONE-JOURNAL UNTIL WS-JRN-EOF = 'Y'
               CLOSE JI-JOURNAL-INPUT
           END-IF.
           CLOSE JO-JOURNAL-OUTPUT.

       B-COPY-ONE-JOURNAL.
           ADD 1 TO WS-JRN-READ.
           IF JI-EMP-ID NUMERIC AND JI-EMP-NAME NOT = SPACES
              AND WS-PC-COUNT > 0
               MOVE JI-EMP-ID-N TO WS-PC-KEY
               PERFORM B-FIND-CANDIDATE
               IF WS-PC-HIT > 0
                   IF WS-PC-RESULT(WS-PC-HIT) = 'P'
                      OR WS-PC-RESULT(WS-PC-HIT) = 'W'
                      OR WS-PC-RESULT(WS-PC-HIT) = 'A'
                       ADD 1 TO WS-PC-JRN-COUNT(WS-PC-HIT)
                       ADD 1 TO WS-JRN-BLANKED
                       IF WS-RUN-MODE = 'LIVE'
                           MOVE SPACES TO JI-EMP-NAME
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE JI-JOURNAL-RECORD TO JO-JOURNAL-RECORD.
           WRITE JO-JOURNAL-RECORD.
           READ JI-JOURNAL-INPUT
               AT END
                   MOVE 'Y' TO WS-JRN-EOF
           END-READ.

      *    THE NAMED EMP-IDS ARE HALVED IN RISING ORDER, THEN THE ONES
      *    ALREADY BLANK IN FALLING ORDER
       B-FIND-CANDIDATE.
           MOVE ZERO TO WS-PC-HIT.
           MOVE 1 TO WS-BS-LOW.
           MOVE WS-PC-NAMED-COUNT TO WS-BS-HIGH.
           PERFORM B-HALVE-CANDIDATES
               UNTIL WS-BS-LOW > WS-BS-HIGH OR WS-PC-HIT > 0.
           IF WS-PC-HIT = 0
               COMPUTE WS-BS-LOW = WS-PC-NAMED-COUNT + 1
               MOVE WS-PC-COUNT TO WS-BS-HIGH
               PERFORM B-HALVE-ALREADY-BLANK
                   UNTIL WS-BS-LOW > WS-BS-HIGH OR WS-PC-HIT > 0
           END-IF.

       B-HALVE-CANDIDATES.
           COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2.
           EVALUATE TRUE
               WHEN WS-PC-EMP-ID(WS-BS-MID) = WS-PC-KEY
                   MOVE WS-BS-MID TO WS-PC-HIT
               WHEN WS-PC-EMP-ID(WS-BS-MID) < WS-PC-KEY
                   COMPUTE WS-BS-LOW = WS-BS-MID + 1
               WHEN OTHER
                   COMPUTE WS-BS-HIGH = WS-BS-MID - 1
           END-EVALUATE.

       B-HALVE-ALREADY-BLANK.
           COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2.
           EVALUATE TRUE
               WHEN WS-PC-EMP-ID(WS-BS-MID) = WS-PC-KEY
                   MOVE WS-BS-MID TO WS-PC-HIT
               WHEN WS-PC-EMP-ID(WS-BS-MID) > WS-PC-KEY
                   COMPUTE WS-BS-LOW = WS-BS-MID + 1
               WHEN OTHER
                   COMPUTE WS-BS-HIGH = WS-BS-MID - 1
           END-EVALUATE.

       C-END.
           PERFORM C-WRITE-CERTIFICATE.
           CLOSE PR-PURGE-REPORT.
           DISPLAY 'EMPLOYEES PURGED ' WS-PURGED-COUNT
               ' HELD ' WS-HELD-COUNT ' NOT PURGED ' WS-FAILED-COUNT
               ' ALREADY BLANK ' WS-ALREADY-COUNT.
           DISPLAY 'JOURNAL RECORDS READ ' WS-JRN-READ
               ' NAMES BLANKED ' WS-JRN-BLANKED.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-CERTIFICATE.
           IF WS-PC-COUNT > 0
               MOVE WS-DETAIL-HEAD-LINE TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
               PERFORM VARYING WS-PC-IX FROM 1 BY 1
                       UNTIL WS-PC-IX > WS-PC-COUNT
                   PERFORM C-WRITE-DETAIL-LINE
               END-PERFORM
           ELSE
               IF WS-PURGE-BLOCKED NOT = 'Y'
                   MOVE 'NO EMPLOYEES DUE FOR PURGE' TO PR-REPORT-LINE
                   WRITE PR-REPORT-LINE
               END-IF
           END-IF.
           PERFORM C-WRITE-TOTALS.
           MOVE SPACES TO PR-REPORT-LINE.
           WRITE PR-REPORT-LINE.
           IF WS-RUN-MODE = 'LIVE' AND WS-PURGE-BLOCKED NOT = 'Y'
               MOVE 'THE SURNAME AND GIVEN NAME OF EACH EMP-ID SHOWN AS'
                   TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
               MOVE 'PURGED OR ALREADY BLANK ABOVE HAVE BEEN REMOVED'
                   TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
               MOVE 'FROM EMPDEPT, EMPDEPT_HIST AND THE AUDIT JOURNAL.'
                   TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
               MOVE 'EMP-ID, UNIT, STATUS AND DATES KEPT FOR TURNOVER.'
                   TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
               MOVE SPACES TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
               MOVE 'CERTIFIED BY ______________________   DATE '
                   TO PR-REPORT-LINE
               MOVE '__________' TO PR-REPORT-LINE(44:10)
               WRITE PR-REPORT-LINE
           ELSE
               MOVE 'NOT A CERTIFICATE - NO PERSONAL DATA WAS REMOVED'
                   TO PR-REPORT-LINE
               WRITE PR-REPORT-LINE
           END-IF.

       C-WRITE-DETAIL-LINE.
           EVALUATE WS-PC-RESULT(WS-PC-IX)
               WHEN 'P'
                   MOVE 'PURGED' TO WS-DL-RESULT
               WHEN 'W'
                   MOVE 'WOULD PURGE' TO WS-DL-RESULT
               WHEN 'A'
                   MOVE 'ALREADY BLANK' TO WS-DL-RESULT
               WHEN 'H'
                   MOVE 'LEGAL HOLD' TO WS-DL-RESULT
               WHEN 'F'
                   MOVE 'NOT PURGED' TO WS-DL-RESULT
               WHEN OTHER
                   MOVE 'NOT REACHED' TO WS-DL-RESULT
           END-EVALUATE.
           MOVE WS-PC-EMP-ID(WS-PC-IX) TO WS-DL-EMP-ID.
           MOVE WS-PC-UNIT-ID(WS-PC-IX) TO WS-DL-UNIT-ID.
           MOVE WS-PC-STATUS-DATE(WS-PC-IX) TO WS-DL-STATUS-DATE.
           MOVE WS-PC-HIST-COUNT(WS-PC-IX) TO WS-DL-HIST-COUNT.
           MOVE WS-PC-JRN-COUNT(WS-PC-IX) TO WS-DL-JRN-COUNT.
           MOVE WS-PC-REMARK(WS-PC-IX) TO WS-DL-REMARK.
           MOVE WS-DETAIL-LINE TO PR-REPORT-LINE.
           WRITE PR-REPORT-LINE.

       C-WRITE-TOTALS.
           MOVE SPACES TO PR-REPORT-LINE.
           WRITE PR-REPORT-LINE.
           MOVE 'EMPLOYEES DUE FOR PURGE' TO WS-TT-LABEL.
           MOVE WS-CANDIDATE-COUNT TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           IF WS-RUN-MODE = 'LIVE'
               MOVE 'EMPLOYEES PURGED' TO WS-TT-LABEL
           ELSE
               MOVE 'EMPLOYEES THAT WOULD BE PURGED' TO WS-TT-LABEL
           END-IF.
           MOVE WS-PURGED-COUNT TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'ALREADY BLANK, FINISHED OFF' TO WS-TT-LABEL.
           MOVE WS-ALREADY-COUNT TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'SKIPPED - LEGAL HOLD' TO WS-TT-LABEL.
           MOVE WS-HELD-COUNT TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'NOT PURGED' TO WS-TT-LABEL.
           MOVE WS-FAILED-COUNT TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           IF WS-PC-FULL = 'Y'
               MOVE 'LEFT FOR THE NEXT RUN' TO WS-TT-LABEL
               COMPUTE WS-TT-COUNT =
                   WS-CANDIDATE-COUNT - WS-PC-NAMED-COUNT
               PERFORM C-WRITE-TOTAL-LINE
           END-IF.
           IF WS-PC-ALREADY-FULL = 'Y'
               MOVE 'ALREADY BLANK, NOT RECHECKED' TO WS-TT-LABEL
               COMPUTE WS-TT-COUNT = WS-ALREADY-DUE
                   - (WS-PC-COUNT - WS-PC-NAMED-COUNT)
               PERFORM C-WRITE-TOTAL-LINE
           END-IF.
           MOVE 'EMPDEPT_HIST ROWS ANONYMIZED' TO WS-TT-LABEL.
           MOVE WS-HIST-TOTAL TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'JOURNAL RECORDS READ' TO WS-TT-LABEL.
           MOVE WS-JRN-READ TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'JOURNAL NAMES BLANKED' TO WS-TT-LABEL.
           MOVE WS-JRN-BLANKED TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.

       C-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO PR-REPORT-LINE.
           WRITE PR-REPORT-LINE.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT22' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE WS-RUN-MODE TO RL-RUN-MODE
               MOVE WS-CANDIDATE-COUNT TO RL-RECORDS-READ
               IF WS-RUN-MODE = 'LIVE'
                   MOVE WS-PURGED-COUNT TO RL-RECORDS-APPLIED
               ELSE
                   MOVE ZERO TO RL-RECORDS-APPLIED
               END-IF
               MOVE WS-FAILED-COUNT TO RL-RECORDS-REJECTED
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SQL-FATAL = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-PURGE-BLOCKED = 'Y'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-FAILED-COUNT > 0 OR WS-PC-FULL = 'Y'
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
