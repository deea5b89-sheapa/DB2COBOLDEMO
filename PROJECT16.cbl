       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT16.
       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT REPORTS EVERYTHING WAITING FOR A SECOND
      * PERSON'S SIGN-OFF.  PROJECT1 HOLDS EVERY EMPDEPT DELETE AND
      * PROJECT3 EVERY DEPARTMENT RETIREMENT UNTIL AN APPROVAL FROM A
      * DIFFERENT USER ID IS ON DDAPPROV, CARRYING THE HELD ITEMS
      * FORWARD NIGHT TO NIGHT.  THIS STEP RUNS AFTER BOTH, READS
      * THEIR HELD FILES (DDHOLDEMP AND DDHOLDDPT) AND PRINTS ON
      * DDAPRVRPT WHAT IS WAITING, SINCE WHEN, FOR HOW MANY NIGHTS,
      * WHO KEYED IT AND WHETHER AN APPROVAL HAS TURNED UP SINCE.
      * AN ITEM WAITING LONGER THAN THE LIMIT ON DDCNTL (COLUMNS 1-3,
      * DEFAULT 5 NIGHTS) IS STARRED AND ENDS THE STEP WITH A 4 SO
      * THE MORNING DIGEST SHOWS IT
      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HE-HELD-EMP-INPUT ASSIGN TO DDHOLDEMP
               FILE STATUS IS WS-HELD-EMP-STATUS.

           SELECT HD-HELD-DEPT-INPUT ASSIGN TO DDHOLDDPT
               FILE STATUS IS WS-HELD-DEPT-STATUS.

           SELECT AP-APPROVAL-INPUT ASSIGN TO DDAPPROV
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT RP-APPROVAL-REPORT ASSIGN TO DDAPRVRPT.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HE-HELD-EMP-INPUT
               RECORDING MODE IS F
               DATA RECORD IS HE-HELD-RECORD.

       01  HE-HELD-RECORD           PIC X(128).

       FD  HD-HELD-DEPT-INPUT
               RECORDING MODE IS F
               DATA RECORD IS HD-HELD-RECORD.

       01  HD-HELD-RECORD           PIC X(128).

       FD  AP-APPROVAL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS AP-APPROVAL-RECORD.

       COPY APPROVAL.

       FD  RP-APPROVAL-REPORT
               RECORDING MODE IS F
               DATA RECORD IS RP-REPORT-LINE.

       01  RP-REPORT-LINE           PIC X(80).

       FD  CT-CONTROL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS CT-CONTROL-CARD.

       01  CT-CONTROL-CARD.
           05  CT-AGE-LIMIT         PIC X(03).
           05  CT-AGE-LIMIT-N REDEFINES CT-AGE-LIMIT
                                    PIC 9(03).
           05  FILLER               PIC X(77).

       FD  RL-RUNLOG-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS RL-RUNLOG-RECORD.

       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  MISC.
           05  WS-HELD-EOF             PIC X(01)  VALUE 'N'.
           05  WS-APPROVAL-EOF         PIC X(01)  VALUE 'N'.
           05  WS-HELD-EMP-STATUS      PIC X(02)  VALUE SPACES.
           05  WS-HELD-DEPT-STATUS     PIC X(02)  VALUE SPACES.
           05  WS-APPROVAL-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-CONTROL-FILE-STATUS  PIC X(02)  VALUE SPACES.
           05  WS-AGE-LIMIT            PIC 9(03)  VALUE 5.
           05  WS-SECTION-COUNT        PIC 9(07)  VALUE ZERO.
      *        Y APPROVED, N NO APPROVAL ON FILE, S APPROVED ONLY BY
      *        THE SAME USER WHO KEYED IT - SAME TEST AS PROJECT1/3
           05  WS-APPROVAL-STATE       PIC X(01)  VALUE 'N'.

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
      *    4 AN ITEM HAS WAITED PAST THE AGE LIMIT OR AN APPROVAL WAS
      *    KEYED BY THE SAME USER WHO KEYED THE ITEM
       01  WS-RETURN-CODE-CONTROLS.
           05  WS-RETURN-CODE          PIC 9(02)  VALUE ZERO.
           05  WS-WAITING-COUNT        PIC 9(07)  VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(07)  VALUE ZERO.
           05  WS-SELF-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-OVERDUE-COUNT        PIC 9(07)  VALUE ZERO.

       01  WS-APPROVAL-KEY.
           05  WS-AK-SOURCE            PIC X(01).
           05  WS-AK-KEY-ID            PIC X(06).
           05  WS-AK-FLAG              PIC X(01).
           05  WS-AK-FEED-DATE         PIC X(08).

       01  WS-APPROVAL-TABLE.
           05  WS-AP-ENTRY OCCURS 1000 TIMES.
               10  WS-AP-KEY           PIC X(16).
               10  WS-AP-APPROVED-BY   PIC X(08).
       01  WS-AP-COUNT                 PIC 9(04)  VALUE ZERO.
       01  WS-AP-IX                    PIC 9(04)  VALUE ZERO.
       01  WS-APPROVAL-FULL            PIC X(01)  VALUE 'N'.

       COPY APRVHELD.

      *    THE HELD FEED CARD SEEN AS A DDEMPDET DETAIL
       01  WS-EMP-IMAGE.
           05  FILLER              PIC X(09).
           05  WS-EI-SURNAME       PIC X(20).
           05  FILLER              PIC X(01).
           05  WS-EI-UNIT-ID       PIC X(04).
           05  FILLER              PIC X(46).

      *    THE HELD FEED CARD SEEN AS A DDDEPTDET DETAIL
       01  WS-DEPT-IMAGE.
           05  FILLER              PIC X(07).
           05  WS-DI-DEPT-NAME     PIC X(20).
           05  FILLER              PIC X(53).

       01  WS-TITLE-LINE.
           05  FILLER              PIC X(40)
               VALUE 'PROJECT16 - ITEMS WAITING FOR APPROVAL  '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  WS-TL-RUN-DATE      PIC X(08).
           05  FILLER              PIC X(23)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(07)  VALUE 'KEY'.
           05  FILLER              PIC X(16)  VALUE 'NAME'.
           05  FILLER              PIC X(05)  VALUE 'UNIT'.
           05  FILLER              PIC X(09)  VALUE 'FEED DATE'.
           05  FILLER              PIC X(09)  VALUE 'HELD SINC'.
           05  FILLER              PIC X(04)  VALUE 'NTS'.
           05  FILLER              PIC X(09)  VALUE 'KEYED BY'.
           05  FILLER              PIC X(21)  VALUE 'APPROVAL'.

       01  WS-DETAIL-LINE.
           05  WS-DL-KEY-ID        PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-NAME          PIC X(15).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-UNIT-ID       PIC X(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-FEED-DATE     PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-FIRST-HELD    PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-NIGHTS        PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-KEYED-BY      PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-DL-APPROVAL      PIC X(20).
           05  WS-DL-OVERDUE       PIC X(01).

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
           PERFORM A-LOAD-AGE-LIMIT.
           PERFORM A-WRITE-RUNLOG-START.
           PERFORM A-LOAD-APPROVALS.
           OPEN OUTPUT RP-APPROVAL-REPORT.
           MOVE WS-CD-YYYYMMDD TO WS-TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE SPACES TO RP-REPORT-LINE.
           STRING '* WAITING MORE THAN ' DELIMITED BY SIZE
                  WS-AGE-LIMIT DELIMITED BY SIZE
                  ' NIGHTS' DELIMITED BY SIZE
               INTO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.

       A-LOAD-AGE-LIMIT.
           OPEN INPUT CT-CONTROL-INPUT.
           IF WS-CONTROL-FILE-STATUS = '00'
               READ CT-CONTROL-INPUT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CT-AGE-LIMIT NUMERIC
                           MOVE CT-AGE-LIMIT-N TO WS-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE CT-CONTROL-INPUT
           END-IF.
           DISPLAY 'APPROVAL AGE LIMIT NIGHTS ' WS-AGE-LIMIT.

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
               MOVE 'Y' TO WS-RUNLOG-OPEN
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'S' TO RL-REC-TYPE
               MOVE 'PROJECT16' TO RL-PROGRAM-ID
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

      *    BOTH KINDS OF APPROVAL ARE KEPT - THE SOURCE BYTE IN THE
      *    KEY KEEPS AN EMP-ID FROM MATCHING A UNIT-ID
       A-LOAD-APPROVALS.
           OPEN INPUT AP-APPROVAL-INPUT.
           IF WS-APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'NO APPROVAL FILE ON DDAPPROV'
           ELSE
               READ AP-APPROVAL-INPUT
                   AT END
                       MOVE 'Y' TO WS-APPROVAL-EOF
               END-READ
               PERFORM A-LOAD-ONE-APPROVAL
                   UNTIL WS-APPROVAL-EOF = 'Y'
               CLOSE AP-APPROVAL-INPUT
           END-IF.

       A-LOAD-ONE-APPROVAL.
           IF AP-APPROVED-BY NOT = SPACES
               IF WS-AP-COUNT < 1000
                   ADD 1 TO WS-AP-COUNT
                   MOVE AP-SOURCE TO WS-AK-SOURCE
                   MOVE AP-KEY-ID TO WS-AK-KEY-ID
                   MOVE AP-FLAG TO WS-AK-FLAG
                   MOVE AP-FEED-DATE TO WS-AK-FEED-DATE
                   MOVE WS-APPROVAL-KEY TO WS-AP-KEY(WS-AP-COUNT)
                   MOVE AP-APPROVED-BY
                       TO WS-AP-APPROVED-BY(WS-AP-COUNT)
               ELSE
                   IF WS-APPROVAL-FULL NOT = 'Y'
                       DISPLAY 'WARNING - OVER 1000 APPROVALS, '
                           'EXTRAS IGNORED'
                       MOVE 'Y' TO WS-APPROVAL-FULL
                   END-IF
               END-IF
           END-IF.
           READ AP-APPROVAL-INPUT
               AT END
                   MOVE 'Y' TO WS-APPROVAL-EOF
           END-READ.

       B-CONTROL.
           PERFORM B-REPORT-EMP-HELD.
           PERFORM B-REPORT-DEPT-HELD.

       B-REPORT-EMP-HELD.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'EMPDEPT DELETES (DDEMPDET D) HELD BY PROJECT1'
               TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE WS-HEADING-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-HELD-EOF.
           OPEN INPUT HE-HELD-EMP-INPUT.
           IF WS-HELD-EMP-STATUS = '00'
               READ HE-HELD-EMP-INPUT
                   AT END
                       MOVE 'Y' TO WS-HELD-EOF
               END-READ
               PERFORM B-REPORT-ONE-EMP UNTIL WS-HELD-EOF = 'Y'
               CLOSE HE-HELD-EMP-INPUT
           END-IF.
           IF WS-SECTION-COUNT = 0
               MOVE 'NOTHING WAITING' TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       B-REPORT-ONE-EMP.
           MOVE HE-HELD-RECORD TO AH-HELD-RECORD.
           MOVE AH-FEED-IMAGE TO WS-EMP-IMAGE.
           MOVE WS-EI-SURNAME TO WS-DL-NAME.
           MOVE WS-EI-UNIT-ID TO WS-DL-UNIT-ID.
           PERFORM B-WRITE-HELD-LINE.
           READ HE-HELD-EMP-INPUT
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
           END-READ.

       B-REPORT-DEPT-HELD.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'DEPARTMENT RETIREMENTS (DDDEPTDET D) HELD BY PROJECT3'
               TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE WS-HEADING-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-HELD-EOF.
           OPEN INPUT HD-HELD-DEPT-INPUT.
           IF WS-HELD-DEPT-STATUS = '00'
               READ HD-HELD-DEPT-INPUT
                   AT END
                       MOVE 'Y' TO WS-HELD-EOF
               END-READ
               PERFORM B-REPORT-ONE-DEPT UNTIL WS-HELD-EOF = 'Y'
               CLOSE HD-HELD-DEPT-INPUT
           END-IF.
           IF WS-SECTION-COUNT = 0
               MOVE 'NOTHING WAITING' TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       B-REPORT-ONE-DEPT.
           MOVE HD-HELD-RECORD TO AH-HELD-RECORD.
           MOVE AH-FEED-IMAGE TO WS-DEPT-IMAGE.
           MOVE WS-DI-DEPT-NAME TO WS-DL-NAME.
           MOVE SPACES TO WS-DL-UNIT-ID.
           PERFORM B-WRITE-HELD-LINE.
           READ HD-HELD-DEPT-INPUT
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
           END-READ.

      *    AN APPROVAL THAT HAS ARRIVED SINCE TONIGHT'S RUN RELEASES
      *    THE ITEM ON THE NEXT ONE - ONE KEYED BY THE SAME USER WHO
      *    KEYED THE ITEM NEVER WILL, AND IS CALLED OUT AS SUCH
       B-WRITE-HELD-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-WAITING-COUNT.
           MOVE AH-KEY-ID TO WS-DL-KEY-ID.
           MOVE AH-FEED-DATE TO WS-DL-FEED-DATE.
           MOVE AH-FIRST-HELD TO WS-DL-FIRST-HELD.
           MOVE AH-NIGHTS-WAITING TO WS-DL-NIGHTS.
           MOVE AH-KEYED-BY TO WS-DL-KEYED-BY.
           PERFORM B-CHECK-APPROVAL.
           EVALUATE WS-APPROVAL-STATE
               WHEN 'Y'
                   MOVE 'APPROVED - NEXT RUN' TO WS-DL-APPROVAL
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN 'S'
                   MOVE 'SELF-APPROVED - NO' TO WS-DL-APPROVAL
                   ADD 1 TO WS-SELF-COUNT
               WHEN OTHER
                   MOVE 'NONE ON FILE' TO WS-DL-APPROVAL
           END-EVALUATE.
           IF AH-NIGHTS-WAITING > WS-AGE-LIMIT
               MOVE '*' TO WS-DL-OVERDUE
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACE TO WS-DL-OVERDUE
           END-IF.
           MOVE WS-DETAIL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.

       B-CHECK-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-STATE.
           MOVE AH-SOURCE TO WS-AK-SOURCE.
           MOVE AH-KEY-ID TO WS-AK-KEY-ID.
           MOVE AH-FLAG TO WS-AK-FLAG.
           MOVE AH-FEED-DATE TO WS-AK-FEED-DATE.
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-COUNT
                      OR WS-APPROVAL-STATE = 'Y'
               IF WS-AP-KEY(WS-AP-IX) = WS-APPROVAL-KEY
                   IF WS-AP-APPROVED-BY(WS-AP-IX) = AH-KEYED-BY
                       MOVE 'S' TO WS-APPROVAL-STATE
                   ELSE
                       MOVE 'Y' TO WS-APPROVAL-STATE
                   END-IF
               END-IF
           END-PERFORM.

       C-END.
           PERFORM C-WRITE-TOTALS.
           CLOSE RP-APPROVAL-REPORT.
           DISPLAY 'ITEMS WAITING FOR APPROVAL ' WS-WAITING-COUNT
               ' PAST LIMIT ' WS-OVERDUE-COUNT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       C-WRITE-TOTALS.
           MOVE SPACES TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.
           MOVE 'ITEMS WAITING' TO WS-TT-LABEL.
           MOVE WS-WAITING-COUNT TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'APPROVED, RELEASE NEXT RUN' TO WS-TT-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'APPROVED BY OWN KEYER' TO WS-TT-LABEL.
           MOVE WS-SELF-COUNT TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.
           MOVE 'WAITING PAST AGE LIMIT' TO WS-TT-LABEL.
           MOVE WS-OVERDUE-COUNT TO WS-TT-COUNT.
           PERFORM C-WRITE-TOTAL-LINE.

       C-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RP-REPORT-LINE.
           WRITE RP-REPORT-LINE.

       C-WRITE-RUNLOG-END.
           IF WS-RUNLOG-OPEN = 'Y'
               MOVE SPACES TO RL-RUNLOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-RL-NOW
               MOVE 'E' TO RL-REC-TYPE
               MOVE 'PROJECT16' TO RL-PROGRAM-ID
               MOVE WS-RN-DATE TO RL-RUN-DATE
               MOVE WS-RN-TIME TO RL-RUN-TIME
               MOVE 'LIVE' TO RL-RUN-MODE
               MOVE WS-WAITING-COUNT TO RL-RECORDS-READ
               MOVE WS-APPROVED-COUNT TO RL-RECORDS-APPLIED
               MOVE WS-OVERDUE-COUNT TO RL-RECORDS-REJECTED
               MOVE WS-RETURN-CODE TO RL-CONDITION-CODE
               WRITE RL-RUNLOG-RECORD
               CLOSE RL-RUNLOG-OUTPUT
           END-IF.

       C-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-OVERDUE-COUNT > 0
                 OR WS-SELF-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           DISPLAY 'ENDING WITH CONDITION CODE ' WS-RETURN-CODE.
