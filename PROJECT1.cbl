
           SELECT PO-PENDING-OUTPUT ASSIGN TO DDPENDOUT.

           SELECT AP-APPROVAL-INPUT ASSIGN TO DDAPPROV
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT HI-HELD-INPUT ASSIGN TO DDHOLDIN
               FILE STATUS IS WS-HELD-IN-STATUS.

           SELECT HO-HELD-OUTPUT ASSIGN TO DDHOLDOUT.

           SELECT SR-SUMMARY-OUTPUT ASSIGN TO DDSUMRPT.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BC-CALENDAR-INPUT ASSIGN TO DDCALNDR
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT RL-RUNLOG-OUTPUT ASSIGN TO DDRUNLOG
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           05  UI-EFF-DATE     PIC X(08).
           05  FILLER          PIC X(01).
           05  UI-EMP-GIVEN    PIC X(15).
           05  FILLER          PIC X(01).
      *    TRANSFER ('M') ONLY - THE UNIT THE EMPLOYEE IS MOVING OUT
      *    OF.  UI-UNIT-ID CARRIES THE UNIT THEY ARE MOVING INTO
           05  UI-FROM-UNIT-X  PIC X(04).
           05  UI-FROM-UNIT-ID REDEFINES UI-FROM-UNIT-X
                               PIC 9(04).
           05  FILLER          PIC X(01).
      *    USER ID OF WHOEVER KEYED THE CARD - A DELETE NEEDS AN
      *    APPROVAL FROM SOMEONE ELSE.  BLANK TAKES THE FEED SOURCE
      *    FROM THE HEADER, SEE B-DEFAULT-KEYER
           05  UI-KEYED-BY     PIC X(08).
           05  FILLER          PIC X(07).

       01  UI-HEADER-RECORD.
           05  UI-HDR-TYPE     PIC X(01).
           05  AU-SQLCODE      PIC -9(9).
           05  FILLER          PIC X(01)  VALUE SPACE.
           05  AU-TIMESTAMP    PIC X(21).
           05  FILLER          PIC X(01)  VALUE SPACE.
      *    TRANSFERS ONLY - THE UNIT MOVED OUT OF, SO THE PROJECT5
      *    REPLAY CAN TAKE THE HEAD OFF ONE UNIT AND PUT IT ON THE
      *    OTHER.  BLANK ON EVERY OTHER FLAG
           05  AU-FROM-UNIT-ID PIC X(04).
           05  FILLER          PIC X(01)  VALUE SPACE.
      *    THE DATE THE CHANGE TOOK EFFECT - THE CARD'S EFFECTIVE
      *    DATE WHEN IT CARRIED ONE, OTHERWISE THE RUN DATE.  READ
      *    BY THE PROJECT17 JOINER/MOVER/LEAVER FEED
           05  AU-EFF-DATE     PIC X(08).

       FD  RC-RESTART-FILE
               RECORDING MODE IS F

       01  PO-PENDING-RECORD        PIC X(80).

       FD  AP-APPROVAL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS AP-APPROVAL-RECORD.

       COPY APPROVAL.

       FD  HI-HELD-INPUT
               RECORDING MODE IS F
               DATA RECORD IS HI-HELD-RECORD.

       01  HI-HELD-RECORD           PIC X(128).

       FD  HO-HELD-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS HO-HELD-RECORD.

       01  HO-HELD-RECORD           PIC X(128).

       FD  SR-SUMMARY-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS SR-SUMMARY-LINE.
           05  CT-CAP-MODE          PIC X(04).
           05  FILLER               PIC X(67).

       FD  BC-CALENDAR-INPUT
               RECORDING MODE IS F
               DATA RECORD IS BC-CALENDAR-RECORD.

       COPY CALENDAR.

       FD  RL-RUNLOG-OUTPUT
               RECORDING MODE IS F
               DATA RECORD IS RL-RUNLOG-RECORD.
           05  WS-PEND-CARRIED         PIC 9(07)  VALUE ZERO.
           05  WS-PEND-PARKED          PIC 9(07)  VALUE ZERO.
           05  WS-PEND-BACKLOG         PIC 9(07)  VALUE ZERO.
           05  WS-PEND-ROLLED          PIC 9(07)  VALUE ZERO.

       01  WS-PEND-REPORT-LINES.
           05  WS-PEND-COUNT-LINE.
               10  WS-PL-PARKED        PIC ZZZZZZ9.
               10  FILLER              PIC X(10) VALUE '  CARRIED '.
               10  WS-PL-CARRIED       PIC ZZZZZZ9.
               10  FILLER              PIC X(09) VALUE '  ROLLED '.
               10  WS-PL-ROLLED        PIC ZZZZZZ9.
               10  FILLER              PIC X(07) VALUE SPACES.
           05  WS-PEND-BACKLOG-LINE.
               10  FILLER              PIC X(26)
                   VALUE 'PENDING BACKLOG QUEUED    '.
               10  WS-PL-BACKLOG       PIC ZZZZZZ9.
               10  FILLER              PIC X(47) VALUE SPACES.

      *    BUSINESS DAYS FROM TONIGHT ON, OFF THE SHOP CALENDAR - A
      *    PENDING EFFECTIVE DATE THAT FALLS ON A WEEKEND OR HOLIDAY
      *    ROLLS FORWARD TO THE NEXT ONE.  DATES PAST THE END OF THE
      *    CALENDAR (OR PAST THE TABLE) ARE LEFT AS THEY ARE
       01  WS-CALENDAR-CONTROLS.
           05  WS-CALENDAR-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-CAL-EOF              PIC X(01)  VALUE 'N'.
           05  WS-CAL-FULL             PIC X(01)  VALUE 'N'.
           05  WS-CAL-LAST-DATE        PIC X(08)  VALUE SPACES.
           05  WS-ROLL-HIT             PIC 9(03)  VALUE ZERO.

       01  WS-BUS-DAY-TABLE.
           05  WS-BD-DATE              PIC X(08)  OCCURS 400 TIMES.
       01  WS-BD-COUNT                 PIC 9(03)  VALUE ZERO.
       01  WS-BD-IX                    PIC 9(03)  VALUE ZERO.

      *    DELETES WAITING FOR A SECOND PERSON'S APPROVAL - HELD
      *    TONIGHT, RELEASED FROM THE HELD FILE, AND STILL WAITING
       01  WS-APPROVAL-CONTROLS.
           05  WS-APPROVAL-FILE-STATUS PIC X(02)  VALUE SPACES.
           05  WS-HELD-IN-STATUS       PIC X(02)  VALUE SPACES.
           05  WS-APPROVAL-EOF         PIC X(01)  VALUE 'N'.
           05  WS-HELD-EOF             PIC X(01)  VALUE 'N'.
      *        Y APPROVED, N NO APPROVAL ON FILE, S APPROVED ONLY BY
      *        THE SAME USER WHO KEYED IT
           05  WS-APPROVAL-STATE       PIC X(01)  VALUE 'Y'.
           05  WS-APPROVAL-FEED-DATE   PIC X(08)  VALUE SPACES.
           05  WS-HELD-NEW             PIC 9(07)  VALUE ZERO.
           05  WS-HELD-RELEASED        PIC 9(07)  VALUE ZERO.
           05  WS-HELD-CARRIED         PIC 9(07)  VALUE ZERO.
           05  WS-APPROVAL-FULL        PIC X(01)  VALUE 'N'.

       01  WS-APPROVAL-KEY.
           05  WS-AK-SOURCE            PIC X(01).
           05  WS-AK-KEY-ID            PIC X(06).
           05  WS-AK-FLAG              PIC X(01).
           05  WS-AK-FEED-DATE         PIC X(08).

       01  WS-APPROVAL-TABLE.
           05  WS-AP-ENTRY OCCURS 500 TIMES.
               10  WS-AP-KEY           PIC X(16).
               10  WS-AP-APPROVED-BY   PIC X(08).
       01  WS-AP-COUNT                 PIC 9(03)  VALUE ZERO.
       01  WS-AP-IX                    PIC 9(03)  VALUE ZERO.

       COPY APRVHELD.

       01  WS-HELD-REPORT-LINE.
           05  FILLER              PIC X(17)
               VALUE 'APPROVAL HELD    '.
           05  WS-HL-NEW           PIC ZZZZZZ9.
           05  FILLER              PIC X(11) VALUE '  RELEASED '.
           05  WS-HL-RELEASED      PIC ZZZZZZ9.
           05  FILLER              PIC X(16) VALUE '  STILL WAITING '.
           05  WS-HL-CARRIED       PIC ZZZZZZ9.
           05  FILLER              PIC X(15) VALUE SPACES.

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 ANY REJECTS, 8 REJECT RATE OVER LIMIT / FEED REFUSED /
      *    RESTART FILE FAILURE, 12 UNRECOVERABLE SQL ERROR
       01  WS-UNIT-BAD              PIC X(01)  VALUE 'N'.
       01  WS-TRAN-NAME             PIC X(20)  VALUE SPACES.
       01  WS-TRAN-GIVEN-LEN        PIC 9(02)  VALUE ZERO.
       01  WS-TRANSFER-UNIT-ID      PIC 9(04)  VALUE ZERO.

       01  WS-RETRY-CONTROLS.
           05  WS-RETRY-COUNT        PIC 9(01)  VALUE ZERO.
      *    COLLECTED DURING THE A-BALANCE-FEED PRE-PASS.  NET-TYPE:
      *    S ALL ONE FLAG (LAST RECORD WINS), I AN INSERT FOLLOWED
      *    ONLY BY UPDATES (NETS TO ONE INSERT WITH FINAL DATA),
      *    N MIXED BUT COMPATIBLE, OR ANY GROUP HOLDING A TRANSFER -
      *    EACH MOVE STARTS FROM THE UNIT THE ONE BEFORE IT LEFT THE
      *    ROW IN (APPLIED IN ARRIVAL ORDER)
       01  WS-SCREEN-TABLE.
           05  WS-SC-ENTRY OCCURS 1000 TIMES.
               10  WS-SC-EMP-ID     PIC 9(06).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-YYYYMMDD TO WS-RUN-DATE.
           PERFORM A-LOAD-RUN-MODE.
           PERFORM A-LOAD-APPROVALS.
           PERFORM A-LOAD-CALENDAR.
           PERFORM A-WRITE-RUNLOG-START.
           PERFORM A-BALANCE-FEED.
           OPEN INPUT UI-EMPLOYEE-INPUT.
               END-IF
               OPEN OUTPUT RJ-REJECT-OUTPUT
           END-IF.
           OPEN OUTPUT HO-HELD-OUTPUT.
           PERFORM A-RELEASE-PENDING.
           PERFORM A-RELEASE-HELD.
           READ UI-EMPLOYEE-INPUT
               AT END
                   MOVE 'Y' TO WS-REC-EOF
               DISPLAY 'EDIT RUN - NO UPDATES APPLIED'
           END-IF.

      *    ONLY EMPLOYEE-DELETE APPROVALS MATTER HERE - THE UNIT
      *    RETIREMENT CARDS ON THE SAME FILE BELONG TO PROJECT3.  A
      *    CARD WITH NO APPROVER IS NOT AN APPROVAL
       A-LOAD-APPROVALS.
           OPEN INPUT AP-APPROVAL-INPUT.
           IF WS-APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'NO APPROVAL FILE - DELETES WILL BE HELD'
           ELSE
               READ AP-APPROVAL-INPUT
                   AT END
                       MOVE 'Y' TO WS-APPROVAL-EOF
               END-READ
               PERFORM A-LOAD-ONE-APPROVAL
                   UNTIL WS-APPROVAL-EOF = 'Y'
               CLOSE AP-APPROVAL-INPUT
           END-IF.
           DISPLAY 'DELETE APPROVALS ON FILE ' WS-AP-COUNT.

       A-LOAD-CALENDAR.
           OPEN INPUT BC-CALENDAR-INPUT.
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               DISPLAY 'NO BUSINESS CALENDAR - PENDING DATES NOT ROLLED'
           ELSE
               READ BC-CALENDAR-INPUT
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
               END-READ
               PERFORM A-LOAD-ONE-CALENDAR-DAY
                   UNTIL WS-CAL-EOF = 'Y'
               CLOSE BC-CALENDAR-INPUT
               DISPLAY 'BUSINESS CALENDAR RUNS THROUGH '
                   WS-CAL-LAST-DATE
           END-IF.

      *    ONCE THE TABLE FILLS, THE CALENDAR IS TREATED AS ENDING ON
      *    THE LAST BUSINESS DAY HELD
       A-LOAD-ONE-CALENDAR-DAY.
           IF BC-DATE >= WS-RUN-DATE
               IF BC-DAY-TYPE = 'B'
                   IF WS-BD-COUNT < 400
                       ADD 1 TO WS-BD-COUNT
                       MOVE BC-DATE TO WS-BD-DATE(WS-BD-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-CAL-FULL
                   END-IF
               END-IF
               IF WS-CAL-FULL NOT = 'Y'
                   MOVE BC-DATE TO WS-CAL-LAST-DATE
               END-IF
           END-IF.
           READ BC-CALENDAR-INPUT
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
           END-READ.

       A-LOAD-ONE-APPROVAL.
           IF AP-SOURCE = 'E' AND AP-APPROVED-BY NOT = SPACES
               IF WS-AP-COUNT < 500
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
                       DISPLAY 'WARNING - OVER 500 APPROVALS, '
                           'EXTRAS IGNORED'
                       MOVE 'Y' TO WS-APPROVAL-FULL
                   END-IF
               END-IF
           END-IF.
           READ AP-APPROVAL-INPUT
               AT END
                   MOVE 'Y' TO WS-APPROVAL-EOF
           END-READ.

      *    THE SHARED RUN LOG IS OPENED EXTEND SO EVERY STEP OF THE
      *    STREAM APPENDS TO THE SAME FILE - A STEP THAT NEVER GETS
      *    TO ITS END RECORD IS EXACTLY WHAT THE DIGEST LOOKS FOR
               MOVE 'N' TO WS-SC-SEEN-D(WS-SCREEN-COUNT)
               MOVE 'N' TO WS-SC-CONFLICT(WS-SCREEN-COUNT)
               MOVE 'S' TO WS-SC-NET-TYPE(WS-SCREEN-COUNT)
               IF UI-FLAG = 'M'
                   MOVE 'N' TO WS-SC-NET-TYPE(WS-SCREEN-COUNT)
               END-IF
               IF UI-FLAG = 'I'
                   MOVE 'Y' TO WS-SC-SEEN-I(WS-SCREEN-COUNT)
               END-IF
               WHEN (UI-FLAG = 'X' OR UI-FLAG = 'D')
                AND WS-SC-SEEN-I(WS-SCREEN-HIT) = 'Y'
                   MOVE 'Y' TO WS-SC-CONFLICT(WS-SCREEN-HIT)
               WHEN UI-FLAG = 'M'
                   MOVE 'N' TO WS-SC-NET-TYPE(WS-SCREEN-HIT)
               WHEN WS-SC-FIRST-FLAG(WS-SCREEN-HIT) = 'I'
                AND UI-FLAG = 'U'
                AND WS-SC-NET-TYPE(WS-SCREEN-HIT) NOT = 'N'
                   MOVE 'I' TO WS-SC-NET-TYPE(WS-SCREEN-HIT)
               WHEN WS-SC-NET-TYPE(WS-SCREEN-HIT) = 'S'
                AND UI-FLAG = WS-SC-FIRST-FLAG(WS-SCREEN-HIT)
           DISPLAY 'PENDING RELEASED ' WS-PEND-RELEASED
               ' CARRIED FORWARD ' WS-PEND-CARRIED.

      *    A HELD DELETE WHOSE APPROVAL HAS ARRIVED GOES THROUGH THE
      *    SAME EDITS AND AUDIT AS A FEED RECORD - THE REST WAIT ONE
      *    MORE NIGHT.  SAME CARRY-UNTOUCHED RULES AS THE PENDING FILE
       A-RELEASE-HELD.
           OPEN INPUT HI-HELD-INPUT.
           IF WS-HELD-IN-STATUS NOT = '00'
               DISPLAY 'NO HELD FILE - NOTHING WAITING FOR APPROVAL'
           ELSE
               READ HI-HELD-INPUT
                   AT END
                       MOVE 'Y' TO WS-HELD-EOF
               END-READ
               PERFORM A-RELEASE-ONE-HELD UNTIL WS-HELD-EOF = 'Y'
               CLOSE HI-HELD-INPUT
           END-IF.
           DISPLAY 'APPROVED DELETES RELEASED ' WS-HELD-RELEASED
               ' STILL WAITING ' WS-HELD-CARRIED.

       A-RELEASE-ONE-HELD.
           MOVE HI-HELD-RECORD TO AH-HELD-RECORD.
           MOVE AH-FEED-IMAGE TO UI-EMPLOYEE-DETAILS.
           EVALUATE TRUE
               WHEN WS-RUN-MODE = 'EDIT'
                 OR WS-RESTART-FOUND = 'Y'
                 OR WS-FEED-IN-BALANCE NOT = 'Y'
                   PERFORM B-CARRY-HELD
               WHEN OTHER
                   MOVE AH-FEED-DATE TO WS-APPROVAL-FEED-DATE
                   PERFORM B-CHECK-APPROVAL
                   IF WS-APPROVAL-STATE = 'Y'
                       PERFORM B-TRANSLATE-UNIT
                       PERFORM B-APPLY-DETAIL
                       ADD 1 TO WS-HELD-RELEASED
                   ELSE
                       IF AH-NIGHTS-WAITING < 999
                           ADD 1 TO AH-NIGHTS-WAITING
                       END-IF
                       PERFORM B-CARRY-HELD
                   END-IF
           END-EVALUATE.
           READ HI-HELD-INPUT
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
           END-READ.

      *    A CARD PARKED BEFORE ITS DATE WAS KNOWN TO BE A HOLIDAY
      *    IS ROLLED THE NIGHT IT WOULD OTHERWISE BE RELEASED
       A-RELEASE-ONE.
           MOVE PI-PENDING-RECORD TO UI-EMPLOYEE-DETAILS.
           IF WS-RUN-MODE NOT = 'EDIT'
              AND WS-RESTART-FOUND NOT = 'Y'
              AND WS-FEED-IN-BALANCE = 'Y'
               PERFORM B-ROLL-EFF-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-MODE = 'EDIT'
                 OR WS-RESTART-FOUND = 'Y'
               WHEN UI-EFF-DATE NUMERIC
                AND UI-EFF-DATE > WS-RUN-DATE
                   PERFORM B-CARRY-PENDING
      *        A MATURED DELETE IS APPROVED AGAINST ITS EFFECTIVE
      *        DATE, THE NIGHT IT COMES OFF THE PENDING FILE
               WHEN OTHER
                   MOVE UI-EFF-DATE TO WS-APPROVAL-FEED-DATE
                   PERFORM B-TRANSLATE-UNIT
                   PERFORM B-APPLY-DETAIL
                   ADD 1 TO WS-PEND-RELEASED

       B-PROCESS-DETAIL.
           PERFORM B-TRANSLATE-UNIT.
           PERFORM B-DEFAULT-KEYER.
           MOVE WS-FEED-DATE TO WS-APPROVAL-FEED-DATE.
           ADD 1 TO WS-RECORD-SEQ.
           IF WS-SKIPPING = 'Y'
               PERFORM B-CHECK-RESTART-POINT
      *    STAYS A PURE COPY OF DDPENDIN
       B-PARK-PENDING.
           IF WS-RUN-MODE NOT = 'EDIT'
               PERFORM B-ROLL-EFF-DATE
               MOVE UI-EMPLOYEE-DETAILS TO PO-PENDING-RECORD
               WRITE PO-PENDING-RECORD
           END-IF.
           WRITE PO-PENDING-RECORD.
           ADD 1 TO WS-PEND-CARRIED.

      *    MOVES A WEEKEND OR HOLIDAY EFFECTIVE DATE TO THE FIRST
      *    BUSINESS DAY ON OR AFTER IT.  A PENDING DELETE IS APPROVED
      *    AGAINST THE ROLLED DATE, WHICH IS THE DATE THE HOLD REPORT
      *    SHOWS
       B-ROLL-EFF-DATE.
           IF UI-EFF-DATE NUMERIC
              AND UI-EFF-DATE >= WS-RUN-DATE
              AND UI-EFF-DATE <= WS-CAL-LAST-DATE
               MOVE ZERO TO WS-ROLL-HIT
               PERFORM VARYING WS-BD-IX FROM 1 BY 1
                       UNTIL WS-BD-IX > WS-BD-COUNT
                          OR WS-ROLL-HIT > 0
                   IF WS-BD-DATE(WS-BD-IX) >= UI-EFF-DATE
                       MOVE WS-BD-IX TO WS-ROLL-HIT
                   END-IF
               END-PERFORM
               IF WS-ROLL-HIT > 0
                  AND WS-BD-DATE(WS-ROLL-HIT) NOT = UI-EFF-DATE
                   DISPLAY 'EFFECTIVE DATE ' UI-EFF-DATE
                       ' ROLLED TO ' WS-BD-DATE(WS-ROLL-HIT)
                       ' FOR EMP-ID ' UI-EMP-ID
                   MOVE WS-BD-DATE(WS-ROLL-HIT) TO UI-EFF-DATE
                   ADD 1 TO WS-PEND-ROLLED
               END-IF
           END-IF.

      *    A FEED THAT DOES NOT SAY WHO KEYED EACH CARD IS TAKEN AS
      *    KEYED BY ITS SOURCE.  NORMALIZED IN PLACE SO A PARKED OR
      *    HELD CARD KEEPS THE KEYER IT ARRIVED WITH
       B-DEFAULT-KEYER.
           IF UI-KEYED-BY = SPACES
               MOVE WS-FEED-SOURCE TO UI-KEYED-BY
           END-IF.

      *    LOOKS FOR AN APPROVAL OF THIS DELETE - SAME EMP-ID AND
      *    FEED DATE - BY ANYONE OTHER THAN THE USER WHO KEYED IT.
      *    A MISSING FEED DATE (NO HEADER) KEYS ON TONIGHT'S DATE
       B-CHECK-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-STATE.
           MOVE 'E' TO WS-AK-SOURCE.
           MOVE UI-EMP-ID TO WS-AK-KEY-ID.
           MOVE 'D' TO WS-AK-FLAG.
           MOVE WS-APPROVAL-FEED-DATE TO WS-AK-FEED-DATE.
           IF WS-AK-FEED-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-AK-FEED-DATE
           END-IF.
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-COUNT
                      OR WS-APPROVAL-STATE = 'Y'
               IF WS-AP-KEY(WS-AP-IX) = WS-APPROVAL-KEY
                   IF WS-AP-APPROVED-BY(WS-AP-IX) = UI-KEYED-BY
                       MOVE 'S' TO WS-APPROVAL-STATE
                   ELSE
                       MOVE 'Y' TO WS-APPROVAL-STATE
                   END-IF
               END-IF
           END-PERFORM.

      *    AN EDIT RUN ONLY REPORTS THE HOLD, THE SAME WAY IT ONLY
      *    REPORTS A PARK - ITS DDHOLDOUT STAYS A COPY OF DDHOLDIN
       B-HOLD-FOR-APPROVAL.
           MOVE 'E' TO AH-SOURCE.
           MOVE WS-AK-KEY-ID TO AH-KEY-ID.
           MOVE UI-FLAG-X TO AH-FLAG.
           MOVE WS-AK-FEED-DATE TO AH-FEED-DATE.
           MOVE WS-RUN-DATE TO AH-FIRST-HELD.
           MOVE ZERO TO AH-NIGHTS-WAITING.
           MOVE UI-KEYED-BY TO AH-KEYED-BY.
           MOVE UI-EMPLOYEE-DETAILS TO AH-FEED-IMAGE.
           IF WS-APPROVAL-STATE = 'S'
               DISPLAY 'HELD - DELETE OF EMP-ID ' UI-EMP-ID
                   ' APPROVED ONLY BY ITS KEYER ' UI-KEYED-BY
           ELSE
               DISPLAY 'HELD FOR APPROVAL - DELETE OF EMP-ID '
                   UI-EMP-ID
           END-IF.
           IF WS-RUN-MODE NOT = 'EDIT'
               MOVE AH-HELD-RECORD TO HO-HELD-RECORD
               WRITE HO-HELD-RECORD
           END-IF.
           ADD 1 TO WS-HELD-NEW.

       B-CARRY-HELD.
           MOVE AH-HELD-RECORD TO HO-HELD-RECORD.
           WRITE HO-HELD-RECORD.
           ADD 1 TO WS-HELD-CARRIED.

      *    TRANSITION SUPPORT - AN OLD-FORMAT FEED HAS BLANK GIVEN-
      *    NAME COLUMNS AND 'GIVEN SURNAME' IN THE OLD NAME ZONE.
      *    SPLIT AT THE FIRST SPACE AND NORMALIZE THE RECORD IN
       B-APPLY-DETAIL.
           PERFORM B-TRANSLATE-NAME.
           MOVE UI-FLAG TO WS-FLAG-CHECK.
           MOVE 'Y' TO WS-APPROVAL-STATE.
           IF WS-FLAG-CHECK = 'D' AND WS-UNIT-BAD NOT = 'Y'
               PERFORM B-CHECK-APPROVAL
           END-IF.
           EVALUATE TRUE
               WHEN WS-UNIT-BAD = 'Y'
                   DISPLAY 'REJECTED - UNPARSEABLE UNIT-ID'
                       ' FOR EMP-ID ' UI-EMP-ID
                   MOVE 9999 TO WS-AUDIT-SQLCODE
                   PERFORM B-REJECT-BAD-UNIT
      *        A TRANSFER HAS TO SAY WHERE THE EMPLOYEE IS COMING FROM,
      *        AND MOVING INTO THE SAME UNIT IS A KEYING ERROR
               WHEN WS-FLAG-CHECK = 'M'
                AND (UI-FROM-UNIT-X NOT NUMERIC
                   OR UI-FROM-UNIT-ID = UI-UNIT-ID)
                   DISPLAY 'REJECTED - BAD TRANSFER FROM-UNIT '
                       UI-FROM-UNIT-X ' FOR EMP-ID ' UI-EMP-ID
                   MOVE 9999 TO WS-AUDIT-SQLCODE
                   PERFORM B-REJECT-BAD-FROM-UNIT
      *        A PHYSICAL DELETE NEEDS A SECOND PERSON'S SIGN-OFF -
      *        WITHOUT ONE IT WAITS ON THE HELD FILE, NOT APPLIED,
      *        NOT REJECTED AND NOT AUDITED UNTIL IT IS RELEASED
               WHEN WS-APPROVAL-STATE NOT = 'Y'
                   PERFORM B-HOLD-FOR-APPROVAL
               WHEN OTHER
                   PERFORM B-PROCESS-VALID-UNIT
           END-EVALUATE.
           IF WS-APPROVAL-STATE = 'Y'
               PERFORM B-UPDATE-SUMMARY-COUNTS
               ADD 1 TO WS-TOTAL-COUNT
               IF WS-RUN-MODE NOT = 'EDIT'
                   PERFORM B-WRITE-AUDIT
                   PERFORM B-CHECKPOINT
                   PERFORM B-CHECK-REJECT-RATE
               END-IF
           END-IF.

       B-PROCESS-VALID-UNIT.
               MOVE 'N' TO WS-VALID-DEPT
           END-IF.

      *    ONLY A TRANSACTION THAT ADDS AN ACTIVE MEMBER (A NEW HIRE,
      *    A REINSTATEMENT OR A TRANSFER IN) CAN PUSH A UNIT OVER ITS
      *    AUTHORIZED HEADCOUNT.  ZERO AUTHORIZATION MEANS NONE HAS
      *    BEEN SET.  TERMINATED MEMBERS DO NOT COUNT, SAME AS
      *    B-CHECK-NO-MEMBERS IN PROJECT3
       B-CHECK-CAPACITY.
           MOVE 'N' TO WS-CAPACITY-BLOCKED.
           IF (UI-FLAG = 'I' OR UI-FLAG = 'R' OR UI-FLAG = 'M')
              AND DEPT-AUTH-HEADCOUNT > 0
               EXEC SQL
                   SELECT COUNT(*)
                       END-IF
                       MOVE WS-OP-SQLCODE TO SQLCODE
                   END-IF
      *        TRANSFER - THE ROW MOVES FROM UI-FROM-UNIT-ID TO
      *        UI-UNIT-ID WITH ITS STATUS UNCHANGED.  THE OLD UNIT IS
      *        CLOSED OFF ON HIST THE SAME WAY AN UPDATE IS.  NAMES
      *        LEFT BLANK ON THE CARD ARE CARRIED OVER FROM THE ROW
               WHEN 'M'
                   MOVE UI-EMP-ID TO EMP-ID
                   MOVE UI-FROM-UNIT-ID TO UNIT-ID
                   MOVE UI-UNIT-ID TO WS-TRANSFER-UNIT-ID
                   PERFORM B-HIST-PREPARE
                   IF UI-EMP-SURNAME = SPACES
                       MOVE EMPH-SURNAME TO EMP-SURNAME
                       MOVE EMPH-GIVEN TO EMP-GIVEN
                   ELSE
                       MOVE UI-EMP-SURNAME TO EMP-SURNAME
                       MOVE UI-EMP-GIVEN TO EMP-GIVEN
                   END-IF
                   IF WS-RUN-MODE = 'EDIT'
                       PERFORM B-EDIT-CHECK-MATCH
                   ELSE
                       PERFORM B-TRANSFER-WITH-RETRY
                       MOVE SQLCODE TO WS-OP-SQLCODE
                       IF SQLCODE = 0 AND WS-HIST-READY = 'Y'
                           PERFORM B-HIST-WRITE
                       END-IF
                       MOVE WS-OP-SQLCODE TO SQLCODE
                   END-IF
      *        LIFECYCLE FLAGS - L PLACES ON LEAVE, R REINSTATES,
      *        X TERMINATES ('T' IN COLUMN 1 IS THE FEED TRAILER).
      *        THESE ARE STATUS UPDATES, NOT ROW DELETES
                   AND UNIT_ID = :UNIT-ID
           END-EXEC.

       B-TRANSFER-WITH-RETRY.
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM B-EXEC-TRANSFER.
           PERFORM WITH TEST AFTER
                   UNTIL WS-RETRY-COUNT >= WS-MAX-RETRIES
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY 'DEADLOCK/TIMEOUT ON TRANSFER - RETRY '
                   WS-RETRY-COUNT
               PERFORM B-EXEC-TRANSFER
           END-PERFORM.

       B-EXEC-TRANSFER.
           EXEC SQL
               UPDATE EMPDEPT
                 SET UNIT_ID = :WS-TRANSFER-UNIT-ID,
                     EMP_SURNAME = :EMP-SURNAME,
                     EMP_GIVEN = :EMP-GIVEN
                 WHERE EMP_ID = :EMP-ID
                   AND UNIT_ID = :UNIT-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-TRANSFER-UNIT-ID TO UNIT-ID
           END-IF.

       B-DELETE-WITH-RETRY.
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM B-EXEC-DELETE.
                   ADD 1 TO WS-INS-OK(WS-SUMMARY-IX)
               WHEN WS-FLAG-CHECK = 'I'
                   ADD 1 TO WS-INS-BAD(WS-SUMMARY-IX)
      *        LIFECYCLE STATUS CHANGES AND TRANSFERS COUNT WITH THE
      *        UPDATES, AGAINST THE UNIT MOVED INTO
               WHEN (WS-FLAG-CHECK = 'U' OR WS-FLAG-CHECK = 'L'
                  OR WS-FLAG-CHECK = 'R' OR WS-FLAG-CHECK = 'X'
                  OR WS-FLAG-CHECK = 'M')
                  AND WS-AUDIT-SQLCODE = 0
                   ADD 1 TO WS-UPD-OK(WS-SUMMARY-IX)
               WHEN WS-FLAG-CHECK = 'U' OR WS-FLAG-CHECK = 'L'
                 OR WS-FLAG-CHECK = 'R' OR WS-FLAG-CHECK = 'X'
                 OR WS-FLAG-CHECK = 'M'
                   ADD 1 TO WS-UPD-BAD(WS-SUMMARY-IX)
               WHEN WS-FLAG-CHECK = 'D' AND WS-AUDIT-SQLCODE = 0
                   ADD 1 TO WS-DEL-OK(WS-SUMMARY-IX)
           MOVE UI-UNIT-ID TO AU-UNIT-ID.
           MOVE WS-AUDIT-SQLCODE TO AU-SQLCODE.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           IF WS-FLAG-CHECK = 'M'
               MOVE UI-FROM-UNIT-X TO AU-FROM-UNIT-ID
           ELSE
               MOVE SPACES TO AU-FROM-UNIT-ID
           END-IF.
           IF UI-EFF-DATE NUMERIC
               MOVE UI-EFF-DATE TO AU-EFF-DATE
           ELSE
               MOVE WS-RUN-DATE TO AU-EFF-DATE
           END-IF.
           WRITE AU-AUDIT-RECORD.

       B-REJECT-BAD-UNIT.
           MOVE 'UNRECOGNIZED TRANSACTION FLAG' TO RJ-REASON-TEXT.
           PERFORM B-WRITE-REJECT.

       B-REJECT-BAD-FROM-UNIT.
           MOVE 'MF' TO RJ-REASON-CODE.
           MOVE 'TRANSFER FROM-UNIT BAD OR SAME' TO RJ-REASON-TEXT.
           PERFORM B-WRITE-REJECT.

       B-REJECT-CONFLICT.
           MOVE 'CF' TO RJ-REASON-CODE.
           MOVE 'CONFLICTING SAME-FEED SEQUENCE' TO RJ-REASON-TEXT.
           WRITE SR-SUMMARY-LINE.
           PERFORM C-WRITE-FEED-BALANCE.
           PERFORM C-WRITE-PENDING-TOTALS.
           PERFORM C-WRITE-APPROVAL-TOTALS.
           PERFORM C-WRITE-SCREEN-TOTALS.
           MOVE 'UNIT INS-OK INS-BAD UPD-OK UPD-BAD DEL-OK DEL-BAD'
               TO SR-SUMMARY-LINE.
           MOVE WS-PEND-RELEASED TO WS-PL-RELEASED.
           MOVE WS-PEND-PARKED TO WS-PL-PARKED.
           MOVE WS-PEND-CARRIED TO WS-PL-CARRIED.
           MOVE WS-PEND-ROLLED TO WS-PL-ROLLED.
           MOVE WS-PEND-COUNT-LINE TO SR-SUMMARY-LINE.
           WRITE SR-SUMMARY-LINE.
           COMPUTE WS-PEND-BACKLOG = WS-PEND-CARRIED + WS-PEND-PARKED.
           MOVE SPACES TO SR-SUMMARY-LINE.
           WRITE SR-SUMMARY-LINE.

       C-WRITE-APPROVAL-TOTALS.
           MOVE WS-HELD-NEW TO WS-HL-NEW.
           MOVE WS-HELD-RELEASED TO WS-HL-RELEASED.
           COMPUTE WS-HL-CARRIED = WS-HELD-CARRIED + WS-HELD-NEW.
           MOVE WS-HELD-REPORT-LINE TO SR-SUMMARY-LINE.
           WRITE SR-SUMMARY-LINE.
           MOVE SPACES TO SR-SUMMARY-LINE.
           WRITE SR-SUMMARY-LINE.

       C-WRITE-SCREEN-TOTALS.
           MOVE WS-NETTED-COUNT TO WS-SR-NETTED.
           MOVE WS-CONFLICT-COUNT TO WS-SR-CONFLICT.
               CLOSE RC-RESTART-FILE
           END-IF.
           CLOSE PO-PENDING-OUTPUT.
           CLOSE HO-HELD-OUTPUT.
           CLOSE RJ-REJECT-OUTPUT.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
