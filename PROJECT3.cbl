
           SELECT DJ-DEPT-REJECT ASSIGN TO DDDEPTREJ.

           SELECT AP-APPROVAL-INPUT ASSIGN TO DDAPPROV
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT HI-HELD-INPUT ASSIGN TO DDHOLDIN
               FILE STATUS IS WS-HELD-IN-STATUS.

           SELECT HO-HELD-OUTPUT ASSIGN TO DDHOLDOUT.

           SELECT CT-CONTROL-INPUT ASSIGN TO DDCNTL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           05  DI-AUTH-X       PIC X(05).
           05  DI-AUTH-HEADCOUNT REDEFINES DI-AUTH-X
                               PIC 9(05).
           05  FILLER          PIC X(01).
      *    USER ID OF WHOEVER KEYED THE CARD - A RETIREMENT NEEDS AN
      *    APPROVAL FROM SOMEONE ELSE.  BLANK TAKES THE FEED SOURCE
      *    FROM THE HEADER
           05  DI-KEYED-BY     PIC X(08).
           05  FILLER          PIC X(33).

       01  DI-OLD-DETAILS.
           05  FILLER          PIC X(02).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  DJ-REASON-TEXT       PIC X(30).

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

       FD  CT-CONTROL-INPUT
               RECORDING MODE IS F
               DATA RECORD IS CT-CONTROL-CARD.
           05  WS-UNIT-BAD         PIC X(01)  VALUE 'N'.
           05  WS-CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CD-YYYYMMDD          PIC X(08).
           05  FILLER                  PIC X(13).

      *    RETIREMENTS WAITING FOR A SECOND PERSON'S APPROVAL - HELD
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

      *    GRADUATED CONDITION CODES FOR THE SCHEDULER - 0 CLEAN,
      *    4 ANY REJECTS, 8 REJECT RATE OVER LIMIT / FEED REFUSED,
      *    12 UNRECOVERABLE SQL ERROR

       A-INITIAL.
           INITIALIZE WS-REC-EOF WS-FLAG-CHECK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM A-LOAD-REJECT-LIMIT.
           PERFORM A-LOAD-APPROVALS.
           PERFORM A-WRITE-RUNLOG-START.
           PERFORM A-BALANCE-FEED.
           OPEN INPUT DI-DEPT-INPUT.
           OPEN OUTPUT DJ-DEPT-REJECT.
           OPEN OUTPUT HO-HELD-OUTPUT.
           PERFORM A-RELEASE-HELD.
           READ DI-DEPT-INPUT
               AT END
                   MOVE 'Y' TO WS-REC-EOF
           END-IF.
           DISPLAY 'REJECT LIMIT PCT ' WS-REJECT-LIMIT.

      *    ONLY UNIT RETIREMENT APPROVALS MATTER HERE - THE EMPLOYEE
      *    DELETE CARDS ON THE SAME FILE BELONG TO PROJECT1.  A CARD
      *    WITH NO APPROVER IS NOT AN APPROVAL
       A-LOAD-APPROVALS.
           OPEN INPUT AP-APPROVAL-INPUT.
           IF WS-APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'NO APPROVAL FILE - RETIREMENTS WILL BE HELD'
           ELSE
               READ AP-APPROVAL-INPUT
                   AT END
                       MOVE 'Y' TO WS-APPROVAL-EOF
               END-READ
               PERFORM A-LOAD-ONE-APPROVAL
                   UNTIL WS-APPROVAL-EOF = 'Y'
               CLOSE AP-APPROVAL-INPUT
           END-IF.
           DISPLAY 'RETIREMENT APPROVALS ON FILE ' WS-AP-COUNT.

       A-LOAD-ONE-APPROVAL.
           IF AP-SOURCE = 'U' AND AP-APPROVED-BY NOT = SPACES
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

       A-WRITE-RUNLOG-START.
           OPEN EXTEND RL-RUNLOG-OUTPUT.
           IF WS-RUNLOG-FILE-STATUS = '00' OR '05'
                   MOVE 'Y' TO WS-BAL-EOF
           END-READ.

      *    A HELD RETIREMENT WHOSE APPROVAL HAS ARRIVED GOES THROUGH
      *    THE SAME EDITS AS A FEED RECORD - THE REST WAIT ONE MORE
      *    NIGHT.  A NIGHT THE FEED IS REFUSED OUT OF BALANCE (AND
      *    WILL BE RERUN) CARRIES THE WHOLE FILE FORWARD UNTOUCHED
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
           DISPLAY 'APPROVED RETIREMENTS RELEASED ' WS-HELD-RELEASED
               ' STILL WAITING ' WS-HELD-CARRIED.

       A-RELEASE-ONE-HELD.
           MOVE HI-HELD-RECORD TO AH-HELD-RECORD.
           MOVE AH-FEED-IMAGE TO DI-DEPT-DETAILS.
           IF WS-FEED-IN-BALANCE NOT = 'Y'
               PERFORM B-CARRY-HELD
           ELSE
               MOVE AH-FEED-DATE TO WS-APPROVAL-FEED-DATE
               PERFORM B-CHECK-APPROVAL
               IF WS-APPROVAL-STATE = 'Y'
                   PERFORM B-APPLY-DETAIL
                   ADD 1 TO WS-HELD-RELEASED
               ELSE
                   IF AH-NIGHTS-WAITING < 999
                       ADD 1 TO AH-NIGHTS-WAITING
                   END-IF
                   PERFORM B-CARRY-HELD
               END-IF
           END-IF.
           READ HI-HELD-INPUT
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
           END-READ.

       B-CONTROL.
           PERFORM B-READ UNTIL WS-REC-EOF = 'Y'.

           END-IF.

       B-PROCESS-DETAIL.
           IF DI-KEYED-BY = SPACES
               MOVE WS-FEED-SOURCE TO DI-KEYED-BY
           END-IF.
           MOVE WS-FEED-DATE TO WS-APPROVAL-FEED-DATE.
           PERFORM B-APPLY-DETAIL.
           PERFORM B-READ-NEXT.

      *    A RETIREMENT NEEDS A SECOND PERSON'S SIGN-OFF - WITHOUT
      *    ONE IT WAITS ON THE HELD FILE, NEITHER APPLIED NOR
      *    REJECTED, UNTIL IT IS RELEASED
       B-APPLY-DETAIL.
           PERFORM B-TRANSLATE-UNIT.
           MOVE DI-FLAG TO WS-FLAG-CHECK.
           MOVE 'Y' TO WS-APPROVAL-STATE.
           IF WS-FLAG-CHECK = 'D' AND WS-UNIT-BAD NOT = 'Y'
               PERFORM B-CHECK-APPROVAL
           END-IF.
           IF WS-APPROVAL-STATE NOT = 'Y'
               PERFORM B-HOLD-FOR-APPROVAL
           ELSE
               IF WS-UNIT-BAD = 'Y'
                   DISPLAY 'REJECTED - UNPARSEABLE UNIT-ID'
                   PERFORM B-REJECT-BAD-UNIT
               ELSE
                   PERFORM B-FLAG-CHECK
                   IF WS-FLAG-VALID NOT = 'Y'
                       DISPLAY 'REJECTED - UNRECOGNIZED FLAG ' DI-FLAG
                       PERFORM B-REJECT-BAD-FLAG
                   ELSE
                       IF WS-RETIRE-BLOCKED = 'Y'
                           DISPLAY 'REJECTED - UNIT-ID ' DI-UNIT-ID
                               ' STILL HAS EMPDEPT MEMBERS'
                           PERFORM B-REJECT-RETIRE-BLOCKED
                       ELSE
                           PERFORM B-SQL-CODE-CHECK
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-TOTAL-COUNT
               PERFORM B-CHECK-REJECT-RATE
           END-IF.

      *    LOOKS FOR AN APPROVAL OF THIS RETIREMENT - SAME UNIT-ID
      *    AND FEED DATE - BY ANYONE OTHER THAN THE USER WHO KEYED
      *    IT.  A MISSING FEED DATE (NO HEADER) KEYS ON TONIGHT
       B-CHECK-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-STATE.
           MOVE 'U' TO WS-AK-SOURCE.
           MOVE DI-UNIT-ID TO WS-AK-KEY-ID.
           MOVE 'D' TO WS-AK-FLAG.
           MOVE WS-APPROVAL-FEED-DATE TO WS-AK-FEED-DATE.
           IF WS-AK-FEED-DATE = SPACES
               MOVE WS-CD-YYYYMMDD TO WS-AK-FEED-DATE
           END-IF.
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-COUNT
                      OR WS-APPROVAL-STATE = 'Y'
               IF WS-AP-KEY(WS-AP-IX) = WS-APPROVAL-KEY
                   IF WS-AP-APPROVED-BY(WS-AP-IX) = DI-KEYED-BY
                       MOVE 'S' TO WS-APPROVAL-STATE
                   ELSE
                       MOVE 'Y' TO WS-APPROVAL-STATE
                   END-IF
               END-IF
           END-PERFORM.

       B-HOLD-FOR-APPROVAL.
           MOVE 'U' TO AH-SOURCE.
           MOVE WS-AK-KEY-ID TO AH-KEY-ID.
           MOVE WS-FLAG-CHECK TO AH-FLAG.
           MOVE WS-AK-FEED-DATE TO AH-FEED-DATE.
           MOVE WS-CD-YYYYMMDD TO AH-FIRST-HELD.
           MOVE ZERO TO AH-NIGHTS-WAITING.
           MOVE DI-KEYED-BY TO AH-KEYED-BY.
           MOVE DI-DEPT-DETAILS TO AH-FEED-IMAGE.
           IF WS-APPROVAL-STATE = 'S'
               DISPLAY 'HELD - RETIREMENT OF UNIT-ID ' DI-UNIT-ID
                   ' APPROVED ONLY BY ITS KEYER ' DI-KEYED-BY
           ELSE
               DISPLAY 'HELD FOR APPROVAL - RETIREMENT OF UNIT-ID '
                   DI-UNIT-ID
           END-IF.
           MOVE AH-HELD-RECORD TO HO-HELD-RECORD.
           WRITE HO-HELD-RECORD.
           ADD 1 TO WS-HELD-NEW.

       B-CARRY-HELD.
           MOVE AH-HELD-RECORD TO HO-HELD-RECORD.
           WRITE HO-HELD-RECORD.
           ADD 1 TO WS-HELD-CARRIED.

      *    A FEED REJECTING MORE THAN THE LIMIT IS ALMOST ALWAYS A
      *    MIS-SORTED OR WRONG-CYCLE FILE - BACK OUT AND QUIT RATHER
           END-IF.
           CLOSE DI-DEPT-INPUT.
           CLOSE DJ-DEPT-REJECT.
           CLOSE HO-HELD-OUTPUT.
           DISPLAY 'RETIREMENTS HELD FOR APPROVAL ' WS-HELD-NEW
               ' RELEASED ' WS-HELD-RELEASED
               ' STILL WAITING ' WS-HELD-CARRIED.
           PERFORM C-SET-RETURN-CODE.
           PERFORM C-WRITE-RUNLOG-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
