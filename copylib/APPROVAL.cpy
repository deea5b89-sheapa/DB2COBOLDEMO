      ******************************************************************
      *    SECOND-PERSON SIGN-OFF FOR THE TWO DESTRUCTIVE FEED ACTIONS
      *    - A 'D' ON DDEMPDET (PHYSICAL DELETE OF AN EMPDEPT ROW) AND
      *    A 'D' ON DDDEPTDET (RETIREMENT OF A DEPARTMENT).  ONE CARD
      *    PER APPROVAL ON DDAPPROV, KEYED BY SOURCE, EMP-ID OR UNIT-ID
      *    (LEFT-JUSTIFIED), FLAG AND THE FEED HEADER DATE THE ACTION
      *    ARRIVED UNDER.  PROJECT1 AND PROJECT3 APPLY THE ACTION ONLY
      *    WHEN AN APPROVER OTHER THAN THE PERSON WHO KEYED IT IS ON
      *    FILE, AND HOLD IT ON THEIR DDHOLDOUT FILE UNTIL THEN.
      ******************************************************************
       01  AP-APPROVAL-RECORD.
      *    'E' EMPLOYEE DELETE FROM DDEMPDET, 'U' UNIT RETIREMENT
      *    FROM DDDEPTDET
           05  AP-SOURCE           PIC X(01).
           05  FILLER              PIC X(01).
           05  AP-KEY-ID           PIC X(06).
           05  FILLER              PIC X(01).
           05  AP-FLAG             PIC X(01).
           05  FILLER              PIC X(01).
           05  AP-FEED-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  AP-APPROVED-BY      PIC X(08).
           05  FILLER              PIC X(01).
           05  AP-APPROVED-DATE    PIC X(08).
           05  FILLER              PIC X(43).
