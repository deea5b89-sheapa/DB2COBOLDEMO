      ******************************************************************
      *    ONE DELETE OR RETIREMENT WAITING FOR ITS SECOND-PERSON
      *    APPROVAL (SEE APPROVAL).  PROJECT1 AND PROJECT3 CARRY THEIR
      *    HELD ITEMS FORWARD NIGHT TO NIGHT ON DDHOLDIN / DDHOLDOUT,
      *    ADDING A NIGHT TO THE WAIT EACH LIVE RUN, AND PROJECT16
      *    REPORTS WHAT IS STILL WAITING.  THE ORIGINAL FEED CARD
      *    RIDES ALONG UNCHANGED SO IT APPLIES EXACTLY AS KEYED.
      ******************************************************************
       01  AH-HELD-RECORD.
           05  AH-SOURCE           PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AH-KEY-ID           PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AH-FLAG             PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AH-FEED-DATE        PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AH-FIRST-HELD       PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AH-NIGHTS-WAITING   PIC 9(03).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AH-KEYED-BY         PIC X(08).
           05  FILLER              PIC X(07)  VALUE SPACES.
           05  AH-FEED-IMAGE       PIC X(80).
