      ******************************************************************
      *    SHOP BUSINESS-DAY CALENDAR (DDCALNDR) - ONE CARD PER
      *    CALENDAR DAY IN DATE ORDER WITH NO GAPS, KEPT BY OPERATIONS
      *    AT LEAST SIXTY DAYS AHEAD.  PROJECT6 PICKS FULL OR DELTA
      *    FROM IT, PROJECT9 COUNTS ITS ACK GRACE PERIOD IN BUSINESS
      *    DAYS, PROJECT1 ROLLS PENDING EFFECTIVE DATES OFF NON-
      *    BUSINESS DAYS, AND PROJECT21 EDITS IT AND WARNS BEFORE IT
      *    RUNS OUT.
      ******************************************************************
       01  BC-CALENDAR-RECORD.
           05  BC-DATE             PIC X(08).
           05  FILLER              PIC X(01).
      *    B BUSINESS DAY, W WEEKEND, H HOLIDAY
           05  BC-DAY-TYPE         PIC X(01).
           05  FILLER              PIC X(01).
      *    M ON THE LAST BUSINESS DAY OF A MONTH, Y ON THE LAST
      *    BUSINESS DAY OF THE YEAR (WHICH IS ALSO ITS MONTH END),
      *    SPACE ON EVERY OTHER DAY
           05  BC-PERIOD-END       PIC X(01).
           05  FILLER              PIC X(01).
           05  BC-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X(47).
