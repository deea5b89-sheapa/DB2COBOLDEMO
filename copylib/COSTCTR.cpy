      ******************************************************************
      *    HOST VARIABLE COPYBOOK FOR DB2 TABLE UNIT_COSTCTR
      ******************************************************************
       01  UNIT-COSTCTR.
           05  CC-UNIT-ID          PIC 9(04).
      *    GENERAL LEDGER COST CENTER AND COMPANY THE UNIT'S HEADCOUNT
      *    IS CHARGED TO
           05  CC-COST-CENTER      PIC X(08).
           05  CC-GL-COMPANY       PIC X(04).
      *    INCLUSIVE YYYYMMDD RANGE THE MAPPING IS IN FORCE - AN OPEN
      *    MAPPING RUNS TO 99991231.  A UNIT'S RANGES NEVER OVERLAP
           05  CC-EFF-FROM         PIC X(08).
           05  CC-EFF-TO           PIC X(08).
