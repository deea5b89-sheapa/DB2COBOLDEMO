       AUTHOR. PATRICK SHEA.

      ******************************************************************
      * A PROGRAM THAT RUNS AT END OF NIGHT, AFTER PROJECT5, PROJECT6
      * AND PROJECT17 ARE DONE WITH DDAUDIT, AND APPENDS THE DAY'S AUDIT
      * RECORDS TO THE CUMULATIVE JOURNAL BEFORE PROJECT1'S NEXT
      * OPEN OUTPUT WIPES THE DAILY FILE.  THE OLD JOURNAL COMES IN
      * ON DDJRNLIN AND THE NEW GENERATION GOES OUT ON DDJRNLOUT,
