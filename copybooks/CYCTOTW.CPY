      ***********************************************************
      * CYCTOTW.CPY
      * ONE STEP'S PAY-CYCLE TOTALS BY TERRITORY/OFFICE, BUILT UP
      * IN WORKING-STORAGE BY PAYREG, YTDUPDT AND GLEXTR AS THEY
      * READ THE MASTER AND PASSED TO THE CYCTOT SUBPROGRAM, WHICH
      * RECORDS IT ON CYCTOT.DAT.  THE CALLER SETS THE STEP ID,
      * CYCLE DATE AND RUN DATE.  SHARED SO THE CALLERS AND CYCTOT
      * AGREE ON THE LAYOUT.
      ***********************************************************
       01 CYCLE-TOTALS-TABLE.
           05 CTT-STEP-ID         PIC X(8)   VALUE SPACES.
           05 CTT-CYCLE-DATE      PIC X(8)   VALUE SPACES.
           05 CTT-RUN-DATE        PIC X(8)   VALUE SPACES.
           05 CTT-CENTER-COUNT    PIC 9(4)   COMP VALUE ZERO.
           05 CTT-CENTER-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON CTT-CENTER-COUNT
                               INDEXED BY CTT-IDX.
               10 CTT-LOCATION-CODE   PIC X(4).
               10 CTT-HEADCOUNT       PIC 9(5)    COMP.
               10 CTT-REGULAR-GROSS   PIC 9(9)V99 COMP.
               10 CTT-HOURLY-GROSS    PIC 9(9)V99 COMP.
               10 CTT-LEAVE-SKIPPED   PIC 9(5)    COMP.
