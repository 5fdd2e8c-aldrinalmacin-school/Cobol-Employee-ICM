      ***********************************************************
      * CYCTOTR.CPY
      * RECORD LAYOUT FOR THE CYCTOT.DAT PAY-CYCLE TOTALS FILE.
      * PAYREG, YTDUPDT AND GLEXTR EACH RECORD, THROUGH THE CYCTOT
      * SUBPROGRAM, ONE ROW PER TERRITORY/OFFICE FOR THE CYCLE
      * THEY RAN: HEADCOUNT PAID, REGULAR (SALARIED) GROSS, HOURLY
      * GROSS AND EMPLOYEES SKIPPED FOR LEAVE.  A RERUN OF A STEP
      * REPLACES THAT STEP'S ROWS FOR THE CYCLE, SO CYCLE DATE
      * PLUS STEP IS ALWAYS ONE RUN.  A STEP THAT PAID NOBODY
      * STILL WRITES ONE ZERO ROW WITH A BLANK LOCATION SO IT IS
      * KNOWN TO HAVE RUN.  CYCCLOSE COMPARES THE THREE STEPS.
      ***********************************************************
       01 CYCLE-TOTALS-RECORD.
        05 CTR-CYCLE-DATE          PIC X(8).
        05                         PIC X(1).
        05 CTR-STEP-ID             PIC X(8).
           88 CTR-PAYREG-STEP                VALUE "PAYREG".
           88 CTR-YTDUPDT-STEP               VALUE "YTDUPDT".
           88 CTR-GLEXTR-STEP                VALUE "GLEXTR".
        05                         PIC X(1).
        05 CTR-LOCATION-CODE.
           10 CTR-TERRITORY-NUM    PIC XX.
           10 CTR-OFFICE-NUM       PIC XX.
        05                         PIC X(1).
        05 CTR-HEADCOUNT           PIC 9(5).
        05                         PIC X(1).
        05 CTR-REGULAR-GROSS       PIC 9(9)V99.
        05                         PIC X(1).
        05 CTR-HOURLY-GROSS        PIC 9(9)V99.
        05                         PIC X(1).
        05 CTR-LEAVE-SKIPPED       PIC 9(5).
        05                         PIC X(1).
        05 CTR-RUN-DATE            PIC X(8).
        05                         PIC X(3).
