      * CALENDAR AND NOT ALREADY MARKED POSTED (UNLESS THE
      * OVERRIDE PARAMETER IS GIVEN), AND STAMPS THE CYCLE WITH
      * THE RUN DATE WHEN IT POSTS; PAYCALCK REPORTS ANY PAST
      * CYCLE STILL UNPOSTED AT MONTH-END.  OFFCYCLE ADDS ITS OWN
      * ROW, TYPE O, ALREADY POSTED, FOR EACH OFF-CYCLE PAYMENT
      * RUN; NO REGULAR CYCLE IS EVER TYPE O, SO YTDUPDT NEVER
      * MATCHES ONE.  ONCE A REGULAR CYCLE IS POSTED, CYCCLOSE
      * BALANCES THE CYCLE TOTALS PAYREG, YTDUPDT AND GLEXTR
      * RECORDED ON CYCTOT.DAT AND, ONLY WHEN ALL THREE AGREE,
      * MARKS THE CYCLE CLOSED WITH ITS RUN DATE.  YTDUPDT AND
      * GLEXTR WILL NOT START A CYCLE WHILE THE CYCLE OF THE SAME
      * TYPE BEFORE IT IS POSTED BUT NOT YET CLOSED; A PRIOR
      * CYCLE NEVER POSTED DOES NOT HOLD THEM UP (PAYCALCK
      * REPORTS IT).  SHARED SO THE LAYOUT ONLY
      * HAS TO BE MAINTAINED IN ONE PLACE.
      ***********************************************************
       01 PAY-CALENDAR-RECORD.
        05 PCAL-CYCLE-DATE         PIC X(8).
        05 PCAL-CYCLE-TYPE         PIC X(1).
           88 PCAL-MONTHLY-CYCLE             VALUE "M".
           88 PCAL-BIWEEKLY-CYCLE            VALUE "B".
           88 PCAL-OFF-CYCLE                 VALUE "O".
        05                         PIC X(1).
        05 PCAL-POSTED-FLAG        PIC X(1).
           88 PCAL-CYCLE-POSTED              VALUE "P".
        05                         PIC X(1).
        05 PCAL-POSTED-DATE        PIC X(8).
        05                         PIC X(1).
        05 PCAL-CLOSED-FLAG        PIC X(1).
           88 PCAL-CYCLE-CLOSED              VALUE "C".
        05                         PIC X(1).
        05 PCAL-CLOSED-DATE        PIC X(8).
