      ***********************************************************
      * QTDMASTR.CPY
      * RECORD LAYOUT FOR THE QTDMAST.DAT QUARTER-TO-DATE WAGE
      * AND WITHHOLDING MASTER, INDEXED ON QTD-KEY (EMPLOYEE AND
      * TAX YEAR) SO A PRIOR YEAR'S QUARTERS ARE STILL THERE
      * WHEN THE FOURTH-QUARTER RETURN IS FILED IN JANUARY.
      * YTDUPDT ADDS EACH POSTED CYCLE'S GROSS, WITHHOLDING AND
      * PAID PERIOD INTO THE QUARTER OF THE CYCLE DATE; OFFCYCLE
      * ADDS ITS PAYMENTS INTO THE QUARTER OF THE PAYMENT DATE
      * (NO PERIOD).  THE NAME, SSN AND TERRITORY/OFFICE ARE
      * REFRESHED FROM CH0402.DAT AT EVERY POSTING, SO QTRWAGE
      * CAN FILE AN EMPLOYEE WHOSE MASTER RECORD HAS SINCE BEEN
      * DELETED.  QTRWAGE CROSS-FOOTS THE FOUR QUARTERS AGAINST
      * THE YEAR'S YTDMAST.DAT TOTALS.
      ***********************************************************
       01 QTD-RECORD.
        05 QTD-KEY.
           10 QTD-EMPLOYEE-NUM     PIC X(5).
           10 QTD-YEAR             PIC 9(4).
        05 QTD-EMPLOYEE-NAME       PIC X(20).
        05 QTD-SOCIAL-SEC-NUM      PIC X(9).
        05 QTD-LOCATION-CODE.
           10 QTD-TERRITORY-NUM    PIC XX.
           10 QTD-OFFICE-NUM       PIC XX.
        05 QTD-QUARTER-TOTALS OCCURS 4 TIMES.
           10 QTD-GROSS-AMOUNT       PIC 9(9)V99.
           10 QTD-WITHHOLDING-AMOUNT PIC 9(9)V99.
           10 QTD-PERIODS-PAID       PIC 9(3).
        05                         PIC X(8).
