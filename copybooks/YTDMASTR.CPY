      * WITHHOLDING INTO THE EMPLOYEE'S RECORD; YTD-YEAR LETS THE
      * FIRST UPDATE OF A NEW YEAR START THE TOTALS OVER.  SHARED
      * BY YTDUPDT AND YTDSTMT SO THE LAYOUT ONLY HAS TO BE
      * MAINTAINED IN ONE PLACE.  YTD-DEDUCTION-AMOUNT IS THE
      * YEAR'S VOLUNTARY DEDUCTIONS (DEDMAST.DAT) TAKEN, CARVED
      * FROM THE OLD FILLER; A RECORD WRITTEN BEFORE IT EXISTED
      * CARRIES SPACES THERE AND IS READ AS ZERO.
      ***********************************************************
       01 YTD-RECORD.
        05 YTD-EMPLOYEE-NUM        PIC X(5).
        05 YTD-GROSS-AMOUNT        PIC 9(9)V99.
        05 YTD-WITHHOLDING-AMOUNT  PIC 9(9)V99.
        05 YTD-PERIODS-PAID        PIC 9(3).
        05 YTD-DEDUCTION-AMOUNT    PIC 9(9)V99.
        05                         PIC X(5).
