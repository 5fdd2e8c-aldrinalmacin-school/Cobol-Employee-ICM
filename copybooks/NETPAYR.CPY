      ***********************************************************
      * NETPAYR.CPY
      * RECORD LAYOUT FOR THE NETPAY.DAT CYCLE NET-PAY FILE.
      * WRITTEN BY YTDUPDT AS IT POSTS A CYCLE - ONE ROW PER
      * EMPLOYEE PAID, WITH THE GROSS, WITHHOLDING, VOLUNTARY
      * DEDUCTIONS TAKEN AND THE NET LEFT - AND READ BY ACHBUILD,
      * WHICH DEPOSITS EXACTLY THE NET THAT WAS POSTED.  HOLDS
      * THE LAST CYCLE POSTED ONLY.
      ***********************************************************
       01 NET-PAY-RECORD.
        05 NET-EMPLOYEE-NUM        PIC X(5).
        05                         PIC X(1).
        05 NET-CYCLE-DATE          PIC X(8).
        05                         PIC X(1).
        05 NET-GROSS-AMOUNT        PIC 9(7)V99.
        05                         PIC X(1).
        05 NET-WITHHOLDING-AMOUNT  PIC 9(7)V99.
        05                         PIC X(1).
        05 NET-DEDUCTION-AMOUNT    PIC 9(7)V99.
        05                         PIC X(1).
        05 NET-PAY-AMOUNT          PIC 9(7)V99.
