      ***********************************************************
      * PTOBALR.CPY
      * RECORD LAYOUT FOR THE PTOBAL.DAT PAID-TIME-OFF BALANCE
      * MASTER, INDEXED ON PTO-EMPLOYEE-NUM THE SAME WAY
      * YTDMAST.DAT IS INDEXED ON YTD-EMPLOYEE-NUM.  PTOACCR
      * ADDS EACH POSTED CYCLE'S ACCRUAL AND SUBTRACTS THE
      * TMS-PTO-HOURS TAKEN; THE FIRST CYCLE OF A NEW YEAR CAPS
      * THE BALANCE AT THE MAXIMUM CARRYOVER, KEEPS WHAT CARRIED
      * IN PTO-CARRYOVER-HOURS AND WHAT WAS LOST IN
      * PTO-FORFEITED-HOURS, AND STARTS THE YEAR'S TOTALS OVER.
      * WHEN EMPMAINT TERMINATES AN EMPLOYEE THE BALANCE IS
      * LISTED FOR FINAL PAYOUT, MOVED TO PTO-PAYOUT-HOURS WITH
      * THE PAYOUT DATE, AND ZEROED.  PTOLIAB VALUES THE
      * BALANCES.  ALL HOURS CARRY TWO DECIMALS.
      ***********************************************************
       01 PTO-BALANCE-RECORD.
        05 PTO-EMPLOYEE-NUM        PIC X(5).
        05 PTO-YEAR                PIC 9(4).
        05 PTO-BALANCE-HOURS       PIC 9(4)V99.
        05 PTO-CARRYOVER-HOURS     PIC 9(4)V99.
        05 PTO-YTD-ACCRUED         PIC 9(4)V99.
        05 PTO-YTD-USED            PIC 9(4)V99.
        05 PTO-FORFEITED-HOURS     PIC 9(4)V99.
        05 PTO-LAST-CYCLE-DATE     PIC X(8).
        05 PTO-PAYOUT-DATE         PIC X(8).
        05 PTO-PAYOUT-HOURS        PIC 9(4)V99.
        05                         PIC X(19).
