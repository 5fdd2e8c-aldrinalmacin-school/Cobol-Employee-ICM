      * PAY-TYPE-HOURLY EMPLOYEE AS HOURS TIMES HOURLY-RATE-IN
      * INSTEAD OF OFF ANNUAL-SALARY-IN.  SHARED SO THE LAYOUT
      * ONLY HAS TO BE MAINTAINED IN ONE PLACE.
      * TMS-PTO-HOURS IS THE PAID TIME OFF TAKEN IN THE PERIOD,
      * WHICH PTOACCR CHARGES AGAINST THE PTOBAL.DAT BALANCE AND
      * THE PAY-CYCLE PROGRAMS PAY A PAY-TYPE-HOURLY EMPLOYEE AT
      * HOURLY-RATE-IN ALONG WITH THE HOURS WORKED; A
      * SALARIED EMPLOYEE WHO TOOK TIME OFF HAS A ROW FOR THAT
      * ALONE.  A SHORT ROW FROM BEFORE THE FIELD EXISTED READS
      * AS SPACES THERE AND MEANS NO TIME OFF.
      ***********************************************************
       01 TIMESHEET-RECORD.
        05 TMS-EMPLOYEE-NUM        PIC X(5).
        05 TMS-HOURS-WORKED        PIC X(5).
        05 TMS-HOURS-WORKED-N REDEFINES TMS-HOURS-WORKED
                                   PIC 9(3)V99.
        05 TMS-PTO-HOURS           PIC X(5).
        05 TMS-PTO-HOURS-N REDEFINES TMS-PTO-HOURS
                                   PIC 9(3)V99.
