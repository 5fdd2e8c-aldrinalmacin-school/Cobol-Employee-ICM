      ***********************************************************
      * DEDMASTR.CPY
      * RECORD LAYOUT FOR THE DEDMAST.DAT VOLUNTARY DEDUCTIONS
      * MASTER - HEALTH PREMIUMS, RETIREMENT CONTRIBUTIONS, UNION
      * DUES, GARNISHMENTS, LOAN REPAYMENTS.  ONE ROW PER EMPLOYEE
      * PER DEDUCTION CODE.  THE SET-UP FIELDS (DESCRIPTION
      * THROUGH GOAL) ARE MAINTAINED BY DEDMAINT; THE BALANCE
      * FIELDS (GOAL TAKEN, ARREARS, YEAR-TO-DATE, LAST CYCLE)
      * ARE CARRIED FORWARD BY YTDUPDT AS EACH CYCLE POSTS.
      *   DED-METHOD       F = FLAT DED-FLAT-AMOUNT PER CYCLE,
      *                    P = DED-PERCENT OF THE CYCLE GROSS.
      *   DED-LIMIT-TYPE   C = DED-LIMIT-AMOUNT CAPS EACH CYCLE,
      *                    A = CAPS THE CALENDAR YEAR,
      *                    SPACE = NO LIMIT.
      *   DED-GOAL-AMOUNT  NON-ZERO STOPS THE DEDUCTION ONCE
      *                    DED-GOAL-TAKEN REACHES IT (A LOAN).
      *   DED-PRIORITY     01 IS TAKEN FIRST.
      *   DED-ARREARS      SHORTFALL OWED FROM PRIOR CYCLES WHEN
      *                    NET PAY RAN OUT, ADDED TO THE NEXT.
      ***********************************************************
       01 DEDUCTION-RECORD.
        05 DED-EMPLOYEE-NUM        PIC X(5).
        05 DED-CODE                PIC XX.
        05 DED-DESC                PIC X(12).
        05 DED-PRIORITY            PIC 99.
        05 DED-METHOD              PIC X(1).
           88 DED-FLAT                       VALUE "F".
           88 DED-PERCENT-OF-GROSS           VALUE "P".
        05 DED-FLAT-AMOUNT         PIC 9(5)V99.
        05 DED-PERCENT             PIC 9(2)V99.
        05 DED-LIMIT-TYPE          PIC X(1).
           88 DED-CYCLE-LIMIT                VALUE "C".
           88 DED-ANNUAL-LIMIT               VALUE "A".
           88 DED-NO-LIMIT                   VALUE " ".
        05 DED-LIMIT-AMOUNT        PIC 9(7)V99.
        05 DED-GOAL-AMOUNT         PIC 9(7)V99.
        05 DED-GOAL-TAKEN          PIC 9(7)V99.
        05 DED-ARREARS             PIC 9(7)V99.
        05 DED-YTD-YEAR            PIC 9(4).
        05 DED-YTD-AMOUNT          PIC 9(7)V99.
        05 DED-LAST-CYCLE-DATE     PIC X(8).
        05                         PIC X(9).
