      ***********************************************************
      * OPERATR.CPY
      * RECORD LAYOUT FOR THE OPERATOR.DAT INQUIRY OPERATOR FILE,
      * MAINTAINED BY OPRMAINT TRANSACTIONS.  ONE ROW PER
      * OPERATOR ALLOWED TO SIGN ON TO THE EMPINQ INQUIRY, WITH
      * THE ACCESS LEVEL THAT DECIDES WHAT THE INQUIRY SHOWS:
      *   1 - LOOKUP ONLY: SSN MASKED TO THE LAST FOUR, NO PAY
      *   2 - PAY: SALARY AND PAY FIGURES, SSN STILL MASKED
      *   3 - FULL: EVERYTHING, INCLUDING THE FULL SSN
      * OPR-EMPLOYEE-NUM IS THE OPERATOR'S OWN CH0402.DAT NUMBER
      * (BLANK FOR A NON-EMPLOYEE) SO A LOOK AT ONE'S OWN RECORD
      * CAN BE FLAGGED.  A REVOKED OPERATOR STAYS ON FILE SO THE
      * INQLOG.DAT ACCESS HISTORY STILL NAMES THEM.  SHARED BY
      * OPRMAINT, EMPINQ AND INQRPT SO THE LAYOUT ONLY HAS TO BE
      * MAINTAINED IN ONE PLACE.
      ***********************************************************
       01 OPERATOR-RECORD.
        05 OPR-OPERATOR-ID         PIC X(8).
        05 OPR-OPERATOR-NAME       PIC X(20).
        05 OPR-ACCESS-LEVEL        PIC X(1).
           88 OPR-LEVEL-VALID              VALUE "1" "2" "3".
           88 OPR-LEVEL-LOOKUP             VALUE "1".
           88 OPR-LEVEL-PAY                VALUE "2".
           88 OPR-LEVEL-FULL               VALUE "3".
        05 OPR-EMPLOYEE-NUM        PIC X(5).
        05 OPR-STATUS              PIC X(1).
           88 OPR-STATUS-VALID             VALUE "A" "R".
           88 OPR-ACTIVE                   VALUE "A".
           88 OPR-REVOKED                  VALUE "R".
        05 OPR-PASSCODE            PIC X(8).
        05                         PIC X(5).
