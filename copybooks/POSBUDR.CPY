      ***********************************************************
      * POSBUDR.CPY
      * RECORD LAYOUT FOR THE POSBUD.DAT POSITION BUDGET,
      * MAINTAINED BY POSMAINT TRANSACTIONS.  ONE ROW PER
      * TERRITORY, OFFICE AND JOB CLASS PER EFFECTIVE DATE,
      * CARRYING THE APPROVED HEADCOUNT AND ANNUAL SALARY
      * DOLLARS.  EFFECTIVE-DATED THE WAY JOBCLASS.DAT BANDS ARE:
      * THE ROW IN FORCE ON A GIVEN DATE IS THE ONE WITH THE
      * LATEST PBR-EFF-DATE NOT AFTER THAT DATE, SO NEXT YEAR'S
      * BUDGET CAN BE LOADED AHEAD OF TIME AND THE OLD ROWS STAY
      * ON FILE AS HISTORY.  POSRPT REPORTS BUDGET AGAINST THE
      * ACTIVE AND ON-LEAVE EMPLOYEES ON CH0402.DAT; EMPMAINT
      * WARNS WHEN AN ADD TAKES AN OFFICE/JOB CLASS OVER ITS
      * BUDGETED HEADCOUNT.  SHARED SO THE LAYOUT ONLY HAS TO BE
      * MAINTAINED IN ONE PLACE.
      ***********************************************************
       01 POSITION-BUDGET-RECORD.
        05 PBR-KEY.
           10 PBR-TERRITORY-NUM    PIC XX.
           10 PBR-OFFICE-NUM       PIC XX.
           10 PBR-JOB-CLASS        PIC XX.
        05 PBR-BUDGET-HEADCOUNT    PIC 9(4).
        05 PBR-BUDGET-SALARY       PIC 9(9).
        05 PBR-EFF-DATE            PIC X(8).
        05                         PIC X(3).
