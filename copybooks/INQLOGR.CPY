      ***********************************************************
      * INQLOGR.CPY
      * RECORD LAYOUT FOR THE INQLOG.DAT INQUIRY ACCESS LOG.
      * EMPINQ APPENDS ONE LINE FOR EVERY SIGN-ON REFUSED, EVERY
      * EMPLOYEE LISTED AS A SEARCH MATCH, EVERY EMPLOYEE
      * DISPLAYED (THE FIRST HIT AND EACH BROWSE STEP) AND EVERY
      * SEARCH THAT FOUND NOTHING, SO THE LOG ANSWERS WHO LOOKED
      * AT WHOM, WHEN, AND WHAT THEY SAW.  THE SSN-VIEW, PAY AND
      * SELF FLAGS ARE SET AT THE TIME OF ACCESS, SO A LATER
      * CHANGE TO THE OPERATOR'S LEVEL DOES NOT REWRITE HISTORY.
      * INQRPT READS IT FOR THE WEEKLY ACCESS REPORT.  THE DATE
      * LEADS THE RECORD SO REGARCH CAN AGE IT LIKE THE OTHER
      * REGISTERS.
      ***********************************************************
       01 INQUIRY-LOG-RECORD.
        05 IQL-ACCESS-DATE         PIC X(8).
        05                         PIC X(1).
        05 IQL-ACCESS-TIME         PIC X(6).
        05                         PIC X(1).
        05 IQL-OPERATOR-ID         PIC X(8).
        05                         PIC X(1).
        05 IQL-ACCESS-LEVEL        PIC X(1).
        05                         PIC X(1).
        05 IQL-EVENT               PIC X(1).
           88 IQL-SIGN-ON-REFUSED          VALUE "R".
           88 IQL-EMPLOYEE-DISPLAYED       VALUE "L" "F" "B".
           88 IQL-FIRST-HIT-DISPLAYED      VALUE "L".
           88 IQL-BROWSE-FORWARD           VALUE "F".
           88 IQL-BROWSE-BACKWARD          VALUE "B".
           88 IQL-MATCH-LISTED             VALUE "M".
           88 IQL-NOTHING-FOUND            VALUE "X".
        05                         PIC X(1).
        05 IQL-SEARCH-TYPE         PIC X(1).
        05                         PIC X(1).
        05 IQL-EMPLOYEE-NUM        PIC X(5).
        05                         PIC X(1).
        05 IQL-SSN-VIEW            PIC X(1).
           88 IQL-FULL-SSN-SHOWN           VALUE "F".
           88 IQL-MASKED-SSN-SHOWN         VALUE "M".
           88 IQL-NO-SSN-SHOWN             VALUE "N".
        05                         PIC X(1).
        05 IQL-PAY-SHOWN           PIC X(1).
        05                         PIC X(1).
        05 IQL-SELF-LOOKUP         PIC X(1).
           88 IQL-OWN-RECORD               VALUE "Y".
        05                         PIC X(18).
