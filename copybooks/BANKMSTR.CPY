      ***********************************************************
      * BANKMSTR.CPY
      * RECORD LAYOUT FOR THE BANKMAST.DAT DIRECT-DEPOSIT BANK
      * ACCOUNT MASTER, INDEXED ON BNK-EMPLOYEE-NUM THE SAME WAY
      * CH0402.DAT IS INDEXED ON EMPLOYEE-NUM-IN.  ONE RECORD PER
      * EMPLOYEE: THE PRIMARY ACCOUNT, AND OPTIONALLY A SECOND
      * (SPLIT) ACCOUNT THAT RECEIVES A FLAT AMOUNT OF EACH NET
      * PAY, THE REST GOING TO THE PRIMARY.  A NEW OR CHANGED
      * ACCOUNT STARTS AT BNK-PRENOTE-DUE; ACHBUILD SENDS THE
      * ZERO-DOLLAR PRENOTE AND MARKS IT SENT WITH THE CYCLE
      * DATE, AND THE FIRST LATER CYCLE MAKES THE ACCOUNT LIVE.
      * MAINTAINED BY BNKMAINT, READ BY ACHBUILD.
      ***********************************************************
       01 BANK-RECORD.
        05 BNK-EMPLOYEE-NUM        PIC X(5).
        05 BNK-PRIMARY-ACCOUNT.
           10 BNK-ROUTING-NUM      PIC X(9).
           10 BNK-ACCOUNT-NUM      PIC X(17).
           10 BNK-ACCOUNT-TYPE     PIC X(1).
              88 BNK-CHECKING                VALUE "C".
              88 BNK-SAVINGS                 VALUE "S".
        05 BNK-SPLIT-ACCOUNT.
           10 BNK-SPLIT-ROUTING-NUM PIC X(9).
           10 BNK-SPLIT-ACCOUNT-NUM PIC X(17).
           10 BNK-SPLIT-ACCOUNT-TYPE PIC X(1).
              88 BNK-SPLIT-CHECKING          VALUE "C".
              88 BNK-SPLIT-SAVINGS           VALUE "S".
           10 BNK-SPLIT-AMOUNT     PIC X(7).
           10 BNK-SPLIT-AMOUNT-N REDEFINES BNK-SPLIT-AMOUNT
                                   PIC 9(5)V99.
        05 BNK-PRENOTE-STATUS      PIC X(1).
           88 BNK-PRENOTE-DUE                VALUE "P".
           88 BNK-PRENOTE-SENT               VALUE "S".
           88 BNK-ACCOUNT-LIVE               VALUE "L".
        05 BNK-PRENOTE-DATE        PIC X(8).
        05                         PIC X(5).
