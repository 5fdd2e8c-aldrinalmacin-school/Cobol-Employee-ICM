      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: BUILD THE CYCLE'S DIRECT-DEPOSIT FILE FOR THE
      *          BANK SO DEPOSITS ARE NO LONGER HAND-KEYED INTO THE
      *          BANK'S PORTAL.  FOR EVERY VALID, NOT-TERMINATED
      *          EMPLOYEE ON CH0402.DAT PAID THIS CYCLE THE NET
      *          YTDUPDT POSTED FOR THE CYCLE (NETPAY.DAT) IS
      *          DEPOSITED TO THE
      *          ACCOUNT ON THE BANKMAST.DAT BANK MASTER (SEE
      *          BNKMAINT) - THE SPLIT AMOUNT, IF ANY, TO THE
      *          SECOND ACCOUNT AND THE REST TO THE PRIMARY.  THE
      *          OUTPUT ACHFILE.DAT IS A NACHA-FORMAT FILE: FILE
      *          HEADER, ONE PPD CREDIT BATCH WITH ITS BATCH
      *          CONTROL, FILE CONTROL, AND 9-FILL TO A FULL BLOCK
      *          OF TEN.  A NEW OR CHANGED ACCOUNT GETS A
      *          ZERO-DOLLAR PRENOTE ENTRY INSTEAD AND IS PAID LIVE
      *          FROM THE FIRST LATER CYCLE.  THE ACHREG.DAT
      *          REGISTER LISTS EVERY ENTRY WITH THE SAME ENTRY
      *          COUNT, ENTRY HASH AND CREDIT TOTAL THE CONTROL
      *          RECORDS CARRY, SO THE FILE CAN BE BALANCED BEFORE
      *          IT IS SENT; ACHCHECK.DAT LISTS EVERYONE TO BE PAID
      *          BY PAPER CHECK - NO ACCOUNT ON FILE, THE ACCOUNT
      *          STILL IN PRENOTE, OR A NETPAY.DAT ROW WHOSE
      *          EMPLOYEE IS NO LONGER PAYABLE ON THE MASTER
      *          (TERMINATED, FAILING THE EDITS OR GONE SINCE THE
      *          CYCLE WAS POSTED).  THE REGISTER BALANCES THE NET
      *          LOADED FROM NETPAY.DAT AGAINST THE DEPOSITS PLUS
      *          THE PAPER CHECKS AND FLAGS ANY DIFFERENCE.
      *          PARAMETER 1 IS THE
      *          CYCLE TYPE (M OR B) AND PARAMETER 2 THE CYCLE DATE
      *          (YYYYMMDD, DEFAULT THE RUN DATE), WHICH MUST BE ON
      *          THE PAYCAL.DAT CALENDAR; THE CYCLE DATE IS THE
      *          EFFECTIVE ENTRY DATE OF THE BATCH.
      * MODIFICATION HISTORY:
      *   2026-10-15  AJA  DEPOSIT THE NET YTDUPDT POSTED TO
      *                    NETPAY.DAT - AFTER WITHHOLDING AND THE
      *                    DEDMAST.DAT VOLUNTARY DEDUCTIONS -
      *                    INSTEAD OF RECOMPUTING GROSS LESS
      *                    WITHHOLDING HERE.  A CYCLE NOT YET
      *                    POSTED IS REFUSED.
      *   2026-10-15  AJA  PAYCAL.DAT RECORD IS NOW 32
      *                    CHARACTERS - CLOSED FLAG AND DATE ADDED
      *                    FOR THE CYCCLOSE PAY-CYCLE CLOSE.
      *   2026-10-15  AJA  EVERY NETPAY.DAT ROW FOR THE CYCLE IS
      *                    NOW ACCOUNTED FOR - ONE WHOSE EMPLOYEE
      *                    IS NOT PAYABLE ON THE MASTER GOES TO
      *                    THE PAPER-CHECK LIST INSTEAD OF BEING
      *                    DROPPED - AND ACHREG.DAT CARRIES A
      *                    BALANCE OF NET LOADED AGAINST DEPOSITS
      *                    PLUS PAPER CHECKS.
      *   2026-10-15  AJA  A BANKMAST.DAT READ THAT FAILS FOR ANY
      *                    REASON OTHER THAN NOT-FOUND SENDS THE
      *                    EMPLOYEE TO THE PAPER-CHECK LIST AS A
      *                    BANK FILE READ ERROR RATHER THAN PAYING
      *                    FROM A RECORD AREA THAT WAS NOT READ.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHBUILD.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EMPLOYEE-NUM-IN.

           SELECT OPTIONAL BANK-MASTER
             ASSIGN TO "BANKMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BNK-EMPLOYEE-NUM
             FILE STATUS IS WS-BANK-STATUS.

           SELECT OPTIONAL NET-PAY-FILE
             ASSIGN TO "NETPAY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-CALENDAR
             ASSIGN TO "PAYCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACH-FILE
             ASSIGN TO "ACHFILE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACH-REGISTER
             ASSIGN TO "ACHREG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAPER-CHECK-LIST
             ASSIGN TO "ACHCHECK.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

       FD BANK-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY BANKMSTR.

       FD NET-PAY-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 54 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY NETPAYR.

       FD PAY-CALENDAR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 32 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY PAYCALR.

       FD ACH-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 94 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 ACH-RECORD              PIC X(94).

       FD ACH-REGISTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 ACH-REGISTER-LINE       PIC X(80).

       FD PAPER-CHECK-LIST
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 PAPER-CHECK-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)   VALUE "YES".
           COPY EDITCHKW.
           COPY RPTFMTW.
       01 WS-BANK-STATUS          PIC XX.
           88 WS-BANK-READ-OK                VALUE "00".
           88 WS-BANK-NOT-FOUND              VALUE "23".
       01 WS-CYCLE-PARM           PIC X(1)   VALUE SPACE.
           88 WS-MONTHLY-CYCLE               VALUE "M" "m".
           88 WS-BIWEEKLY-CYCLE              VALUE "B" "b".
       01 WS-CYCLE-DATE-PARM      PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-DATE           PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-TYPE           PIC X(1)   VALUE SPACE.
       01 WS-CYCLE-ON-CALENDAR-SW PIC X(1)   VALUE "N".
           88 WS-CYCLE-ON-CALENDAR           VALUE "Y".
       01 WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC X(4).
           05 WS-RUN-MONTH        PIC XX.
           05 WS-RUN-DAY          PIC XX.
       01 WS-TIME-NOW             PIC X(8)   VALUE SPACES.
       01 WS-COMPUTED-PAY.
           05 WS-NET-PAY          PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-SPLIT-PORTION    PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-PRIMARY-PORTION  PIC 9(7)V99 COMP VALUE ZERO.
       01 WS-PAID-THIS-CYCLE-SW   PIC X(1)   VALUE "N".
           88 WS-PAID-THIS-CYCLE             VALUE "Y".
       01 WS-NET-PAY-TABLE.
           05 WS-NET-COUNT        PIC 9(4)   COMP VALUE ZERO.
           05 WS-NET-ENTRY OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-NET-COUNT
                           INDEXED BY WS-NET-IDX.
               10 WS-NPT-EMPLOYEE-NUM PIC X(5).
               10 WS-NPT-NET-PAY      PIC 9(7)V99.
               10 WS-NPT-MATCHED-SW   PIC X(1).
                   88 WS-NPT-MATCHED             VALUE "Y".
       01 WS-NET-OTHER-CYCLES     PIC 9(5)   COMP VALUE ZERO.
       01 WS-NET-ROWS-SKIPPED     PIC 9(4)   COMP VALUE ZERO.
       01 WS-NET-SCAN             PIC 9(4)   COMP VALUE ZERO.
       01 WS-NET-LOADED-TOTAL     PIC 9(9)V99 COMP VALUE ZERO.
       01 WS-NOT-PAYABLE-ROWS     PIC 9(4)   COMP VALUE ZERO.
       01 WS-BALANCE-DIFFERENCE   PIC S9(9)V99 COMP VALUE ZERO.
      ***********************************************************
      * ORIGINATOR FIGURES ASSIGNED BY THE BANK WHEN THE PAYROLL
      * ACH SERVICE WAS SET UP.  THE ODFI IDENTIFICATION IS THE
      * FIRST EIGHT DIGITS OF THE DESTINATION ROUTING NUMBER.
      ***********************************************************
       01 WS-ORIGINATOR-FIGURES.
           05 WS-ORG-DEST-ROUTING PIC X(9)   VALUE "091000019".
           05 WS-ORG-DEST-NAME    PIC X(23)  VALUE
                    "FIRST NATIONAL BANK".
           05 WS-ORG-COMPANY-ID   PIC X(10)  VALUE "1410123456".
           05 WS-ORG-COMPANY-NAME PIC X(16)  VALUE "PAYROLL DEPT".
           05 WS-ORG-ORIGIN-NAME  PIC X(23)  VALUE
                    "PAYROLL DEPARTMENT".
           05 WS-ORG-ODFI-ID      PIC X(8)   VALUE "09100001".
       01 WS-ENTRY-FIELDS.
           05 WS-EF-TRAN-CODE     PIC X(2)   VALUE SPACES.
           05 WS-EF-ROUTING       PIC X(9)   VALUE SPACES.
           05 WS-EF-ROUTING-N REDEFINES WS-EF-ROUTING.
               10 WS-EF-RDFI-ID   PIC 9(8).
               10 WS-EF-CHECK-DIGIT PIC 9(1).
           05 WS-EF-ACCOUNT       PIC X(17)  VALUE SPACES.
           05 WS-EF-AMOUNT        PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-EF-KIND          PIC X(7)   VALUE SPACES.
       01 WS-ACCOUNT-LENGTH       PIC 9(2)   COMP VALUE ZERO.
       01 WS-ACH-CONTROLS.
           05 WS-ACH-RECORD-COUNT PIC 9(7)   COMP VALUE ZERO.
           05 WS-ACH-ENTRY-COUNT  PIC 9(7)   COMP VALUE ZERO.
           05 WS-ACH-ENTRY-HASH   PIC 9(12)  COMP VALUE ZERO.
           05 WS-ACH-CREDIT-TOTAL PIC 9(10)V99 COMP VALUE ZERO.
           05 WS-ACH-BATCH-COUNT  PIC 9(6)   COMP VALUE ZERO.
           05 WS-ACH-BLOCK-COUNT  PIC 9(6)   COMP VALUE ZERO.
           05 WS-ACH-FILL-COUNT   PIC 9(2)   COMP VALUE ZERO.
           05 WS-ACH-BLOCK-REMAINDER PIC 9(2) COMP VALUE ZERO.
       01 WS-BATCH-OPEN-SW        PIC X(1)   VALUE "N".
           88 WS-BATCH-OPEN                  VALUE "Y".
       01 WS-RUN-TOTALS.
           05 WS-EMPLOYEES-PAID   PIC 9(7)   COMP VALUE ZERO.
           05 WS-DEPOSIT-ENTRIES  PIC 9(7)   COMP VALUE ZERO.
           05 WS-PRENOTE-ENTRIES  PIC 9(7)   COMP VALUE ZERO.
           05 WS-ACCOUNTS-MADE-LIVE PIC 9(7) COMP VALUE ZERO.
           05 WS-PAPER-CHECKS     PIC 9(7)   COMP VALUE ZERO.
           05 WS-PAPER-CHECK-TOTAL PIC 9(9)V99 COMP VALUE ZERO.
      ***********************************************************
      * EMPLOYEES TO BE PAID BY PAPER CHECK ARE HELD HERE AS THE
      * MASTER IS PASSED AND PRINTED ON ACHCHECK.DAT ONCE THE
      * REGISTER IS FINISHED.
      ***********************************************************
       01 WS-CHECK-TABLE.
           05 WS-CHECK-COUNT      PIC 9(4)   COMP VALUE ZERO.
           05 WS-CHECK-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-CHECK-COUNT
                             INDEXED BY WS-CHK-IDX.
               10 WS-CHK-EMPLOYEE-NUM  PIC X(5).
               10 WS-CHK-EMPLOYEE-NAME PIC X(20).
               10 WS-CHK-NET-PAY       PIC 9(7)V99.
               10 WS-CHK-REASON        PIC X(20).
       01 WS-CHECK-SCAN           PIC 9(4)   COMP VALUE ZERO.
       01 WS-CHECK-EMPLOYEE-NUM   PIC X(5)   VALUE SPACES.
       01 WS-CHECK-EMPLOYEE-NAME  PIC X(20)  VALUE SPACES.
       01 WS-CHECK-REASON         PIC X(20)  VALUE SPACES.
      ***********************************************************
      * NACHA RECORD LAYOUTS - 94 CHARACTERS EACH.
      ***********************************************************
       01 WS-ACH-FILE-HEADER.
           05                     PIC X(1)   VALUE "1".
           05                     PIC X(2)   VALUE "01".
           05                     PIC X(1)   VALUE SPACE.
           05 WS-FH-DEST-ROUTING  PIC X(9).
           05 WS-FH-ORIGIN-ID     PIC X(10).
           05 WS-FH-CREATE-DATE   PIC X(6).
           05 WS-FH-CREATE-TIME   PIC X(4).
           05                     PIC X(1)   VALUE "A".
           05                     PIC X(3)   VALUE "094".
           05                     PIC X(2)   VALUE "10".
           05                     PIC X(1)   VALUE "1".
           05 WS-FH-DEST-NAME     PIC X(23).
           05 WS-FH-ORIGIN-NAME   PIC X(23).
           05 WS-FH-REFERENCE     PIC X(8).
       01 WS-ACH-BATCH-HEADER.
           05                     PIC X(1)   VALUE "5".
           05                     PIC X(3)   VALUE "220".
           05 WS-BH-COMPANY-NAME  PIC X(16).
           05                     PIC X(20)  VALUE SPACES.
           05 WS-BH-COMPANY-ID    PIC X(10).
           05                     PIC X(3)   VALUE "PPD".
           05                     PIC X(10)  VALUE "PAYROLL".
           05 WS-BH-DESCRIPTIVE-DATE PIC X(6).
           05 WS-BH-EFFECTIVE-DATE PIC X(6).
           05                     PIC X(3)   VALUE SPACES.
           05                     PIC X(1)   VALUE "1".
           05 WS-BH-ODFI-ID       PIC X(8).
           05 WS-BH-BATCH-NUM     PIC 9(7).
       01 WS-ACH-ENTRY-DETAIL.
           05                     PIC X(1)   VALUE "6".
           05 WS-ED-TRAN-CODE     PIC X(2).
           05 WS-ED-RDFI-ID       PIC 9(8).
           05 WS-ED-CHECK-DIGIT   PIC 9(1).
           05 WS-ED-ACCOUNT       PIC X(17).
           05 WS-ED-AMOUNT        PIC 9(8)V99.
           05 WS-ED-INDIVIDUAL-ID PIC X(15).
           05 WS-ED-INDIVIDUAL-NAME PIC X(22).
           05                     PIC X(2)   VALUE SPACES.
           05                     PIC X(1)   VALUE "0".
           05 WS-ED-TRACE-ODFI    PIC X(8).
           05 WS-ED-TRACE-SEQ     PIC 9(7).
       01 WS-ACH-BATCH-CONTROL.
           05                     PIC X(1)   VALUE "8".
           05                     PIC X(3)   VALUE "220".
           05 WS-BC-ENTRY-COUNT   PIC 9(6).
           05 WS-BC-ENTRY-HASH    PIC 9(10).
           05 WS-BC-DEBIT-TOTAL   PIC 9(10)V99.
           05 WS-BC-CREDIT-TOTAL  PIC 9(10)V99.
           05 WS-BC-COMPANY-ID    PIC X(10).
           05                     PIC X(19)  VALUE SPACES.
           05                     PIC X(6)   VALUE SPACES.
           05 WS-BC-ODFI-ID       PIC X(8).
           05 WS-BC-BATCH-NUM     PIC 9(7).
       01 WS-ACH-FILE-CONTROL.
           05                     PIC X(1)   VALUE "9".
           05 WS-FC-BATCH-COUNT   PIC 9(6).
           05 WS-FC-BLOCK-COUNT   PIC 9(6).
           05 WS-FC-ENTRY-COUNT   PIC 9(8).
           05 WS-FC-ENTRY-HASH    PIC 9(10).
           05 WS-FC-DEBIT-TOTAL   PIC 9(10)V99.
           05 WS-FC-CREDIT-TOTAL  PIC 9(10)V99.
           05                     PIC X(39)  VALUE SPACES.
       01 WS-ACH-BLOCK-FILL       PIC X(94)  VALUE ALL "9".
      ***********************************************************
      * ACHREG.DAT REGISTER LINES.
      ***********************************************************
       01 WS-REGISTER-HEADS.
           05                         PIC X(1).
           05                         PIC X(5)  VALUE "EMP #".
           05                         PIC X(1).
           05                         PIC X(20) VALUE "EMPLOYEE NAME".
           05                         PIC X(1).
           05                         PIC X(7)  VALUE "ENTRY".
           05                         PIC X(1).
           05                         PIC X(2)  VALUE "TC".
           05                         PIC X(1).
           05                         PIC X(9)  VALUE "ROUTING".
           05                         PIC X(1).
           05                         PIC X(8)  VALUE "ACCOUNT".
           05                         PIC X(1).
           05                         PIC X(9)  VALUE "   AMOUNT".
           05                         PIC X(1).
           05                         PIC X(7)  VALUE "TRACE".
           05                         PIC X(5).
       01 WS-REGISTER-DETAIL-LINE.
           05                         PIC X(1).
           05 WS-RD-EMPLOYEE-NUM      PIC X(5).
           05                         PIC X(1).
           05 WS-RD-EMPLOYEE-NAME     PIC X(20).
           05                         PIC X(1).
           05 WS-RD-ENTRY-KIND        PIC X(7).
           05                         PIC X(1).
           05 WS-RD-TRAN-CODE         PIC X(2).
           05                         PIC X(1).
           05 WS-RD-ROUTING           PIC X(9).
           05                         PIC X(1).
           05 WS-RD-ACCOUNT           PIC X(8).
           05                         PIC X(1).
           05 WS-RD-AMOUNT            PIC ZZ,ZZ9.99.
           05                         PIC X(1).
           05 WS-RD-TRACE-SEQ         PIC 9(7).
           05                         PIC X(5).
       01 WS-REGISTER-TOTAL-LINE-1.
           05                         PIC X(1).
           05                         PIC X(12) VALUE "ENTRIES .:".
           05 WS-RT-ENTRY-COUNT       PIC ZZZ,ZZ9.
           05                         PIC X(2).
           05                         PIC X(13) VALUE "PRENOTES .:".
           05 WS-RT-PRENOTE-COUNT     PIC ZZZ,ZZ9.
           05                         PIC X(2).
           05                         PIC X(17) VALUE
                    "TOTAL CREDIT .:".
           05 WS-RT-CREDIT-TOTAL      PIC ZZ,ZZZ,ZZ9.99.
           05                         PIC X(6).
       01 WS-REGISTER-TOTAL-LINE-2.
           05                         PIC X(1).
           05                         PIC X(15) VALUE
                    "ENTRY HASH .:".
           05 WS-RT-ENTRY-HASH        PIC 9(10).
           05                         PIC X(2).
           05                         PIC X(11) VALUE "BLOCKS .:".
           05 WS-RT-BLOCK-COUNT       PIC ZZ,ZZ9.
           05                         PIC X(2).
           05                         PIC X(17) VALUE
                    "PAPER CHECKS .:".
           05 WS-RT-PAPER-CHECKS      PIC ZZZ,ZZ9.
           05                         PIC X(9).
       01 WS-REGISTER-BALANCE-LINE-1.
           05                         PIC X(1).
           05                         PIC X(17) VALUE
                    "NET LOADED .:".
           05 WS-RB-NET-LOADED        PIC ZZ,ZZZ,ZZ9.99.
           05                         PIC X(2).
           05                         PIC X(15) VALUE
                    "DEPOSITED .:".
           05 WS-RB-DEPOSITED         PIC ZZ,ZZZ,ZZ9.99.
           05                         PIC X(19).
       01 WS-REGISTER-BALANCE-LINE-2.
           05                         PIC X(1).
           05                         PIC X(17) VALUE
                    "PAPER CHECKS .:".
           05 WS-RB-CHECK-TOTAL       PIC ZZ,ZZZ,ZZ9.99.
           05                         PIC X(2).
           05                         PIC X(15) VALUE
                    "DIFFERENCE .:".
           05 WS-RB-DIFFERENCE        PIC ZZ,ZZZ,ZZ9.99-.
           05                         PIC X(2).
           05 WS-RB-FLAG              PIC X(12).
           05                         PIC X(4).
      ***********************************************************
      * ACHCHECK.DAT PAPER-CHECK LIST LINES.
      ***********************************************************
       01 WS-CHECK-HEADS.
           05                         PIC X(2).
           05                         PIC X(5)  VALUE "EMP #".
           05                         PIC X(2).
           05                         PIC X(20) VALUE "EMPLOYEE NAME".
           05                         PIC X(2).
           05                         PIC X(12) VALUE "     NET PAY".
           05                         PIC X(2).
           05                         PIC X(20) VALUE "REASON".
           05                         PIC X(15).
       01 WS-CHECK-DETAIL-LINE.
           05                         PIC X(2).
           05 WS-CD-EMPLOYEE-NUM      PIC X(5).
           05                         PIC X(2).
           05 WS-CD-EMPLOYEE-NAME     PIC X(20).
           05                         PIC X(2).
           05 WS-CD-NET-PAY           PIC Z,ZZZ,ZZ9.99.
           05                         PIC X(2).
           05 WS-CD-REASON            PIC X(20).
           05                         PIC X(15).
       01 WS-CHECK-TOTAL-LINE.
           05                         PIC X(2).
           05                         PIC X(16) VALUE
                    "CHECKS TO CUT .:".
           05 WS-CT-CHECK-COUNT       PIC ZZZ,ZZ9.
           05                         PIC X(2).
           05                         PIC X(10) VALUE "TOTAL .:".
           05 WS-CT-CHECK-TOTAL       PIC ZZ,ZZZ,ZZ9.99.
           05                         PIC X(30).
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CYCLE-PARM FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-CYCLE-DATE-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME

           EVALUATE TRUE
               WHEN WS-MONTHLY-CYCLE
                   MOVE "M" TO WS-CYCLE-TYPE
               WHEN WS-BIWEEKLY-CYCLE
                   MOVE "B" TO WS-CYCLE-TYPE
               WHEN OTHER
                   DISPLAY "ACHBUILD: CYCLE PARAMETER M OR B "
                           "REQUIRED - NOTHING BUILT"
                   STOP RUN
           END-EVALUATE

           IF WS-CYCLE-DATE-PARM NUMERIC
               MOVE WS-CYCLE-DATE-PARM TO WS-CYCLE-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-CYCLE-DATE
           END-IF

           PERFORM 070-CHECK-PAY-CALENDAR

           PERFORM 050-LOAD-NET-PAY-TABLE

           MOVE "ACHREG"                TO WS-RPT-ID
           MOVE "DIRECT DEPOSIT REGISTER" TO WS-RPT-TITLE
           MOVE WS-RUN-DATE             TO WS-RPT-RUN-DATE
           MOVE WS-REGISTER-HEADS       TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID               TO WS-RE-RPT-ID

           OPEN INPUT  PAYROLL-MASTER
                I-O    BANK-MASTER
                OUTPUT ACH-FILE
                OUTPUT ACH-REGISTER

           PERFORM 080-WRITE-FILE-HEADER

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAYROLL-MASTER
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                   PERFORM 150-EDIT-INPUT-RECORD
                   IF WS-RECORD-IS-VALID
                    AND NOT EMPLOYEE-TERMINATED
                       PERFORM 200-PROCESS-ONE-EMPLOYEE
                   ELSE
                       PERFORM 250-CHECK-NOT-PAYABLE
                   END-IF
             END-READ
           END-PERFORM

           PERFORM 650-HOLD-NOT-ON-MASTER
               VARYING WS-NET-SCAN FROM 1 BY 1
               UNTIL WS-NET-SCAN > WS-NET-COUNT

           IF WS-BATCH-OPEN
               PERFORM 720-WRITE-BATCH-CONTROL
           END-IF
           PERFORM 750-WRITE-FILE-CONTROL
           PERFORM 800-WRITE-REGISTER-TOTALS

           CLOSE PAYROLL-MASTER
                 BANK-MASTER
                 ACH-FILE
                 ACH-REGISTER

           PERFORM 850-PRINT-PAPER-CHECK-LIST

           DISPLAY "ACHBUILD: " WS-DEPOSIT-ENTRIES " DEPOSIT AND "
                   WS-PRENOTE-ENTRIES " PRENOTE ENTRIES FOR CYCLE "
                   WS-CYCLE-DATE ", " WS-PAPER-CHECKS
                   " PAPER CHECK(S)"
           IF WS-NOT-PAYABLE-ROWS > ZERO
               DISPLAY "ACHBUILD: " WS-NOT-PAYABLE-ROWS
                       " NETPAY.DAT ROW(S) NOT PAYABLE ON THE MASTER"
                       " - LISTED ON ACHCHECK.DAT"
           END-IF
           IF WS-BALANCE-DIFFERENCE NOT = ZERO
               DISPLAY "ACHBUILD: REGISTER OUT OF BALANCE WITH "
                       "NETPAY.DAT - SEE ACHREG.DAT"
           END-IF
           STOP RUN.

      ***********************************************************
      * LOAD THE NET PAY YTDUPDT POSTED FOR THE CYCLE BEING PAID
      * FROM NETPAY.DAT.  ONLY ROWS FOR THIS CYCLE DATE ARE
      * LOADED, AND A CYCLE WITH NO ROWS HAS NOT BEEN POSTED YET
      * (OR NETPAY.DAT HAS SINCE BEEN OVERWRITTEN BY A LATER
      * CYCLE) - PAYING IT WOULD DEPOSIT NOTHING, SO IT IS
      * REFUSED.  AN EMPLOYEE WHO DID NOT FIT THE TABLE WOULD GO
      * UNPAID, SO THAT IS REFUSED AS WELL.  THE NET LOADED IS
      * TOTALLED FOR THE REGISTER BALANCE, AND EACH ROW IS MARKED
      * WHEN THE MASTER PASS PAYS IT.
      ***********************************************************
       050-LOAD-NET-PAY-TABLE.
           OPEN INPUT NET-PAY-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ NET-PAY-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF NET-CYCLE-DATE NOT = WS-CYCLE-DATE
                    ADD 1 TO WS-NET-OTHER-CYCLES
                 ELSE
                   IF WS-NET-COUNT < 500
                      ADD 1 TO WS-NET-COUNT
                      MOVE NET-EMPLOYEE-NUM
                        TO WS-NPT-EMPLOYEE-NUM (WS-NET-COUNT)
                      MOVE NET-PAY-AMOUNT
                        TO WS-NPT-NET-PAY (WS-NET-COUNT)
                      MOVE "N"
                        TO WS-NPT-MATCHED-SW (WS-NET-COUNT)
                      ADD NET-PAY-AMOUNT TO WS-NET-LOADED-TOTAL
                   ELSE
                      ADD 1 TO WS-NET-ROWS-SKIPPED
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE NET-PAY-FILE
           MOVE "YES" TO WS-MORE-DATA

           IF WS-NET-COUNT = ZERO
               DISPLAY "ACHBUILD: NO NETPAY.DAT ROWS FOR CYCLE "
                       WS-CYCLE-DATE " - RUN YTDUPDT FOR THE CYCLE "
                       "FIRST - NOTHING BUILT"
               STOP RUN
           END-IF

           IF WS-NET-ROWS-SKIPPED > ZERO
               DISPLAY "ACHBUILD: " WS-NET-ROWS-SKIPPED
                       " NETPAY.DAT ROW(S) DID NOT FIT THE TABLE"
                       " - NOTHING BUILT"
               STOP RUN
           END-IF

           IF WS-NET-OTHER-CYCLES > ZERO
               DISPLAY "ACHBUILD: " WS-NET-OTHER-CYCLES
                       " NETPAY.DAT ROW(S) FOR OTHER CYCLES IGNORED"
           END-IF.

      ***********************************************************
      * THE CYCLE BEING PAID MUST BE ON THE PAYCAL.DAT CALENDAR
      * WITH THE RIGHT CYCLE TYPE - A DATE THAT IS NOT IS
      * PROBABLY MISKEYED, AND WOULD GO TO THE BANK AS THE
      * SETTLEMENT DATE OF EVERY DEPOSIT.
      ***********************************************************
       070-CHECK-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAY-CALENDAR
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  IF PCAL-CYCLE-DATE = WS-CYCLE-DATE
                   AND PCAL-CYCLE-TYPE = WS-CYCLE-TYPE
                      MOVE "Y" TO WS-CYCLE-ON-CALENDAR-SW
                  END-IF
             END-READ
           END-PERFORM

           CLOSE PAY-CALENDAR
           MOVE "YES" TO WS-MORE-DATA

           IF NOT WS-CYCLE-ON-CALENDAR
               DISPLAY "ACHBUILD: CYCLE " WS-CYCLE-DATE " TYPE "
                       WS-CYCLE-TYPE " NOT ON PAYCAL.DAT - "
                       "NOTHING BUILT"
               STOP RUN
           END-IF.

      ***********************************************************
      * THE NACHA FILE HEADER.  CREATION DATE AND TIME ARE THE
      * RUN'S; THE REFERENCE CODE CARRIES THE CYCLE DATE.
      ***********************************************************
       080-WRITE-FILE-HEADER.
           MOVE WS-ORG-DEST-ROUTING   TO WS-FH-DEST-ROUTING
           MOVE WS-ORG-COMPANY-ID     TO WS-FH-ORIGIN-ID
           MOVE WS-RUN-DATE (3:6)     TO WS-FH-CREATE-DATE
           MOVE WS-TIME-NOW (1:4)     TO WS-FH-CREATE-TIME
           MOVE WS-ORG-DEST-NAME      TO WS-FH-DEST-NAME
           MOVE WS-ORG-ORIGIN-NAME    TO WS-FH-ORIGIN-NAME
           MOVE WS-CYCLE-DATE         TO WS-FH-REFERENCE

           WRITE ACH-RECORD FROM WS-ACH-FILE-HEADER
           ADD 1 TO WS-ACH-RECORD-COUNT.

      ***********************************************************
      * APPLY THE SAME FIELD EDITS ASSIGNMENT1 USES.
      ***********************************************************
       150-EDIT-INPUT-RECORD.
           COPY EDITCHK.

      ***********************************************************
      * ONE EMPLOYEE.  THE PRENOTE CYCLE IS ABOUT THE ACCOUNT, NOT
      * THE PAY, SO A DUE PRENOTE GOES OUT EVEN FOR SOMEONE NOT
      * PAID THIS CYCLE.  THEN, IF THERE IS PAY: A LIVE ACCOUNT
      * GETS THE DEPOSIT, AND ANYONE ELSE - INCLUDING AN EMPLOYEE
      * WHOSE BANKMAST.DAT RECORD COULD NOT BE READ - GOES ON THE
      * PAPER-CHECK LIST.  A PRENOTE SENT ON AN EARLIER CYCLE HAS
      * HAD ITS CHANCE TO BOUNCE, SO THAT ACCOUNT GOES LIVE NOW;
      * ONE SENT FOR THIS SAME CYCLE (A RERUN) IS SENT AGAIN AND
      * STILL PAYS BY CHECK.
      ***********************************************************
       200-PROCESS-ONE-EMPLOYEE.
           PERFORM 300-LOOKUP-NET-PAY
           IF WS-PAID-THIS-CYCLE
               ADD 1 TO WS-EMPLOYEES-PAID
           END-IF
           MOVE EMPLOYEE-NUM-IN  TO WS-CHECK-EMPLOYEE-NUM
           MOVE EMPLOYEE-NAME-IN TO WS-CHECK-EMPLOYEE-NAME

           MOVE EMPLOYEE-NUM-IN TO BNK-EMPLOYEE-NUM
           READ BANK-MASTER
             INVALID KEY
                CONTINUE
           END-READ

           IF NOT WS-BANK-READ-OK
               IF WS-PAID-THIS-CYCLE
                   IF WS-BANK-NOT-FOUND
                       MOVE "NO ACCOUNT ON FILE" TO WS-CHECK-REASON
                   ELSE
                       MOVE "BANK FILE READ ERROR" TO WS-CHECK-REASON
                   END-IF
                   PERFORM 600-HOLD-PAPER-CHECK
               END-IF
           ELSE
               IF BNK-PRENOTE-SENT
                AND BNK-PRENOTE-DATE < WS-CYCLE-DATE
                   MOVE "L" TO BNK-PRENOTE-STATUS
                   REWRITE BANK-RECORD
                   ADD 1 TO WS-ACCOUNTS-MADE-LIVE
               END-IF
               IF BNK-ACCOUNT-LIVE
                   IF WS-PAID-THIS-CYCLE
                    AND WS-NET-PAY > ZERO
                       PERFORM 400-WRITE-DEPOSIT-ENTRIES
                   END-IF
               ELSE
                   PERFORM 500-WRITE-PRENOTE-ENTRIES
                   IF WS-PAID-THIS-CYCLE
                       MOVE "PRENOTE IN PROGRESS" TO WS-CHECK-REASON
                       PERFORM 600-HOLD-PAPER-CHECK
                   END-IF
               END-IF
           END-IF.

      ***********************************************************
      * AN EMPLOYEE THE MASTER NO LONGER LETS US PAY - TERMINATED
      * OR FAILING THE EDITS SINCE YTDUPDT POSTED THE CYCLE.  A
      * NET ALREADY POSTED FOR THEM IS NOT DEPOSITED BUT GOES ON
      * THE PAPER-CHECK LIST FOR PAYROLL TO DECIDE.
      ***********************************************************
       250-CHECK-NOT-PAYABLE.
           PERFORM 300-LOOKUP-NET-PAY
           IF WS-PAID-THIS-CYCLE
               ADD 1 TO WS-NOT-PAYABLE-ROWS
               MOVE EMPLOYEE-NUM-IN  TO WS-CHECK-EMPLOYEE-NUM
               MOVE EMPLOYEE-NAME-IN TO WS-CHECK-EMPLOYEE-NAME
               IF EMPLOYEE-TERMINATED
                   MOVE "TERMINATED ON MASTER" TO WS-CHECK-REASON
               ELSE
                   MOVE "FAILS MASTER EDITS"   TO WS-CHECK-REASON
               END-IF
               PERFORM 600-HOLD-PAPER-CHECK
           END-IF.

      ***********************************************************
      * AN EMPLOYEE IS PAID THIS CYCLE WHEN YTDUPDT POSTED A NET
      * FOR THEM - IT HAS ALREADY LEFT OUT ANYONE ON LEAVE AND ANY
      * HOURLY EMPLOYEE WITHOUT A TIMESHEET.  THE ROW FOUND IS
      * MARKED SO IT IS NOT LISTED AGAIN AS MISSING FROM THE
      * MASTER.
      ***********************************************************
       300-LOOKUP-NET-PAY.
           MOVE "N"  TO WS-PAID-THIS-CYCLE-SW
           MOVE ZERO TO WS-NET-PAY

           SET WS-NET-IDX TO 1
           SEARCH WS-NET-ENTRY
             AT END
                 MOVE "N" TO WS-PAID-THIS-CYCLE-SW
             WHEN WS-NPT-EMPLOYEE-NUM (WS-NET-IDX) = EMPLOYEE-NUM-IN
                 MOVE "Y" TO WS-PAID-THIS-CYCLE-SW
                 MOVE WS-NPT-NET-PAY (WS-NET-IDX) TO WS-NET-PAY
                 MOVE "Y" TO WS-NPT-MATCHED-SW (WS-NET-IDX)
           END-SEARCH.

      ***********************************************************
      * DEPOSIT THE NET PAY TO A LIVE ACCOUNT.  WITH A SPLIT ON
      * FILE THE SPLIT ACCOUNT TAKES ITS FLAT AMOUNT FIRST (OR
      * THE WHOLE NET, IF THE NET IS SMALLER) AND THE PRIMARY
      * TAKES WHAT IS LEFT.  TRANSACTION CODE 22 IS A CHECKING
      * CREDIT, 32 A SAVINGS CREDIT.
      ***********************************************************
       400-WRITE-DEPOSIT-ENTRIES.
           MOVE ZERO TO WS-SPLIT-PORTION
           IF BNK-SPLIT-ACCOUNT-NUM NOT = SPACES
            AND BNK-SPLIT-AMOUNT NUMERIC
               IF BNK-SPLIT-AMOUNT-N < WS-NET-PAY
                   MOVE BNK-SPLIT-AMOUNT-N TO WS-SPLIT-PORTION
               ELSE
                   MOVE WS-NET-PAY         TO WS-SPLIT-PORTION
               END-IF
           END-IF
           COMPUTE WS-PRIMARY-PORTION = WS-NET-PAY - WS-SPLIT-PORTION

           IF WS-SPLIT-PORTION > ZERO
               IF BNK-SPLIT-SAVINGS
                   MOVE "32" TO WS-EF-TRAN-CODE
               ELSE
                   MOVE "22" TO WS-EF-TRAN-CODE
               END-IF
               MOVE BNK-SPLIT-ROUTING-NUM TO WS-EF-ROUTING
               MOVE BNK-SPLIT-ACCOUNT-NUM TO WS-EF-ACCOUNT
               MOVE WS-SPLIT-PORTION      TO WS-EF-AMOUNT
               MOVE "SPLIT"               TO WS-EF-KIND
               PERFORM 700-WRITE-ENTRY-DETAIL
               ADD 1 TO WS-DEPOSIT-ENTRIES
           END-IF

           IF WS-PRIMARY-PORTION > ZERO
               IF BNK-SAVINGS
                   MOVE "32" TO WS-EF-TRAN-CODE
               ELSE
                   MOVE "22" TO WS-EF-TRAN-CODE
               END-IF
               MOVE BNK-ROUTING-NUM       TO WS-EF-ROUTING
               MOVE BNK-ACCOUNT-NUM       TO WS-EF-ACCOUNT
               MOVE WS-PRIMARY-PORTION    TO WS-EF-AMOUNT
               MOVE "LIVE"                TO WS-EF-KIND
               PERFORM 700-WRITE-ENTRY-DETAIL
               ADD 1 TO WS-DEPOSIT-ENTRIES
           END-IF.

      ***********************************************************
      * SEND THE ZERO-DOLLAR PRENOTE FOR THE PRIMARY ACCOUNT AND
      * ANY SPLIT ACCOUNT (TRANSACTION CODE 23 CHECKING, 33
      * SAVINGS) AND MARK THE RECORD SENT WITH THE CYCLE DATE.
      ***********************************************************
       500-WRITE-PRENOTE-ENTRIES.
           IF BNK-SAVINGS
               MOVE "33" TO WS-EF-TRAN-CODE
           ELSE
               MOVE "23" TO WS-EF-TRAN-CODE
           END-IF
           MOVE BNK-ROUTING-NUM       TO WS-EF-ROUTING
           MOVE BNK-ACCOUNT-NUM       TO WS-EF-ACCOUNT
           MOVE ZERO                  TO WS-EF-AMOUNT
           MOVE "PRENOTE"             TO WS-EF-KIND
           PERFORM 700-WRITE-ENTRY-DETAIL
           ADD 1 TO WS-PRENOTE-ENTRIES

           IF BNK-SPLIT-ACCOUNT-NUM NOT = SPACES
               IF BNK-SPLIT-SAVINGS
                   MOVE "33" TO WS-EF-TRAN-CODE
               ELSE
                   MOVE "23" TO WS-EF-TRAN-CODE
               END-IF
               MOVE BNK-SPLIT-ROUTING-NUM TO WS-EF-ROUTING
               MOVE BNK-SPLIT-ACCOUNT-NUM TO WS-EF-ACCOUNT
               MOVE ZERO                  TO WS-EF-AMOUNT
               MOVE "PRENOTE"             TO WS-EF-KIND
               PERFORM 700-WRITE-ENTRY-DETAIL
               ADD 1 TO WS-PRENOTE-ENTRIES
           END-IF

           MOVE "S"           TO BNK-PRENOTE-STATUS
           MOVE WS-CYCLE-DATE TO BNK-PRENOTE-DATE
           REWRITE BANK-RECORD.

      ***********************************************************
      * HOLD AN EMPLOYEE FOR THE PAPER-CHECK LIST.
      ***********************************************************
       600-HOLD-PAPER-CHECK.
           ADD 1 TO WS-PAPER-CHECKS
           ADD WS-NET-PAY TO WS-PAPER-CHECK-TOTAL

           IF WS-CHECK-COUNT < 500
               ADD 1 TO WS-CHECK-COUNT
               MOVE WS-CHECK-EMPLOYEE-NUM
                 TO WS-CHK-EMPLOYEE-NUM (WS-CHECK-COUNT)
               MOVE WS-CHECK-EMPLOYEE-NAME
                 TO WS-CHK-EMPLOYEE-NAME (WS-CHECK-COUNT)
               MOVE WS-NET-PAY
                 TO WS-CHK-NET-PAY (WS-CHECK-COUNT)
               MOVE WS-CHECK-REASON
                 TO WS-CHK-REASON (WS-CHECK-COUNT)
           ELSE
               DISPLAY "ACHBUILD: PAPER-CHECK LIST OVER 500 - "
                       "NOT LISTED: " WS-CHECK-EMPLOYEE-NUM " "
                       WS-CHECK-REASON
           END-IF.

      ***********************************************************
      * AFTER THE MASTER PASS, A NETPAY.DAT ROW NEVER MATCHED IS
      * FOR AN EMPLOYEE NO LONGER ON CH0402.DAT.  THE NET WAS
      * POSTED, SO IT GOES ON THE PAPER-CHECK LIST RATHER THAN
      * DISAPPEARING.
      ***********************************************************
       650-HOLD-NOT-ON-MASTER.
           IF NOT WS-NPT-MATCHED (WS-NET-SCAN)
               ADD 1 TO WS-NOT-PAYABLE-ROWS
               MOVE WS-NPT-EMPLOYEE-NUM (WS-NET-SCAN)
                 TO WS-CHECK-EMPLOYEE-NUM
               MOVE SPACES          TO WS-CHECK-EMPLOYEE-NAME
               MOVE WS-NPT-NET-PAY (WS-NET-SCAN) TO WS-NET-PAY
               MOVE "NOT ON MASTER" TO WS-CHECK-REASON
               PERFORM 600-HOLD-PAPER-CHECK
           END-IF.

      ***********************************************************
      * WRITE ONE ENTRY DETAIL RECORD AND ITS REGISTER LINE.  THE
      * BATCH HEADER GOES OUT AHEAD OF THE FIRST ENTRY, SO A
      * CYCLE WITH NOTHING TO SEND HAS NO EMPTY BATCH.  THE ENTRY
      * HASH IS THE SUM OF THE EIGHT-DIGIT RDFI IDENTIFICATIONS;
      * ONLY ITS LOW-ORDER TEN DIGITS ARE CARRIED ON THE CONTROL
      * RECORDS, AS THE NACHA RULES REQUIRE.
      ***********************************************************
       700-WRITE-ENTRY-DETAIL.
           IF NOT WS-BATCH-OPEN
               PERFORM 710-WRITE-BATCH-HEADER
           END-IF

           ADD 1 TO WS-ACH-ENTRY-COUNT
           ADD WS-EF-RDFI-ID TO WS-ACH-ENTRY-HASH
           ADD WS-EF-AMOUNT  TO WS-ACH-CREDIT-TOTAL

           MOVE WS-EF-TRAN-CODE       TO WS-ED-TRAN-CODE
           MOVE WS-EF-RDFI-ID         TO WS-ED-RDFI-ID
           MOVE WS-EF-CHECK-DIGIT     TO WS-ED-CHECK-DIGIT
           MOVE WS-EF-ACCOUNT         TO WS-ED-ACCOUNT
           MOVE WS-EF-AMOUNT          TO WS-ED-AMOUNT
           MOVE EMPLOYEE-NUM-IN       TO WS-ED-INDIVIDUAL-ID
           MOVE EMPLOYEE-NAME-IN      TO WS-ED-INDIVIDUAL-NAME
           MOVE WS-ORG-ODFI-ID        TO WS-ED-TRACE-ODFI
           MOVE WS-ACH-ENTRY-COUNT    TO WS-ED-TRACE-SEQ

           WRITE ACH-RECORD FROM WS-ACH-ENTRY-DETAIL
           ADD 1 TO WS-ACH-RECORD-COUNT

           MOVE SPACES                TO WS-REGISTER-DETAIL-LINE
           MOVE EMPLOYEE-NUM-IN       TO WS-RD-EMPLOYEE-NUM
           MOVE EMPLOYEE-NAME-IN      TO WS-RD-EMPLOYEE-NAME
           MOVE WS-EF-KIND            TO WS-RD-ENTRY-KIND
           MOVE WS-EF-TRAN-CODE       TO WS-RD-TRAN-CODE
           MOVE WS-EF-ROUTING         TO WS-RD-ROUTING
           PERFORM 730-MASK-ACCOUNT-NUMBER
           MOVE WS-EF-AMOUNT          TO WS-RD-AMOUNT
           MOVE WS-ACH-ENTRY-COUNT    TO WS-RD-TRACE-SEQ

           PERFORM 900-PAGE-CHECK
           WRITE ACH-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

       710-WRITE-BATCH-HEADER.
           MOVE WS-ORG-COMPANY-NAME   TO WS-BH-COMPANY-NAME
           MOVE WS-ORG-COMPANY-ID     TO WS-BH-COMPANY-ID
           MOVE WS-CYCLE-DATE (3:6)   TO WS-BH-DESCRIPTIVE-DATE
           MOVE WS-CYCLE-DATE (3:6)   TO WS-BH-EFFECTIVE-DATE
           MOVE WS-ORG-ODFI-ID        TO WS-BH-ODFI-ID
           MOVE 1                     TO WS-BH-BATCH-NUM

           WRITE ACH-RECORD FROM WS-ACH-BATCH-HEADER
           ADD 1 TO WS-ACH-RECORD-COUNT
           ADD 1 TO WS-ACH-BATCH-COUNT
           MOVE "Y" TO WS-BATCH-OPEN-SW.

       720-WRITE-BATCH-CONTROL.
           MOVE WS-ACH-ENTRY-COUNT    TO WS-BC-ENTRY-COUNT
           MOVE WS-ACH-ENTRY-HASH     TO WS-BC-ENTRY-HASH
           MOVE ZERO                  TO WS-BC-DEBIT-TOTAL
           MOVE WS-ACH-CREDIT-TOTAL   TO WS-BC-CREDIT-TOTAL
           MOVE WS-ORG-COMPANY-ID     TO WS-BC-COMPANY-ID
           MOVE WS-ORG-ODFI-ID        TO WS-BC-ODFI-ID
           MOVE 1                     TO WS-BC-BATCH-NUM

           WRITE ACH-RECORD FROM WS-ACH-BATCH-CONTROL
           ADD 1 TO WS-ACH-RECORD-COUNT.

      ***********************************************************
      * THE REGISTER SHOWS ONLY THE LAST FOUR CHARACTERS OF THE
      * ACCOUNT NUMBER.
      ***********************************************************
       730-MASK-ACCOUNT-NUMBER.
           MOVE "****"   TO WS-RD-ACCOUNT
           MOVE ZERO     TO WS-ACCOUNT-LENGTH
           INSPECT WS-EF-ACCOUNT TALLYING WS-ACCOUNT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACCOUNT-LENGTH >= 4
               MOVE WS-EF-ACCOUNT (WS-ACCOUNT-LENGTH - 3:4)
                 TO WS-RD-ACCOUNT (5:4)
           END-IF.

      ***********************************************************
      * THE FILE CONTROL RECORD, THEN 9-FILL RECORDS OUT TO THE
      * END OF THE LAST BLOCK OF TEN.
      ***********************************************************
       750-WRITE-FILE-CONTROL.
           ADD 1 TO WS-ACH-RECORD-COUNT
           DIVIDE WS-ACH-RECORD-COUNT BY 10
               GIVING WS-ACH-BLOCK-COUNT
               REMAINDER WS-ACH-BLOCK-REMAINDER
           IF WS-ACH-BLOCK-REMAINDER > ZERO
               ADD 1 TO WS-ACH-BLOCK-COUNT
               COMPUTE WS-ACH-FILL-COUNT = 10 - WS-ACH-BLOCK-REMAINDER
           END-IF

           MOVE WS-ACH-BATCH-COUNT    TO WS-FC-BATCH-COUNT
           MOVE WS-ACH-BLOCK-COUNT    TO WS-FC-BLOCK-COUNT
           MOVE WS-ACH-ENTRY-COUNT    TO WS-FC-ENTRY-COUNT
           MOVE WS-ACH-ENTRY-HASH     TO WS-FC-ENTRY-HASH
           MOVE ZERO                  TO WS-FC-DEBIT-TOTAL
           MOVE WS-ACH-CREDIT-TOTAL   TO WS-FC-CREDIT-TOTAL

           WRITE ACH-RECORD FROM WS-ACH-FILE-CONTROL

           PERFORM 760-WRITE-BLOCK-FILL WS-ACH-FILL-COUNT TIMES.

       760-WRITE-BLOCK-FILL.
           WRITE ACH-RECORD FROM WS-ACH-BLOCK-FILL.

      ***********************************************************
      * THE REGISTER'S CONTROL TOTALS - THE SAME FIGURES THE
      * FILE CONTROL RECORD CARRIES - THEN THE BALANCE BACK TO
      * NETPAY.DAT: EVERY NET LOADED MUST HAVE GONE OUT EITHER AS
      * A DEPOSIT (PRENOTES CARRY NO MONEY, SO THE CREDIT TOTAL IS
      * THE DEPOSITS) OR ON THE PAPER-CHECK LIST.  A DIFFERENCE IS
      * FLAGGED.  LAST, THE END-OF-REPORT LINE.
      ***********************************************************
       800-WRITE-REGISTER-TOTALS.
           MOVE WS-ACH-ENTRY-COUNT    TO WS-RT-ENTRY-COUNT
           MOVE WS-PRENOTE-ENTRIES    TO WS-RT-PRENOTE-COUNT
           MOVE WS-ACH-CREDIT-TOTAL   TO WS-RT-CREDIT-TOTAL
           MOVE WS-ACH-ENTRY-HASH     TO WS-RT-ENTRY-HASH
           MOVE WS-ACH-BLOCK-COUNT    TO WS-RT-BLOCK-COUNT
           MOVE WS-PAPER-CHECKS       TO WS-RT-PAPER-CHECKS

           PERFORM 900-PAGE-CHECK
           WRITE ACH-REGISTER-LINE FROM WS-RPT-BLANK-LINE
           PERFORM 900-PAGE-CHECK
           WRITE ACH-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-1
           PERFORM 900-PAGE-CHECK
           WRITE ACH-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-2

           COMPUTE WS-BALANCE-DIFFERENCE = WS-NET-LOADED-TOTAL
                                         - WS-ACH-CREDIT-TOTAL
                                         - WS-PAPER-CHECK-TOTAL
           MOVE WS-NET-LOADED-TOTAL   TO WS-RB-NET-LOADED
           MOVE WS-ACH-CREDIT-TOTAL   TO WS-RB-DEPOSITED
           MOVE WS-PAPER-CHECK-TOTAL  TO WS-RB-CHECK-TOTAL
           MOVE WS-BALANCE-DIFFERENCE TO WS-RB-DIFFERENCE
           IF WS-BALANCE-DIFFERENCE = ZERO
               MOVE "IN BALANCE"  TO WS-RB-FLAG
           ELSE
               MOVE "*OUT OF BAL" TO WS-RB-FLAG
           END-IF

           PERFORM 900-PAGE-CHECK
           WRITE ACH-REGISTER-LINE FROM WS-RPT-BLANK-LINE
           PERFORM 900-PAGE-CHECK
           WRITE ACH-REGISTER-LINE FROM WS-REGISTER-BALANCE-LINE-1
           PERFORM 900-PAGE-CHECK
           WRITE ACH-REGISTER-LINE FROM WS-REGISTER-BALANCE-LINE-2

           PERFORM 900-PAGE-CHECK
           WRITE ACH-REGISTER-LINE FROM WS-RPT-END-LINE.

      ***********************************************************
      * PRINT THE PAPER-CHECK LIST FROM THE HELD TABLE.  THE
      * SHARED REPORT CONTROLS ARE RESET SO THE LIST STARTS AT
      * PAGE 1 UNDER ITS OWN HEADING.
      ***********************************************************
       850-PRINT-PAPER-CHECK-LIST.
           MOVE "ACHCHECK"              TO WS-RPT-ID
           MOVE "PAY BY PAPER CHECK"    TO WS-RPT-TITLE
           MOVE WS-CHECK-HEADS          TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID               TO WS-RE-RPT-ID
           MOVE ZERO                    TO WS-RPT-PAGE-NUM
           MOVE ZERO                    TO WS-RPT-LINE-COUNT

           OPEN OUTPUT PAPER-CHECK-LIST

           PERFORM 860-PRINT-ONE-PAPER-CHECK
               VARYING WS-CHECK-SCAN FROM 1 BY 1
               UNTIL WS-CHECK-SCAN > WS-CHECK-COUNT

           MOVE WS-PAPER-CHECKS       TO WS-CT-CHECK-COUNT
           MOVE WS-PAPER-CHECK-TOTAL  TO WS-CT-CHECK-TOTAL

           PERFORM 950-CHECK-PAGE-CHECK
           WRITE PAPER-CHECK-LINE FROM WS-CHECK-TOTAL-LINE

           PERFORM 950-CHECK-PAGE-CHECK
           WRITE PAPER-CHECK-LINE FROM WS-RPT-END-LINE

           CLOSE PAPER-CHECK-LIST.

       860-PRINT-ONE-PAPER-CHECK.
           MOVE SPACES TO WS-CHECK-DETAIL-LINE
           MOVE WS-CHK-EMPLOYEE-NUM (WS-CHECK-SCAN)
             TO WS-CD-EMPLOYEE-NUM
           MOVE WS-CHK-EMPLOYEE-NAME (WS-CHECK-SCAN)
             TO WS-CD-EMPLOYEE-NAME
           MOVE WS-CHK-NET-PAY (WS-CHECK-SCAN)
             TO WS-CD-NET-PAY
           MOVE WS-CHK-REASON (WS-CHECK-SCAN)
             TO WS-CD-REASON

           PERFORM 950-CHECK-PAGE-CHECK
           WRITE PAPER-CHECK-LINE FROM WS-CHECK-DETAIL-LINE.

      ***********************************************************
      * THE SHARED PAGE-CONTROL LOGIC, PERFORMED BEFORE EVERY
      * LINE WRITTEN TO ACHREG.DAT.
      ***********************************************************
       900-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==ACH-REGISTER-LINE==.

      ***********************************************************
      * THE SAME, FOR EVERY LINE WRITTEN TO ACHCHECK.DAT.
      ***********************************************************
       950-CHECK-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==PAPER-CHECK-LINE==.
