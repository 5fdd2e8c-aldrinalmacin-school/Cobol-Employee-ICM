      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: OFF-CYCLE PAYMENT RUN FOR A ONE-TIME BONUS, A
      *          COMMISSION, A MANUAL CHECK OR A CORRECTION CHECK
      *          BETWEEN SCHEDULED CYCLES, SO THOSE ARE NO LONGER
      *          CUT OUTSIDE THE SYSTEM AND PATCHED INTO YTDMAST.DAT
      *          AND THE LEDGER AFTERWARDS.  EACH OFFCYCLE.TRN
      *          TRANSACTION, KEYED ON EMPLOYEE NUMBER, CARRIES A
      *          PAYMENT TYPE AND AN AMOUNT.  THE EMPLOYEE'S
      *          CH0402.DAT RECORD MUST PASS THE SAME FIELD EDITS
      *          ASSIGNMENT1 USES (EDITCHK.CPY); THE PAYMENT IS
      *          WITHHELD AT THE TAX YEAR'S SUPPLEMENTAL RATE
      *          (WHCALC, ENTRY WHSUPPL) AND ADDED INTO THE
      *          EMPLOYEE'S YTDMAST.DAT GROSS AND WITHHOLDING - AN
      *          OFF-CYCLE PAYMENT IS NOT A PAY PERIOD, SO
      *          YTD-PERIODS-PAID IS LEFT ALONE.  THE RUN IS
      *          REGISTERED ON PAYCAL.DAT AS ITS OWN POSTED TYPE O
      *          ENTRY SO PAYCALCK SHOWS IT, BUILDS ITS OWN
      *          BALANCED GLPOST.DAT BATCH BY TERRITORY/OFFICE COST
      *          CENTER AND REGISTERS IT ON GLBATREG.DAT, STATUS T,
      *          THE WAY GLEXTR DOES, SO GLACKLD'S ACKNOWLEDGMENT
      *          MATCHING COVERS IT.  REJECTS GO TO OFFEXCPT.DAT
      *          WITH A REASON; THE OFFREG.DAT OFF-CYCLE REGISTER
      *          LISTS EVERY PAYMENT WITH CONTROL TOTALS.
      *          PARAMETER 1 IS THE PAYMENT DATE (YYYYMMDD, DEFAULT
      *          THE RUN DATE).  ITS YEAR IS THE TAX YEAR.  THE
      *          CALENDAR AND THE GL REGISTER ARE BOTH KEYED ON
      *          DATE, SO A DATE THAT IS ALREADY A REGULAR CYCLE
      *          OR AN EARLIER OFF-CYCLE RUN IS REFUSED.
      *          OFFCYCLE.TRN IS RETIRED TO OFFCYCLE.OLD AFTER THE
      *          RUN SO IT CANNOT BE PAID TWICE.
      * MODIFICATION HISTORY:
      *   2026-10-15  AJA  ADD EACH PAYMENT'S GROSS AND WITHHOLDING
      *                    INTO THE PAYMENT DATE'S QUARTER ON
      *                    QTDMAST.DAT (NO PERIOD) FOR THE QTRWAGE
      *                    QUARTERLY WAGE AND TAX REPORT.
      *   2026-10-15  AJA  PAYCAL.DAT RECORD IS NOW 32
      *                    CHARACTERS - CLOSED FLAG AND DATE ADDED
      *                    FOR THE CYCCLOSE PAY-CYCLE CLOSE, AND
      *                    CARRIED THROUGH WHEN THE CALENDAR IS
      *                    REWRITTEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFFCYCLE-TRANSACTIONS
             ASSIGN TO "OFFCYCLE.TRN"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMPLOYEE-NUM-IN
             FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL YTD-MASTER
             ASSIGN TO "YTDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS YTD-EMPLOYEE-NUM
             FILE STATUS IS WS-YTD-STATUS.

           SELECT OPTIONAL QTD-MASTER
             ASSIGN TO "QTDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS QTD-KEY
             FILE STATUS IS WS-QTD-STATUS.

           SELECT OPTIONAL PAY-CALENDAR
             ASSIGN TO "PAYCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-REWRITE
             ASSIGN TO "PAYCAL.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
             ASSIGN TO "OCSORTWK.DAT".

           SELECT GL-POSTING-FILE
             ASSIGN TO "GLPOST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-BATCH-REGISTER
             ASSIGN TO "GLBATREG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REWRITE
             ASSIGN TO "GLBATREG.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFFCYCLE-EXCEPTION
             ASSIGN TO "OFFEXCPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFFCYCLE-REGISTER
             ASSIGN TO "OFFREG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      * OFFCYCLE.TRN - ONE PAYMENT PER RECORD.  THE AMOUNT CARRIES
      * TWO IMPLIED DECIMALS (000150000 = $1,500.00).  THE
      * REFERENCE IS FREE TEXT FOR THE PAYROLL CLERK (CHECK
      * NUMBER, APPROVAL, REASON) AND IS NOT EDITED.
      ***********************************************************
       FD OFFCYCLE-TRANSACTIONS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 40 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 OFFCYCLE-TRANSACTION-IN.
        05 OFT-EMPLOYEE-NUM        PIC X(5).
        05                         PIC X(1).
        05 OFT-PAYMENT-TYPE        PIC X(1).
           88 OFT-BONUS                      VALUE "B".
           88 OFT-COMMISSION                 VALUE "C".
           88 OFT-MANUAL-CHECK               VALUE "M".
           88 OFT-CORRECTION                 VALUE "R".
           88 OFT-VALID-TYPE                 VALUE "B" "C" "M" "R".
        05                         PIC X(1).
        05 OFT-AMOUNT              PIC X(9).
        05 OFT-AMOUNT-N REDEFINES OFT-AMOUNT
                                   PIC 9(7)V99.
        05                         PIC X(1).
        05 OFT-REFERENCE           PIC X(20).
        05                         PIC X(2).

       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

       FD YTD-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 50 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY YTDMASTR.

       FD QTD-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 150 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY QTDMASTR.

       FD PAY-CALENDAR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 32 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY PAYCALR.

       FD CALENDAR-REWRITE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 32 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 CALENDAR-REWRITE-REC    PIC X(32).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
        05 SR-TERRITORY-NUM       PIC XX.
        05 SR-OFFICE-NUM          PIC XX.
        05 SR-PAYMENT-AMOUNT      PIC 9(7)V99.

       FD GL-POSTING-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 40 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 GL-POSTING-RECORD       PIC X(40).

       FD GL-BATCH-REGISTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 41 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY GLBATRG.

       FD REGISTER-REWRITE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 41 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 REGISTER-REWRITE-REC    PIC X(41).

       FD OFFCYCLE-EXCEPTION
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 81 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 OFFCYCLE-EXCEPTION-OUT.
        05 OFX-RECORD-IMAGE        PIC X(40).
        05                         PIC X(1).
        05 OFX-REASON              PIC X(40).

       FD OFFCYCLE-REGISTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 OFFCYCLE-REGISTER-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)   VALUE "YES".
       01 WS-MORE-SORT-DATA       PIC X(3)   VALUE "YES".
       01 WS-FIRST-RECORD-SW      PIC X(1)   VALUE "Y".
           88 WS-FIRST-RECORD    VALUE "Y" WHEN SET TO FALSE IS "N".
           COPY EDITCHKW.
           COPY RPTFMTW.
       01 WS-MASTER-STATUS        PIC XX.
           88 WS-MASTER-READ-OK              VALUE "00".
           88 WS-MASTER-NOT-FOUND            VALUE "23".
       01 WS-YTD-STATUS           PIC XX.
           88 WS-YTD-READ-OK                 VALUE "00".
           88 WS-YTD-NOT-FOUND               VALUE "23".
       01 WS-QTD-STATUS           PIC XX.
           88 WS-QTD-READ-OK                 VALUE "00".
           88 WS-QTD-NOT-FOUND               VALUE "23".
       01 WS-PAY-DATE-PARM        PIC X(8)   VALUE SPACES.
       01 WS-PAY-DATE.
           05 WS-PAY-YEAR         PIC 9(4).
           05 WS-PAY-MONTH        PIC 99.
           05                     PIC XX.
       01 WS-PAY-QUARTER          PIC 9      VALUE ZERO.
       01 WS-RUN-DATE             PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-TABLE.
           05 WS-CYCLE-COUNT      PIC 9(4)   COMP VALUE ZERO.
           05 WS-CYCLE-ENTRY OCCURS 1 TO 80 TIMES
                             DEPENDING ON WS-CYCLE-COUNT
                             INDEXED BY WS-PCAL-IDX.
               10 WS-PCAL-DATE        PIC X(8).
               10 WS-PCAL-TYPE        PIC X(1).
               10 WS-PCAL-FLAG        PIC X(1).
               10 WS-PCAL-POSTED-DATE PIC X(8).
               10 WS-PCAL-CLOSED-FLAG PIC X(1).
               10 WS-PCAL-CLOSED-DATE PIC X(8).
       01 WS-CYCLE-SCAN           PIC 9(4)   COMP VALUE ZERO.
       01 WS-CYCLE-ROWS-SKIPPED   PIC 9(4)   COMP VALUE ZERO.
       01 WS-DATE-ON-CALENDAR-SW  PIC X(1)   VALUE "N".
           88 WS-DATE-ON-CALENDAR            VALUE "Y".
       01 WS-DATE-ON-REGISTER-SW  PIC X(1)   VALUE "N".
           88 WS-DATE-ON-REGISTER            VALUE "Y".
       01 WS-OFF-ROW-WRITTEN-SW   PIC X(1)   VALUE "N".
           88 WS-OFF-ROW-WRITTEN             VALUE "Y".
       01 WS-CAL-FILE-NAMES.
           05 WS-CAL-OLD-NAME     PIC X(20)  VALUE "PAYCAL.DAT".
           05 WS-CAL-NEW-NAME     PIC X(20)  VALUE "PAYCAL.TMP".
       01 WS-CAL-RENAME-STATUS    PIC S9(9)  COMP-5 VALUE ZERO.
       01 WS-REG-FILE-NAMES.
           05 WS-REG-OLD-NAME     PIC X(20)  VALUE "GLBATREG.DAT".
           05 WS-REG-NEW-NAME     PIC X(20)  VALUE "GLBATREG.TMP".
       01 WS-REG-RENAME-STATUS    PIC S9(9)  COMP-5 VALUE ZERO.
       01 WS-RETIRE-CONTROLS.
           05 WS-RETIRE-FROM      PIC X(20) VALUE "OFFCYCLE.TRN".
           05 WS-RETIRE-TO        PIC X(20) VALUE "OFFCYCLE.OLD".
           05 WS-RETIRE-STATUS    PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-PAYMENT-AMOUNTS.
           05 WS-PAYMENT-AMOUNT   PIC 9(7)V99 VALUE ZERO.
           05 WS-PAYMENT-WITHHOLD PIC 9(7)V99 VALUE ZERO.
           05 WS-PAYMENT-NET      PIC 9(7)V99 VALUE ZERO.
       01 WS-PAYMENT-TYPE-DESC    PIC X(12)  VALUE SPACES.
       01 WS-RUN-TOTALS.
           05 WS-TRANS-READ       PIC 9(7)   COMP VALUE ZERO.
           05 WS-PAYMENTS-MADE    PIC 9(7)   COMP VALUE ZERO.
           05 WS-TRANS-REJECTED   PIC 9(7)   COMP VALUE ZERO.
           05 WS-RECORDS-ADDED    PIC 9(7)   COMP VALUE ZERO.
           05 WS-TOTAL-GROSS      PIC 9(9)V99 COMP VALUE ZERO.
           05 WS-TOTAL-WITHHOLD   PIC 9(9)V99 COMP VALUE ZERO.
           05 WS-TOTAL-NET        PIC 9(9)V99 COMP VALUE ZERO.
       01 WS-TYPE-TOTALS.
           05 WS-TYPE-TOTAL OCCURS 4 TIMES.
               10 WS-TYPE-COUNT   PIC 9(7)   COMP.
               10 WS-TYPE-GROSS   PIC 9(9)V99 COMP.
       01 WS-TYPE-SUB             PIC 9(4)   COMP VALUE ZERO.
       01 WS-TYPE-NAMES.
           05                     PIC X(12)  VALUE "BONUS".
           05                     PIC X(12)  VALUE "COMMISSION".
           05                     PIC X(12)  VALUE "MANUAL CHECK".
           05                     PIC X(12)  VALUE "CORRECTION".
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-NAME        PIC X(12)  OCCURS 4 TIMES.
       01 WS-BREAK-CONTROLS.
           05 WS-PRIOR-TERRITORY-NUM  PIC XX  VALUE SPACES.
           05 WS-PRIOR-OFFICE-NUM     PIC XX  VALUE SPACES.
       01 WS-CENTER-GROSS-TOTAL   PIC 9(9)V99 COMP VALUE ZERO.
       01 WS-BATCH-CONTROLS.
           05 WS-POSTING-COUNT    PIC 9(7)   COMP VALUE ZERO.
           05 WS-HASH-TOTAL       PIC 9(13)  COMP VALUE ZERO.
           05 WS-DEBIT-TOTAL      PIC 9(11)V99 COMP VALUE ZERO.
           05 WS-CREDIT-TOTAL     PIC 9(11)V99 COMP VALUE ZERO.
       01 WS-POSTING-LINE.
           05 WS-PL-RECORD-TYPE       PIC X(1).
           05                         PIC X(1).
           05 WS-PL-COST-CENTER       PIC X(4).
           05                         PIC X(1).
           05 WS-PL-ACCOUNT           PIC X(6).
           05                         PIC X(1).
           05 WS-PL-AMOUNT            PIC 9(9)V99.
           05                         PIC X(15).
       01 WS-TRAILER-LINE.
           05                         PIC X(1)  VALUE "T".
           05                         PIC X(1).
           05 WS-TR-POSTING-COUNT     PIC 9(7).
           05                         PIC X(1).
           05 WS-TR-HASH-TOTAL        PIC 9(13).
           05                         PIC X(1).
           05 WS-TR-CYCLE-DATE        PIC X(8).
           05                         PIC X(8).
       01 WS-REGISTER-HEADS.
           05                     PIC X(6)   VALUE "EMP#".
           05                     PIC X(21)  VALUE "NAME".
           05                     PIC X(13)  VALUE "TYPE".
           05                     PIC X(13)  VALUE "        GROSS".
           05                     PIC X(13)  VALUE "  WITHHOLDING".
           05                     PIC X(13)  VALUE "      NET PAY".
           05                     PIC X(1).
       01 WS-REGISTER-PAY-LINE.
           05 WS-RP-EMPLOYEE-NUM  PIC X(5).
           05                     PIC X(1).
           05 WS-RP-EMPLOYEE-NAME PIC X(20).
           05                     PIC X(1).
           05 WS-RP-PAYMENT-TYPE  PIC X(12).
           05                     PIC X(1).
           05 WS-RP-GROSS         PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-RP-WITHHOLD      PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-RP-NET           PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(2).
       01 WS-REGISTER-TOTAL-LINE-1.
           05                     PIC X(20)  VALUE
                    "TRANSACTIONS READ .:".
           05 WS-RT-READ          PIC ZZZ,ZZ9.
           05                     PIC X(3).
           05                     PIC X(7)   VALUE "PAID .:".
           05 WS-RT-PAID          PIC ZZZ,ZZ9.
           05                     PIC X(3).
           05                     PIC X(11)  VALUE "REJECTED .:".
           05 WS-RT-REJECTED      PIC ZZZ,ZZ9.
           05                     PIC X(15).
       01 WS-REGISTER-TYPE-LINE.
           05                     PIC X(2).
           05 WS-RY-TYPE-NAME     PIC X(12).
           05                     PIC X(2).
           05 WS-RY-COUNT         PIC ZZZ,ZZ9.
           05                     PIC X(9)   VALUE " PAYMENTS".
           05                     PIC X(3).
           05 WS-RY-GROSS         PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(32).
       01 WS-REGISTER-TOTAL-LINE-2.
           05                     PIC X(16)  VALUE "GROSS".
           05 WS-RT-GROSS         PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(4).
           05                     PIC X(16)  VALUE "WITHHOLDING".
           05 WS-RT-WITHHOLD      PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(18).
       01 WS-REGISTER-TOTAL-LINE-3.
           05                     PIC X(16)  VALUE "NET PAY".
           05 WS-RT-NET           PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(51).
       01 WS-REGISTER-TOTAL-LINE-4.
           05                     PIC X(16)  VALUE "GL POSTINGS".
           05 WS-RT-POSTINGS      PIC ZZZ,ZZ9.
           05                     PIC X(10).
           05                     PIC X(12)  VALUE "HASH TOTAL".
           05 WS-RT-HASH          PIC 9(13).
           05                     PIC X(22).
       01 WS-REGISTER-DATE-LINE.
           05                     PIC X(16)  VALUE "PAYMENT DATE".
           05 WS-RT-PAY-DATE      PIC X(8).
           05                     PIC X(56).
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PAY-DATE-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF WS-PAY-DATE-PARM NUMERIC
               MOVE WS-PAY-DATE-PARM TO WS-PAY-DATE
           ELSE
               MOVE WS-RUN-DATE      TO WS-PAY-DATE
           END-IF

           COMPUTE WS-PAY-QUARTER = (WS-PAY-MONTH + 2) / 3

           PERFORM 070-CHECK-PAY-CALENDAR
           PERFORM 080-CHECK-BATCH-REGISTER

           INITIALIZE WS-TYPE-TOTALS

           MOVE "OFFREG"                TO WS-RPT-ID
           MOVE "OFF-CYCLE PAYMENT REGISTER" TO WS-RPT-TITLE
           MOVE WS-RUN-DATE             TO WS-RPT-RUN-DATE
           MOVE WS-REGISTER-HEADS       TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID               TO WS-RE-RPT-ID

           OPEN OUTPUT OFFCYCLE-REGISTER

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-TERRITORY-NUM SR-OFFICE-NUM
               INPUT PROCEDURE  IS 200-PROCESS-TRANSACTIONS
               OUTPUT PROCEDURE IS 500-PRODUCE-POSTING-FILE

           PERFORM 700-PRINT-REGISTER-TOTALS

           CLOSE OFFCYCLE-REGISTER

           IF WS-PAYMENTS-MADE > ZERO
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   DISPLAY "OFFCYCLE: DEBITS AND CREDITS OUT OF "
                           "BALANCE - DO NOT TRANSMIT GLPOST.DAT"
               ELSE
                   PERFORM 800-REGISTER-TRANSMITTED-BATCH
               END-IF
               PERFORM 900-STAMP-PAY-CALENDAR
           END-IF

           IF WS-TRANS-READ > ZERO
               PERFORM 990-RETIRE-TRANSACTION-FILE
           END-IF

           DISPLAY "OFFCYCLE: " WS-TRANS-READ " TRANSACTIONS READ, "
                   WS-PAYMENTS-MADE " PAID, "
                   WS-TRANS-REJECTED " REJECTED, "
                   WS-RECORDS-ADDED " YTD RECORDS ADDED"
           STOP RUN.

      ***********************************************************
      * LOAD THE PAYCAL.DAT PAY-CYCLE CALENDAR, WHICH IS
      * REWRITTEN AT THE END WITH THIS RUN'S TYPE O ROW ADDED.
      * THE PAYMENT DATE MUST NOT ALREADY BE ON THE CALENDAR - A
      * REGULAR CYCLE ON THAT DATE OWNS THE DATE'S GL BATCH, AND
      * AN OFF-CYCLE ROW MEANS THE RUN HAS ALREADY BEEN MADE.  A
      * CALENDAR TOO BIG FOR THE TABLE COULD NOT BE REWRITTEN
      * WHOLE, SO THE RUN IS REFUSED RATHER THAN LOSE ROWS.
      ***********************************************************
       070-CHECK-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAY-CALENDAR
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF WS-CYCLE-COUNT < 80
                    ADD 1 TO WS-CYCLE-COUNT
                    MOVE PCAL-CYCLE-DATE
                      TO WS-PCAL-DATE (WS-CYCLE-COUNT)
                    MOVE PCAL-CYCLE-TYPE
                      TO WS-PCAL-TYPE (WS-CYCLE-COUNT)
                    MOVE PCAL-POSTED-FLAG
                      TO WS-PCAL-FLAG (WS-CYCLE-COUNT)
                    MOVE PCAL-POSTED-DATE
                      TO WS-PCAL-POSTED-DATE (WS-CYCLE-COUNT)
                    MOVE PCAL-CLOSED-FLAG
                      TO WS-PCAL-CLOSED-FLAG (WS-CYCLE-COUNT)
                    MOVE PCAL-CLOSED-DATE
                      TO WS-PCAL-CLOSED-DATE (WS-CYCLE-COUNT)
                    IF PCAL-CYCLE-DATE = WS-PAY-DATE
                        MOVE "Y" TO WS-DATE-ON-CALENDAR-SW
                    END-IF
                 ELSE
                    ADD 1 TO WS-CYCLE-ROWS-SKIPPED
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PAY-CALENDAR
           MOVE "YES" TO WS-MORE-DATA

           IF WS-CYCLE-ROWS-SKIPPED > ZERO
               DISPLAY "OFFCYCLE: PAYCAL.DAT HAS NO ROOM FOR AN "
                       "OFF-CYCLE ENTRY - NOTHING PAID"
               STOP RUN
           END-IF

           IF WS-DATE-ON-CALENDAR
               DISPLAY "OFFCYCLE: " WS-PAY-DATE " IS ALREADY ON "
                       "PAYCAL.DAT - PICK ANOTHER PAYMENT DATE - "
                       "NOTHING PAID"
               STOP RUN
           END-IF.

      ***********************************************************
      * THE GL REGISTER IS KEYED ON DATE TOO.  A BATCH ALREADY
      * REGISTERED FOR THE PAYMENT DATE WOULD BE REPLACED BY THIS
      * ONE, SO THE RUN IS REFUSED.
      ***********************************************************
       080-CHECK-BATCH-REGISTER.
           OPEN INPUT GL-BATCH-REGISTER

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ GL-BATCH-REGISTER
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  IF GBR-CYCLE-DATE = WS-PAY-DATE
                      MOVE "Y" TO WS-DATE-ON-REGISTER-SW
                  END-IF
             END-READ
           END-PERFORM

           CLOSE GL-BATCH-REGISTER
           MOVE "YES" TO WS-MORE-DATA

           IF WS-DATE-ON-REGISTER
               DISPLAY "OFFCYCLE: A GL BATCH FOR " WS-PAY-DATE
                       " IS ALREADY ON GLBATREG.DAT - NOTHING PAID"
               STOP RUN
           END-IF.

      ***********************************************************
      * READ THE OFF-CYCLE TRANSACTIONS, PAY EACH GOOD ONE, AND
      * RELEASE ONE SORT RECORD PER PAYMENT FOR THE GL BATCH.
      ***********************************************************
       200-PROCESS-TRANSACTIONS.
           OPEN INPUT  OFFCYCLE-TRANSACTIONS
                INPUT  PAYROLL-MASTER
                I-O    YTD-MASTER
                I-O    QTD-MASTER
                OUTPUT OFFCYCLE-EXCEPTION

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ OFFCYCLE-TRANSACTIONS
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  ADD 1 TO WS-TRANS-READ
                  PERFORM 210-APPLY-ONE-PAYMENT
             END-READ
           END-PERFORM

           CLOSE OFFCYCLE-TRANSACTIONS
                 PAYROLL-MASTER
                 YTD-MASTER
                 QTD-MASTER
                 OFFCYCLE-EXCEPTION.

      ***********************************************************
      * EDIT ONE TRANSACTION.  THE PAYMENT TYPE AND AMOUNT ARE
      * CHECKED FIRST, THEN THE EMPLOYEE MUST BE ON CH0402.DAT
      * AND PASS THE SAME FIELD EDITS ASSIGNMENT1 APPLIES.  A
      * TERMINATED EMPLOYEE MAY STILL BE PAID - A FINAL
      * COMMISSION OR A CORRECTION OFTEN FOLLOWS THE LAST CYCLE.
      ***********************************************************
       210-APPLY-ONE-PAYMENT.
           EVALUATE TRUE
               WHEN NOT OFT-VALID-TYPE
                   MOVE "INVALID PAYMENT TYPE" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
               WHEN OFT-AMOUNT NOT NUMERIC
                   MOVE "INVALID PAYMENT AMOUNT" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
               WHEN OFT-AMOUNT-N = ZERO
                   MOVE "INVALID PAYMENT AMOUNT" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM 220-CHECK-EMPLOYEE
           END-EVALUATE.

       220-CHECK-EMPLOYEE.
           MOVE OFT-EMPLOYEE-NUM TO EMPLOYEE-NUM-IN
           READ PAYROLL-MASTER
             INVALID KEY
                CONTINUE
           END-READ

           IF WS-MASTER-NOT-FOUND
               MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               PERFORM 150-EDIT-INPUT-RECORD
               IF WS-RECORD-IS-VALID
                   PERFORM 250-POST-PAYMENT
               ELSE
                   PERFORM 400-REJECT-TRANSACTION
               END-IF
           END-IF.

      ***********************************************************
      * APPLY THE SAME FIELD EDITS ASSIGNMENT1 USES SO A RECORD
      * REJECTED THERE IS NOT PAID HERE EITHER.
      ***********************************************************
       150-EDIT-INPUT-RECORD.
           COPY EDITCHK.

      ***********************************************************
      * PAY ONE TRANSACTION: WITHHOLD AT THE SUPPLEMENTAL RATE,
      * ADD GROSS AND WITHHOLDING INTO THE YTD RECORD (CREATING
      * IT, OR STARTING THE TOTALS OVER FOR A NEW YEAR, THE WAY
      * YTDUPDT DOES), PRINT THE REGISTER LINE AND RELEASE THE
      * GL SORT RECORD.  A YTD RECORD ALREADY INTO A LATER YEAR
      * THAN THE PAYMENT CANNOT TAKE IT, SO THAT PAYMENT IS
      * REJECTED.
      ***********************************************************
       250-POST-PAYMENT.
           MOVE EMPLOYEE-NUM-IN TO YTD-EMPLOYEE-NUM
           READ YTD-MASTER
             INVALID KEY
                 CONTINUE
           END-READ

           IF WS-YTD-READ-OK
            AND YTD-YEAR > WS-PAY-YEAR
               MOVE "YTDMAST.DAT ALREADY IN A LATER YEAR"
                 TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               MOVE OFT-AMOUNT-N TO WS-PAYMENT-AMOUNT
               CALL "WHSUPPL" USING WS-PAYMENT-AMOUNT
                                    WS-PAY-YEAR
                                    WS-PAYMENT-WITHHOLD
               COMPUTE WS-PAYMENT-NET =
                       WS-PAYMENT-AMOUNT - WS-PAYMENT-WITHHOLD

               PERFORM 300-UPDATE-YTD-RECORD
               PERFORM 320-UPDATE-QTD-RECORD
               PERFORM 350-PRINT-PAY-LINE

               MOVE TERRITORY-NUM-IN  TO SR-TERRITORY-NUM
               MOVE OFFICE-NUM-IN     TO SR-OFFICE-NUM
               MOVE WS-PAYMENT-AMOUNT TO SR-PAYMENT-AMOUNT
               RELEASE SORT-RECORD

               ADD 1                   TO WS-PAYMENTS-MADE
               ADD WS-PAYMENT-AMOUNT   TO WS-TOTAL-GROSS
               ADD WS-PAYMENT-WITHHOLD TO WS-TOTAL-WITHHOLD
               ADD WS-PAYMENT-NET      TO WS-TOTAL-NET
               ADD 1                   TO WS-TYPE-COUNT (WS-TYPE-SUB)
               ADD WS-PAYMENT-AMOUNT   TO WS-TYPE-GROSS (WS-TYPE-SUB)
           END-IF.

      ***********************************************************
      * ADD THE PAYMENT INTO THE EMPLOYEE'S YTD RECORD.  AN
      * OFF-CYCLE PAYMENT IS NOT A PAY PERIOD, SO A NEW RECORD
      * STARTS WITH NO PERIODS PAID AND AN EXISTING ONE KEEPS
      * ITS COUNT.  SPACES IN YTD-DEDUCTION-AMOUNT ARE ZERO.
      ***********************************************************
       300-UPDATE-YTD-RECORD.
           IF WS-YTD-NOT-FOUND
               MOVE SPACES              TO YTD-RECORD
               MOVE EMPLOYEE-NUM-IN     TO YTD-EMPLOYEE-NUM
               MOVE WS-PAY-YEAR         TO YTD-YEAR
               MOVE WS-PAYMENT-AMOUNT   TO YTD-GROSS-AMOUNT
               MOVE WS-PAYMENT-WITHHOLD TO YTD-WITHHOLDING-AMOUNT
               MOVE ZERO                TO YTD-PERIODS-PAID
               MOVE ZERO                TO YTD-DEDUCTION-AMOUNT
               WRITE YTD-RECORD
               ADD 1 TO WS-RECORDS-ADDED
           ELSE
               IF YTD-YEAR NOT = WS-PAY-YEAR
                   MOVE WS-PAY-YEAR     TO YTD-YEAR
                   MOVE ZERO            TO YTD-GROSS-AMOUNT
                   MOVE ZERO            TO YTD-WITHHOLDING-AMOUNT
                   MOVE ZERO            TO YTD-PERIODS-PAID
                   MOVE ZERO            TO YTD-DEDUCTION-AMOUNT
               END-IF
               IF YTD-DEDUCTION-AMOUNT NOT NUMERIC
                   MOVE ZERO            TO YTD-DEDUCTION-AMOUNT
               END-IF
               ADD WS-PAYMENT-AMOUNT    TO YTD-GROSS-AMOUNT
               ADD WS-PAYMENT-WITHHOLD  TO YTD-WITHHOLDING-AMOUNT
               REWRITE YTD-RECORD
           END-IF.

      ***********************************************************
      * ADD THE PAYMENT INTO THE PAYMENT DATE'S QUARTER ON THE
      * EMPLOYEE'S QTDMAST RECORD FOR THE TAX YEAR, THE SAME WAY
      * YTDUPDT POSTS A CYCLE, BUT WITHOUT A PAID PERIOD.
      ***********************************************************
       320-UPDATE-QTD-RECORD.
           MOVE EMPLOYEE-NUM-IN   TO QTD-EMPLOYEE-NUM
           MOVE WS-PAY-YEAR       TO QTD-YEAR
           READ QTD-MASTER
             INVALID KEY
                 CONTINUE
           END-READ

           IF WS-QTD-NOT-FOUND
               MOVE SPACES            TO QTD-RECORD
               MOVE EMPLOYEE-NUM-IN   TO QTD-EMPLOYEE-NUM
               MOVE WS-PAY-YEAR       TO QTD-YEAR
               MOVE ZERO              TO QTD-GROSS-AMOUNT (1)
                                         QTD-WITHHOLDING-AMOUNT (1)
                                         QTD-PERIODS-PAID (1)
                                         QTD-GROSS-AMOUNT (2)
                                         QTD-WITHHOLDING-AMOUNT (2)
                                         QTD-PERIODS-PAID (2)
                                         QTD-GROSS-AMOUNT (3)
                                         QTD-WITHHOLDING-AMOUNT (3)
                                         QTD-PERIODS-PAID (3)
                                         QTD-GROSS-AMOUNT (4)
                                         QTD-WITHHOLDING-AMOUNT (4)
                                         QTD-PERIODS-PAID (4)
           END-IF

           MOVE EMPLOYEE-NAME-IN   TO QTD-EMPLOYEE-NAME
           MOVE SOCIAL-SEC-NUM-IN  TO QTD-SOCIAL-SEC-NUM
           MOVE LOCATION-CODE      TO QTD-LOCATION-CODE
           ADD WS-PAYMENT-AMOUNT
             TO QTD-GROSS-AMOUNT (WS-PAY-QUARTER)
           ADD WS-PAYMENT-WITHHOLD
             TO QTD-WITHHOLDING-AMOUNT (WS-PAY-QUARTER)

           IF WS-QTD-NOT-FOUND
               WRITE QTD-RECORD
           ELSE
               REWRITE QTD-RECORD
           END-IF.

      ***********************************************************
      * ONE REGISTER LINE PER PAYMENT, WITH THE PAYMENT TYPE
      * SPELLED OUT.
      ***********************************************************
       350-PRINT-PAY-LINE.
           EVALUATE TRUE
               WHEN OFT-BONUS
                   MOVE 1 TO WS-TYPE-SUB
               WHEN OFT-COMMISSION
                   MOVE 2 TO WS-TYPE-SUB
               WHEN OFT-MANUAL-CHECK
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE

           MOVE SPACES              TO WS-REGISTER-PAY-LINE
           MOVE EMPLOYEE-NUM-IN     TO WS-RP-EMPLOYEE-NUM
           MOVE EMPLOYEE-NAME-IN    TO WS-RP-EMPLOYEE-NAME
           MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WS-RP-PAYMENT-TYPE
           MOVE WS-PAYMENT-AMOUNT   TO WS-RP-GROSS
           MOVE WS-PAYMENT-WITHHOLD TO WS-RP-WITHHOLD
           MOVE WS-PAYMENT-NET      TO WS-RP-NET

           PERFORM 450-PAGE-CHECK
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-PAY-LINE.

      ***********************************************************
      * WRITE A REJECTED TRANSACTION, WITH ITS REASON, TO
      * OFFEXCPT.DAT SO IT CAN BE CORRECTED AND RESUBMITTED ON A
      * LATER OFF-CYCLE RUN.
      ***********************************************************
       400-REJECT-TRANSACTION.
           MOVE SPACES                  TO OFFCYCLE-EXCEPTION-OUT
           MOVE OFFCYCLE-TRANSACTION-IN TO OFX-RECORD-IMAGE
           MOVE WS-REJECT-REASON        TO OFX-REASON

           WRITE OFFCYCLE-EXCEPTION-OUT

           ADD 1                        TO WS-TRANS-REJECTED.

      ***********************************************************
      * PAGE CONTROL FOR THE OFFREG.DAT REGISTER VIA THE SHARED
      * REPORT FORMATTING FACILITY.
      ***********************************************************
       450-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==OFFCYCLE-REGISTER-LINE==.

      ***********************************************************
      * RETURN THE PAYMENTS IN TERRITORY/OFFICE SEQUENCE AND
      * WRITE A BALANCED DEBIT/CREDIT PAIR PER COST CENTER AND
      * THE BATCH TRAILER, EXACTLY AS GLEXTR BUILDS A CYCLE'S
      * BATCH.  A RUN THAT PAID NOTHING BUILDS NO BATCH, SO IT
      * CANNOT OVERLAY A CYCLE'S GLPOST.DAT WITH AN EMPTY ONE.
      ***********************************************************
       500-PRODUCE-POSTING-FILE.
           IF WS-PAYMENTS-MADE > ZERO
               OPEN OUTPUT GL-POSTING-FILE

               PERFORM UNTIL WS-MORE-SORT-DATA = "NO"
                 RETURN SORT-WORK-FILE
                   AT END
                      MOVE "NO" TO WS-MORE-SORT-DATA
                   NOT AT END
                      PERFORM 510-PROCESS-SORTED-RECORD
                 END-RETURN
               END-PERFORM

               IF NOT WS-FIRST-RECORD
                   PERFORM 520-WRITE-POSTING-PAIR
               END-IF

               PERFORM 560-WRITE-BATCH-TRAILER

               CLOSE GL-POSTING-FILE
           END-IF.

       510-PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD
               MOVE SR-TERRITORY-NUM TO WS-PRIOR-TERRITORY-NUM
               MOVE SR-OFFICE-NUM    TO WS-PRIOR-OFFICE-NUM
               SET WS-FIRST-RECORD TO FALSE
           END-IF

           IF SR-TERRITORY-NUM NOT = WS-PRIOR-TERRITORY-NUM
            OR SR-OFFICE-NUM NOT = WS-PRIOR-OFFICE-NUM
               PERFORM 520-WRITE-POSTING-PAIR
               MOVE SR-TERRITORY-NUM TO WS-PRIOR-TERRITORY-NUM
               MOVE SR-OFFICE-NUM    TO WS-PRIOR-OFFICE-NUM
           END-IF

           ADD SR-PAYMENT-AMOUNT TO WS-CENTER-GROSS-TOTAL.

      ***********************************************************
      * ONE COST CENTER'S POSTINGS: A DEBIT TO ITS SALARY EXPENSE
      * ACCOUNT AND AN EQUAL CREDIT TO THE PAYROLL CLEARING
      * ACCOUNT, THE SAME ACCOUNTS GLEXTR USES.
      ***********************************************************
       520-WRITE-POSTING-PAIR.
           MOVE SPACES                   TO WS-POSTING-LINE
           MOVE "D"                      TO WS-PL-RECORD-TYPE
           MOVE WS-PRIOR-TERRITORY-NUM   TO WS-PL-COST-CENTER (1:2)
           MOVE WS-PRIOR-OFFICE-NUM      TO WS-PL-COST-CENTER (3:2)
           MOVE "611000"                 TO WS-PL-ACCOUNT
           MOVE WS-CENTER-GROSS-TOTAL    TO WS-PL-AMOUNT
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE
           ADD 1                         TO WS-POSTING-COUNT
           ADD WS-CENTER-GROSS-TOTAL     TO WS-DEBIT-TOTAL
           PERFORM 550-ADD-TO-HASH-TOTAL

           MOVE "C"                      TO WS-PL-RECORD-TYPE
           MOVE "211000"                 TO WS-PL-ACCOUNT
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE
           ADD 1                         TO WS-POSTING-COUNT
           ADD WS-CENTER-GROSS-TOTAL     TO WS-CREDIT-TOTAL
           PERFORM 550-ADD-TO-HASH-TOTAL

           MOVE ZERO TO WS-CENTER-GROSS-TOTAL.

      ***********************************************************
      * THE HASH TOTAL IS THE SUM OF EVERY POSTING AMOUNT IN
      * CENTS, CARRIED MODULO ITS THIRTEEN DIGITS, COMPUTED THE
      * SAME WAY GLEXTR AND THE RECEIVER COMPUTE IT.
      ***********************************************************
       550-ADD-TO-HASH-TOTAL.
           COMPUTE WS-HASH-TOTAL =
                   WS-HASH-TOTAL + WS-CENTER-GROSS-TOTAL * 100
               ON SIZE ERROR
                   COMPUTE WS-HASH-TOTAL =
                           WS-HASH-TOTAL - 9999999999999
                         + WS-CENTER-GROSS-TOTAL * 100 - 1
           END-COMPUTE.

      ***********************************************************
      * THE BATCH TRAILER, CARRYING THE PAYMENT DATE IN THE
      * CYCLE-DATE POSITION SO THE GL SYSTEM ECHOES IT BACK IN
      * ITS ACKNOWLEDGMENT.
      ***********************************************************
       560-WRITE-BATCH-TRAILER.
           MOVE WS-POSTING-COUNT TO WS-TR-POSTING-COUNT
           MOVE WS-HASH-TOTAL    TO WS-TR-HASH-TOTAL
           MOVE WS-PAY-DATE      TO WS-TR-CYCLE-DATE

           WRITE GL-POSTING-RECORD FROM WS-TRAILER-LINE.

      ***********************************************************
      * CLOSE THE REGISTER WITH THE RUN'S CONTROL TOTALS - COUNTS,
      * DOLLARS BY PAYMENT TYPE, GROSS / WITHHOLDING / NET, AND
      * THE GL BATCH COUNT AND HASH - AND THE END-OF-REPORT LINE.
      ***********************************************************
       700-PRINT-REGISTER-TOTALS.
           MOVE WS-TRANS-READ        TO WS-RT-READ
           MOVE WS-PAYMENTS-MADE     TO WS-RT-PAID
           MOVE WS-TRANS-REJECTED    TO WS-RT-REJECTED
           MOVE WS-TOTAL-GROSS       TO WS-RT-GROSS
           MOVE WS-TOTAL-WITHHOLD    TO WS-RT-WITHHOLD
           MOVE WS-TOTAL-NET         TO WS-RT-NET
           MOVE WS-POSTING-COUNT     TO WS-RT-POSTINGS
           MOVE WS-HASH-TOTAL        TO WS-RT-HASH
           MOVE WS-PAY-DATE          TO WS-RT-PAY-DATE

           PERFORM 450-PAGE-CHECK
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-RPT-BLANK-LINE
           PERFORM 450-PAGE-CHECK
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-DATE-LINE
           PERFORM 450-PAGE-CHECK
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-1

           PERFORM 750-PRINT-TYPE-TOTAL
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4

           PERFORM 450-PAGE-CHECK
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-2
           PERFORM 450-PAGE-CHECK
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-3
           PERFORM 450-PAGE-CHECK
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-4
           PERFORM 450-PAGE-CHECK
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-RPT-END-LINE.

       750-PRINT-TYPE-TOTAL.
           MOVE WS-TYPE-NAME (WS-TYPE-SUB)  TO WS-RY-TYPE-NAME
           MOVE WS-TYPE-COUNT (WS-TYPE-SUB) TO WS-RY-COUNT
           MOVE WS-TYPE-GROSS (WS-TYPE-SUB) TO WS-RY-GROSS

           PERFORM 450-PAGE-CHECK
           WRITE OFFCYCLE-REGISTER-LINE FROM WS-REGISTER-TYPE-LINE.

      ***********************************************************
      * RECORD THE BALANCED BATCH ON GLBATREG.DAT, STATUS T, SO
      * GLACKLD MATCHES THE GL SYSTEM'S ACKNOWLEDGMENT AGAINST IT
      * AND REPORTS IT IF IT NEVER COMES BACK.  THE REGISTER IS
      * REWRITTEN THROUGH GLBATREG.TMP AND SWAPPED IN THE SAME
      * WAY GLEXTR DOES IT.
      ***********************************************************
       800-REGISTER-TRANSMITTED-BATCH.
           MOVE "YES" TO WS-MORE-DATA

           OPEN INPUT  GL-BATCH-REGISTER
                OUTPUT REGISTER-REWRITE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ GL-BATCH-REGISTER
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  WRITE REGISTER-REWRITE-REC
                    FROM GL-BATCH-REGISTER-RECORD
             END-READ
           END-PERFORM

           MOVE SPACES           TO GL-BATCH-REGISTER-RECORD
           MOVE WS-PAY-DATE      TO GBR-CYCLE-DATE
           MOVE WS-POSTING-COUNT TO GBR-POSTING-COUNT
           MOVE WS-HASH-TOTAL    TO GBR-HASH-TOTAL
           MOVE "T"              TO GBR-STATUS
           MOVE SPACES           TO GBR-ACK-DATE

           WRITE REGISTER-REWRITE-REC
             FROM GL-BATCH-REGISTER-RECORD

           CLOSE GL-BATCH-REGISTER
                 REGISTER-REWRITE
           MOVE "YES" TO WS-MORE-DATA

           CALL "CBL_DELETE_FILE" USING WS-REG-OLD-NAME
               RETURNING WS-REG-RENAME-STATUS
           END-CALL

           CALL "CBL_RENAME_FILE" USING WS-REG-NEW-NAME
                                        WS-REG-OLD-NAME
               RETURNING WS-REG-RENAME-STATUS
           END-CALL

           IF WS-REG-RENAME-STATUS NOT = ZERO
               DISPLAY "OFFCYCLE: SWAP OF " WS-REG-NEW-NAME
                       " OVER " WS-REG-OLD-NAME
                       " FAILED - REGISTER NOT UPDATED FOR "
                       WS-PAY-DATE
           END-IF.

      ***********************************************************
      * ADD THE RUN TO THE CALENDAR AS A TYPE O ROW, ALREADY
      * POSTED AND STAMPED WITH THE RUN DATE, IN DATE ORDER, BY
      * REWRITING PAYCAL.DAT FROM THE TABLE THROUGH PAYCAL.TMP
      * AND SWAPPING IT IN THE SAME WAY YTDUPDT RESTAMPS IT.
      ***********************************************************
       900-STAMP-PAY-CALENDAR.
           OPEN OUTPUT CALENDAR-REWRITE

           PERFORM 950-WRITE-ONE-CALENDAR-ENTRY
               VARYING WS-CYCLE-SCAN FROM 1 BY 1
               UNTIL WS-CYCLE-SCAN > WS-CYCLE-COUNT

           IF NOT WS-OFF-ROW-WRITTEN
               PERFORM 960-WRITE-OFF-CYCLE-ENTRY
           END-IF

           CLOSE CALENDAR-REWRITE

           CALL "CBL_DELETE_FILE" USING WS-CAL-OLD-NAME
               RETURNING WS-CAL-RENAME-STATUS
           END-CALL

           CALL "CBL_RENAME_FILE" USING WS-CAL-NEW-NAME
                                        WS-CAL-OLD-NAME
               RETURNING WS-CAL-RENAME-STATUS
           END-CALL

           IF WS-CAL-RENAME-STATUS NOT = ZERO
               DISPLAY "OFFCYCLE: PAYCAL.DAT COULD NOT BE "
                       "REWRITTEN - ADD OFF-CYCLE " WS-PAY-DATE
                       " BY HAND"
           END-IF.

       950-WRITE-ONE-CALENDAR-ENTRY.
           IF NOT WS-OFF-ROW-WRITTEN
            AND WS-PCAL-DATE (WS-CYCLE-SCAN) > WS-PAY-DATE
               PERFORM 960-WRITE-OFF-CYCLE-ENTRY
           END-IF

           MOVE SPACES                        TO PAY-CALENDAR-RECORD
           MOVE WS-PCAL-DATE (WS-CYCLE-SCAN)  TO PCAL-CYCLE-DATE
           MOVE WS-PCAL-TYPE (WS-CYCLE-SCAN)  TO PCAL-CYCLE-TYPE
           MOVE WS-PCAL-FLAG (WS-CYCLE-SCAN)  TO PCAL-POSTED-FLAG
           MOVE WS-PCAL-POSTED-DATE (WS-CYCLE-SCAN)
             TO PCAL-POSTED-DATE
           MOVE WS-PCAL-CLOSED-FLAG (WS-CYCLE-SCAN)
             TO PCAL-CLOSED-FLAG
           MOVE WS-PCAL-CLOSED-DATE (WS-CYCLE-SCAN)
             TO PCAL-CLOSED-DATE

           WRITE CALENDAR-REWRITE-REC FROM PAY-CALENDAR-RECORD.

       960-WRITE-OFF-CYCLE-ENTRY.
           MOVE SPACES       TO PAY-CALENDAR-RECORD
           MOVE WS-PAY-DATE  TO PCAL-CYCLE-DATE
           MOVE "O"          TO PCAL-CYCLE-TYPE
           MOVE "P"          TO PCAL-POSTED-FLAG
           MOVE WS-RUN-DATE  TO PCAL-POSTED-DATE

           WRITE CALENDAR-REWRITE-REC FROM PAY-CALENDAR-RECORD

           MOVE "Y" TO WS-OFF-ROW-WRITTEN-SW.

      ***********************************************************
      * RETIRE THE PROCESSED TRANSACTION FILE TO OFFCYCLE.OLD,
      * THE SAME WAY EMPMAINT RETIRES EMPMAINT.TRN, SO THE SAME
      * PAYMENTS CANNOT BE MADE AGAIN BY A SECOND RUN.
      ***********************************************************
       990-RETIRE-TRANSACTION-FILE.
           CALL "CBL_DELETE_FILE" USING WS-RETIRE-TO
               RETURNING WS-RETIRE-STATUS
           END-CALL

           CALL "CBL_RENAME_FILE" USING WS-RETIRE-FROM
                                        WS-RETIRE-TO
               RETURNING WS-RETIRE-STATUS
           END-CALL

           IF WS-RETIRE-STATUS NOT = ZERO
               DISPLAY "OFFCYCLE: RETIRE OF " WS-RETIRE-FROM
                       " FAILED - REMOVE IT BEFORE THE NEXT RUN"
           END-IF.
