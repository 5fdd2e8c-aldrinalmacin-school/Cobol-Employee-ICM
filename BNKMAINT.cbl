      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: BATCH MAINTENANCE OF THE INDEXED BANKMAST.DAT
      *          DIRECT-DEPOSIT BANK ACCOUNT MASTER FROM A
      *          TRANSACTION FILE (BNKMAINT.TRN) OF ADD / CHANGE /
      *          DELETE REQUESTS KEYED ON EMPLOYEE NUMBER, IN THE
      *          EMPMAINT MOLD.  EDITS: AN EMPLOYEE WHO IS ON
      *          CH0402.DAT, A NINE-DIGIT ROUTING NUMBER WHOSE ABA
      *          CHECK DIGIT PROVES, AN ACCOUNT NUMBER, A CHECKING
      *          (C) OR SAVINGS (S) ACCOUNT TYPE, AND - WHEN A
      *          SPLIT ACCOUNT IS GIVEN - THE SAME FOR THE SPLIT
      *          PLUS A FLAT SPLIT AMOUNT.  AN ADD, OR A CHANGE
      *          THAT TOUCHES A ROUTING NUMBER, ACCOUNT NUMBER OR
      *          ACCOUNT TYPE, PUTS THE RECORD BACK THROUGH THE
      *          ZERO-DOLLAR PRENOTE CYCLE BEFORE ACHBUILD PAYS IT
      *          LIVE; A CHANGE TO THE SPLIT AMOUNT ALONE DOES NOT.
      *          BAD TRANSACTIONS GO TO BNKEXCPT.DAT WITH A
      *          REASON, AND EVERY APPLIED TRANSACTION WRITES A
      *          BEFORE AND AN AFTER IMAGE TO THE BNKAUDIT.DAT
      *          REGISTER THE WAY EMMAUDIT.DAT DOES FOR CH0402.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKMAINT.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-TRANSACTIONS
             ASSIGN TO "BNKMAINT.TRN"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BANK-MASTER
             ASSIGN TO "BANKMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BNK-EMPLOYEE-NUM
             FILE STATUS IS WS-BANK-STATUS.

           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMPLOYEE-NUM-IN
             FILE STATUS IS WS-MASTER-STATUS.

           SELECT BANK-EXCEPTION
             ASSIGN TO "BNKEXCPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BANK-AUDIT
             ASSIGN TO "BNKAUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD BANK-TRANSACTIONS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 67 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 BANK-TRANSACTION-IN.
        05 BTR-ACTION-CODE     PIC X(1).
           88 BTR-ADD                    VALUE "A".
           88 BTR-CHANGE                 VALUE "C".
           88 BTR-DELETE                 VALUE "D".
        05 BTR-RECORD-IMAGE.
           10 BTR-EMPLOYEE-NUM      PIC X(5).
           10 BTR-PRIMARY-ACCOUNT.
              15 BTR-ROUTING-NUM    PIC X(9).
              15 BTR-ACCOUNT-NUM    PIC X(17).
              15 BTR-ACCOUNT-TYPE   PIC X(1).
           10 BTR-SPLIT-ACCOUNT.
              15 BTR-SPLIT-ROUTING-NUM  PIC X(9).
              15 BTR-SPLIT-ACCOUNT-NUM  PIC X(17).
              15 BTR-SPLIT-ACCOUNT-TYPE PIC X(1).
              15 BTR-SPLIT-AMOUNT       PIC X(7).
              15 BTR-SPLIT-AMOUNT-N REDEFINES BTR-SPLIT-AMOUNT
                                        PIC 9(5)V99.

       FD BANK-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY BANKMSTR.

       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

       FD BANK-EXCEPTION
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 109 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 BANK-EXCEPTION-OUT.
        05 BXC-ACTION-CODE     PIC X(1).
        05                     PIC X(1).
        05 BXC-RECORD-IMAGE    PIC X(66).
        05                     PIC X(1).
        05 BXC-REASON          PIC X(40).

       FD BANK-AUDIT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 99 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 BANK-AUDIT-OUT.
        05 BAU-RUN-DATE        PIC X(8).
        05                     PIC X(1).
        05 BAU-ACTION-CODE     PIC X(1).
        05                     PIC X(1).
        05 BAU-IMAGE-TAG       PIC X(7).
        05                     PIC X(1).
        05 BAU-RECORD-IMAGE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA         PIC X(3)   VALUE "YES".
       01 WS-EDIT-SWITCH       PIC X(1)   VALUE "Y".
           88 WS-TRANS-IS-VALID          VALUE "Y".
           88 WS-TRANS-IS-INVALID        VALUE "N".
       01 WS-REJECT-REASON     PIC X(40)  VALUE SPACES.
       01 WS-BANK-STATUS       PIC XX.
           88 WS-BANK-READ-OK            VALUE "00".
           88 WS-BANK-NOT-FOUND          VALUE "23".
       01 WS-MASTER-STATUS     PIC XX.
           88 WS-MASTER-READ-OK          VALUE "00".
           88 WS-MASTER-NOT-FOUND        VALUE "23".
       01 WS-RUN-DATE          PIC X(8)   VALUE SPACES.
       01 WS-BEFORE-IMAGE      PIC X(80)  VALUE SPACES.
       01 WS-PRIOR-PRENOTE-STATUS PIC X(1) VALUE SPACE.
       01 WS-PRIOR-PRENOTE-DATE   PIC X(8) VALUE SPACES.
       01 WS-ROUTING-CHECK.
           05 WS-ROUTING-TO-CHECK PIC X(9)  VALUE SPACES.
           05 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-TO-CHECK.
               10 WS-ROUTING-DIGIT PIC 9    OCCURS 9 TIMES.
           05 WS-ROUTING-SUM      PIC 9(4)  COMP VALUE ZERO.
           05 WS-ROUTING-QUOTIENT PIC 9(4)  COMP VALUE ZERO.
           05 WS-ROUTING-REMAINDER PIC 9(4) COMP VALUE ZERO.
       01 WS-ROUTING-OK-SW     PIC X(1)   VALUE "N".
           88 WS-ROUTING-OK              VALUE "Y".
       01 WS-MAINT-TOTALS.
           05 WS-TRANS-READ       PIC 9(7)  COMP VALUE ZERO.
           05 WS-TRANS-APPLIED    PIC 9(7)  COMP VALUE ZERO.
           05 WS-TRANS-REJECTED   PIC 9(7)  COMP VALUE ZERO.
           05 WS-PRENOTES-SET     PIC 9(7)  COMP VALUE ZERO.
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN       INPUT  BANK-TRANSACTIONS
                      I-O    BANK-MASTER
                      INPUT  PAYROLL-MASTER
                      OUTPUT BANK-EXCEPTION
                      EXTEND BANK-AUDIT

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ BANK-TRANSACTIONS
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  ADD 1 TO WS-TRANS-READ
                  PERFORM 200-APPLY-TRANSACTION
             END-READ
           END-PERFORM

           CLOSE      BANK-TRANSACTIONS
                      BANK-MASTER
                      PAYROLL-MASTER
                      BANK-EXCEPTION
                      BANK-AUDIT

           DISPLAY "BNKMAINT: " WS-TRANS-READ " TRANSACTIONS READ, "
                   WS-TRANS-APPLIED " APPLIED, "
                   WS-TRANS-REJECTED " REJECTED, "
                   WS-PRENOTES-SET " ACCOUNT(S) SET FOR PRENOTE"
           STOP RUN.

      ***********************************************************
      * ROUTE ONE TRANSACTION BY ITS ACTION CODE.  ADDS AND
      * CHANGES MUST PASS THE FIELD EDITS BEFORE THEY ARE ALLOWED
      * TO TOUCH THE MASTER; A DELETE ONLY NEEDS A VALID EMPLOYEE
      * NUMBER, SINCE THE EMPLOYEE MAY ALREADY BE GONE FROM
      * CH0402.DAT.
      ***********************************************************
       200-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN BTR-ADD
                   PERFORM 300-EDIT-TRANSACTION
                   IF WS-TRANS-IS-VALID
                       PERFORM 500-ADD-BANK-RECORD
                   ELSE
                       PERFORM 400-REJECT-TRANSACTION
                   END-IF
               WHEN BTR-CHANGE
                   PERFORM 300-EDIT-TRANSACTION
                   IF WS-TRANS-IS-VALID
                       PERFORM 600-CHANGE-BANK-RECORD
                   ELSE
                       PERFORM 400-REJECT-TRANSACTION
                   END-IF
               WHEN BTR-DELETE
                   IF BTR-EMPLOYEE-NUM NOT NUMERIC
                       MOVE "INVALID EMPLOYEE NUMBER"
                         TO WS-REJECT-REASON
                       PERFORM 400-REJECT-TRANSACTION
                   ELSE
                       PERFORM 700-DELETE-BANK-RECORD
                   END-IF
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
           END-EVALUATE.

      ***********************************************************
      * VALIDATE AN ADD OR CHANGE.  THE EMPLOYEE MUST BE ON THE
      * PAYROLL MASTER; THE PRIMARY ACCOUNT MUST HAVE A ROUTING
      * NUMBER THAT PROVES, AN ACCOUNT NUMBER AND A C/S TYPE.  A
      * SPLIT ACCOUNT IS OPTIONAL: ALL ITS FIELDS BLANK MEANS
      * NONE, OTHERWISE IT IS EDITED LIKE THE PRIMARY AND MUST
      * CARRY A NON-ZERO SPLIT AMOUNT.  THE FIRST FAILURE FOUND
      * IS THE REASON GIVEN.
      ***********************************************************
       300-EDIT-TRANSACTION.
           SET WS-TRANS-IS-VALID     TO TRUE
           MOVE SPACES                TO WS-REJECT-REASON

           IF BTR-EMPLOYEE-NUM NOT NUMERIC
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
               MOVE BTR-EMPLOYEE-NUM TO EMPLOYEE-NUM-IN
               READ PAYROLL-MASTER
                 INVALID KEY
                    CONTINUE
               END-READ
               IF WS-MASTER-NOT-FOUND
                   SET WS-TRANS-IS-INVALID TO TRUE
                   MOVE "EMPLOYEE NOT ON CH0402.DAT"
                     TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-IS-VALID
               MOVE BTR-ROUTING-NUM TO WS-ROUTING-TO-CHECK
               PERFORM 350-CHECK-ROUTING-NUMBER
               IF NOT WS-ROUTING-OK
                   SET WS-TRANS-IS-INVALID TO TRUE
                   MOVE "INVALID ROUTING NUMBER" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-IS-VALID
             AND BTR-ACCOUNT-NUM = SPACES
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "BLANK ACCOUNT NUMBER" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
             AND NOT (BTR-ACCOUNT-TYPE = "C" OR BTR-ACCOUNT-TYPE = "S")
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "ACCOUNT TYPE MUST BE C OR S" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
             AND BTR-SPLIT-ACCOUNT NOT = SPACES
               PERFORM 320-EDIT-SPLIT-ACCOUNT
           END-IF.

       320-EDIT-SPLIT-ACCOUNT.
           MOVE BTR-SPLIT-ROUTING-NUM TO WS-ROUTING-TO-CHECK
           PERFORM 350-CHECK-ROUTING-NUMBER
           IF NOT WS-ROUTING-OK
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "INVALID SPLIT ROUTING NUMBER" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
             AND BTR-SPLIT-ACCOUNT-NUM = SPACES
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "BLANK SPLIT ACCOUNT NUMBER" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
             AND NOT (BTR-SPLIT-ACCOUNT-TYPE = "C"
                      OR BTR-SPLIT-ACCOUNT-TYPE = "S")
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "SPLIT ACCOUNT TYPE MUST BE C OR S"
                 TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
             AND (BTR-SPLIT-AMOUNT NOT NUMERIC
                  OR BTR-SPLIT-AMOUNT-N = ZERO)
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "INVALID OR ZERO SPLIT AMOUNT" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
             AND BTR-SPLIT-ROUTING-NUM = BTR-ROUTING-NUM
             AND BTR-SPLIT-ACCOUNT-NUM = BTR-ACCOUNT-NUM
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "SPLIT ACCOUNT SAME AS PRIMARY" TO WS-REJECT-REASON
           END-IF.

      ***********************************************************
      * PROVE A ROUTING NUMBER WITH THE ABA CHECK DIGIT: THE
      * DIGITS WEIGHTED 3-7-1 REPEATING MUST SUM TO A MULTIPLE OF
      * TEN.  CATCHES A TRANSPOSED OR MISKEYED DIGIT BEFORE THE
      * BANK REJECTS THE ENTRY.
      ***********************************************************
       350-CHECK-ROUTING-NUMBER.
           MOVE "N" TO WS-ROUTING-OK-SW

           IF WS-ROUTING-TO-CHECK NUMERIC
            AND WS-ROUTING-TO-CHECK NOT = ZEROS
               COMPUTE WS-ROUTING-SUM =
                       3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                          + WS-ROUTING-DIGIT (7))
                     + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                          + WS-ROUTING-DIGIT (8))
                     +     (WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
                          + WS-ROUTING-DIGIT (9))
               DIVIDE WS-ROUTING-SUM BY 10
                   GIVING WS-ROUTING-QUOTIENT
                   REMAINDER WS-ROUTING-REMAINDER
               IF WS-ROUTING-REMAINDER = ZERO
                   MOVE "Y" TO WS-ROUTING-OK-SW
               END-IF
           END-IF.

      ***********************************************************
      * WRITE A REJECTED TRANSACTION, WITH ITS REASON, TO
      * BNKEXCPT.DAT SO IT CAN BE CORRECTED AND RESUBMITTED.
      ***********************************************************
       400-REJECT-TRANSACTION.
           MOVE SPACES                TO BANK-EXCEPTION-OUT
           MOVE BTR-ACTION-CODE       TO BXC-ACTION-CODE
           MOVE BTR-RECORD-IMAGE      TO BXC-RECORD-IMAGE
           MOVE WS-REJECT-REASON      TO BXC-REASON

           WRITE BANK-EXCEPTION-OUT

           ADD 1                      TO WS-TRANS-REJECTED.

      ***********************************************************
      * ADD A NEW BANK RECORD, DUE FOR ITS PRENOTE.  THE KEYED
      * WRITE REJECTS A SECOND RECORD FOR THE SAME EMPLOYEE
      * RATHER THAN OVERLAYING THE ACCOUNT ALREADY ON FILE.
      ***********************************************************
       500-ADD-BANK-RECORD.
           PERFORM 550-STORE-TRANSACTION-IMAGE
           MOVE "P"    TO BNK-PRENOTE-STATUS
           MOVE SPACES TO BNK-PRENOTE-DATE

           WRITE BANK-RECORD
             INVALID KEY
                MOVE "BANK RECORD ALREADY ON FILE" TO WS-REJECT-REASON
                PERFORM 400-REJECT-TRANSACTION
             NOT INVALID KEY
                MOVE SPACES TO WS-BEFORE-IMAGE
                PERFORM 800-WRITE-AUDIT-PAIR
                ADD 1 TO WS-TRANS-APPLIED
                ADD 1 TO WS-PRENOTES-SET
           END-WRITE.

       550-STORE-TRANSACTION-IMAGE.
           MOVE SPACES                 TO BANK-RECORD
           MOVE BTR-EMPLOYEE-NUM       TO BNK-EMPLOYEE-NUM
           MOVE BTR-ROUTING-NUM        TO BNK-ROUTING-NUM
           MOVE BTR-ACCOUNT-NUM        TO BNK-ACCOUNT-NUM
           MOVE BTR-ACCOUNT-TYPE       TO BNK-ACCOUNT-TYPE
           MOVE BTR-SPLIT-ROUTING-NUM  TO BNK-SPLIT-ROUTING-NUM
           MOVE BTR-SPLIT-ACCOUNT-NUM  TO BNK-SPLIT-ACCOUNT-NUM
           MOVE BTR-SPLIT-ACCOUNT-TYPE TO BNK-SPLIT-ACCOUNT-TYPE
           IF BTR-SPLIT-ACCOUNT = SPACES
               MOVE ZERO               TO BNK-SPLIT-AMOUNT-N
           ELSE
               MOVE BTR-SPLIT-AMOUNT-N TO BNK-SPLIT-AMOUNT-N
           END-IF.

      ***********************************************************
      * CHANGE AN EXISTING BANK RECORD.  THE OLD RECORD IS
      * CAPTURED FOR THE AUDIT REGISTER BEFORE THE NEW IMAGE
      * REPLACES IT.  IF EITHER ACCOUNT'S ROUTING NUMBER, ACCOUNT
      * NUMBER OR TYPE CHANGED, THE RECORD GOES BACK THROUGH THE
      * PRENOTE CYCLE; A CHANGE TO THE SPLIT AMOUNT ALONE KEEPS
      * THE PRENOTE STATUS IT HAD.
      ***********************************************************
       600-CHANGE-BANK-RECORD.
           MOVE BTR-EMPLOYEE-NUM TO BNK-EMPLOYEE-NUM
           READ BANK-MASTER
             INVALID KEY
                CONTINUE
           END-READ

           IF WS-BANK-NOT-FOUND
               MOVE "BANK RECORD NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               MOVE BANK-RECORD        TO WS-BEFORE-IMAGE
               MOVE BNK-PRENOTE-STATUS TO WS-PRIOR-PRENOTE-STATUS
               MOVE BNK-PRENOTE-DATE   TO WS-PRIOR-PRENOTE-DATE
               IF BTR-PRIMARY-ACCOUNT = BNK-PRIMARY-ACCOUNT
                AND BTR-SPLIT-ROUTING-NUM = BNK-SPLIT-ROUTING-NUM
                AND BTR-SPLIT-ACCOUNT-NUM = BNK-SPLIT-ACCOUNT-NUM
                AND BTR-SPLIT-ACCOUNT-TYPE = BNK-SPLIT-ACCOUNT-TYPE
                   PERFORM 550-STORE-TRANSACTION-IMAGE
                   MOVE WS-PRIOR-PRENOTE-STATUS TO BNK-PRENOTE-STATUS
                   MOVE WS-PRIOR-PRENOTE-DATE   TO BNK-PRENOTE-DATE
               ELSE
                   PERFORM 550-STORE-TRANSACTION-IMAGE
                   MOVE "P"    TO BNK-PRENOTE-STATUS
                   MOVE SPACES TO BNK-PRENOTE-DATE
                   ADD 1 TO WS-PRENOTES-SET
               END-IF
               REWRITE BANK-RECORD
               PERFORM 800-WRITE-AUDIT-PAIR
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

      ***********************************************************
      * DELETE A BANK RECORD.  THE EMPLOYEE GOES BACK TO A PAPER
      * CHECK FROM THE NEXT CYCLE.  THE OLD RECORD IS CAPTURED
      * FOR THE AUDIT REGISTER BEFORE IT IS REMOVED.
      ***********************************************************
       700-DELETE-BANK-RECORD.
           MOVE BTR-EMPLOYEE-NUM TO BNK-EMPLOYEE-NUM
           READ BANK-MASTER
             INVALID KEY
                CONTINUE
           END-READ

           IF WS-BANK-NOT-FOUND
               MOVE "BANK RECORD NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               MOVE BANK-RECORD TO WS-BEFORE-IMAGE
               DELETE BANK-MASTER
               MOVE SPACES TO BANK-RECORD
               PERFORM 800-WRITE-AUDIT-PAIR
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

      ***********************************************************
      * WRITE THE BEFORE AND AFTER IMAGES OF AN APPLIED
      * TRANSACTION TO BNKAUDIT.DAT, THE SAME CONVENTION AS THE
      * EMMAUDIT.DAT REGISTER: AN ADD HAS NO BEFORE IMAGE AND A
      * DELETE HAS NO AFTER IMAGE, AND THOSE LINES SAY SO.
      ***********************************************************
       800-WRITE-AUDIT-PAIR.
           MOVE SPACES           TO BANK-AUDIT-OUT
           MOVE WS-RUN-DATE      TO BAU-RUN-DATE
           MOVE BTR-ACTION-CODE  TO BAU-ACTION-CODE
           MOVE "BEFORE:"        TO BAU-IMAGE-TAG
           IF BTR-ADD
               MOVE "** NO PRIOR RECORD - NEW ACCOUNT **"
                 TO BAU-RECORD-IMAGE
           ELSE
               MOVE WS-BEFORE-IMAGE TO BAU-RECORD-IMAGE
           END-IF
           WRITE BANK-AUDIT-OUT

           MOVE SPACES           TO BANK-AUDIT-OUT
           MOVE WS-RUN-DATE      TO BAU-RUN-DATE
           MOVE BTR-ACTION-CODE  TO BAU-ACTION-CODE
           MOVE "AFTER :"        TO BAU-IMAGE-TAG
           IF BTR-DELETE
               MOVE "** RECORD DELETED **" TO BAU-RECORD-IMAGE
           ELSE
               MOVE BANK-RECORD         TO BAU-RECORD-IMAGE
           END-IF
           WRITE BANK-AUDIT-OUT.
