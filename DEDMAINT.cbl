      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: BATCH MAINTENANCE OF THE DEDMAST.DAT VOLUNTARY
      *          DEDUCTIONS MASTER FROM A TRANSACTION FILE
      *          (DEDMAINT.TRN) OF ADD / CHANGE / DELETE REQUESTS,
      *          IN THE JCMAINT MOLD.  A ROW IS KEYED BY EMPLOYEE
      *          NUMBER PLUS DEDUCTION CODE.  EDITS: AN EMPLOYEE
      *          WHO IS ON CH0402.DAT, NO DUPLICATE EMPLOYEE/CODE,
      *          A PRIORITY 01-99, A FLAT (F) AMOUNT OR A PERCENT
      *          (P) OF GROSS UP TO 100, A CYCLE (C) OR ANNUAL (A)
      *          LIMIT WITH ITS AMOUNT OR NO LIMIT (SPACE), AND A
      *          NUMERIC OR BLANK GOAL.  A CHANGE REPLACES THE
      *          SET-UP FIELDS ONLY - THE GOAL TAKEN, ARREARS AND
      *          YEAR-TO-DATE BALANCES YTDUPDT CARRIES ARE KEPT.
      *          BAD TRANSACTIONS GO TO DEDEXCPT.DAT WITH A REASON,
      *          EVERY APPLIED ONE WRITES BEFORE/AFTER IMAGES TO
      *          THE DEDAUDIT.DAT REGISTER, AND THE TABLE IS
      *          REWRITTEN THROUGH DEDMAST.TMP AND SWAPPED IN THE
      *          SAME WAY JCMAINT REWRITES JOBCLASS.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMAINT.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DED-TRANSACTIONS
             ASSIGN TO "DEDMAINT.TRN"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEDUCTION-FILE
             ASSIGN TO "DEDMAST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TABLE-REWRITE
             ASSIGN TO "DEDMAST.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMPLOYEE-NUM-IN
             FILE STATUS IS WS-MASTER-STATUS.

           SELECT DED-EXCEPTION
             ASSIGN TO "DEDEXCPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DED-AUDIT
             ASSIGN TO "DEDAUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DED-TRANSACTIONS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 53 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 DED-TRANSACTION-IN.
        05 DTR-ACTION-CODE     PIC X(1).
           88 DTR-ADD                    VALUE "A".
           88 DTR-CHANGE                 VALUE "C".
           88 DTR-DELETE                 VALUE "D".
        05 DTR-RECORD-IMAGE.
           10 DTR-EMPLOYEE-NUM  PIC X(5).
           10 DTR-CODE          PIC XX.
           10 DTR-DESC          PIC X(12).
           10 DTR-PRIORITY      PIC XX.
           10 DTR-PRIORITY-N REDEFINES DTR-PRIORITY
                                PIC 99.
           10 DTR-METHOD        PIC X(1).
           10 DTR-FLAT-AMOUNT   PIC X(7).
           10 DTR-FLAT-AMOUNT-N REDEFINES DTR-FLAT-AMOUNT
                                PIC 9(5)V99.
           10 DTR-PERCENT       PIC X(4).
           10 DTR-PERCENT-N REDEFINES DTR-PERCENT
                                PIC 9(2)V99.
           10 DTR-LIMIT-TYPE    PIC X(1).
           10 DTR-LIMIT-AMOUNT  PIC X(9).
           10 DTR-LIMIT-AMOUNT-N REDEFINES DTR-LIMIT-AMOUNT
                                PIC 9(7)V99.
           10 DTR-GOAL-AMOUNT   PIC X(9).
           10 DTR-GOAL-AMOUNT-N REDEFINES DTR-GOAL-AMOUNT
                                PIC 9(7)V99.

       FD DEDUCTION-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 DEDUCTION-FILE-REC      PIC X(100).

       FD TABLE-REWRITE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 TABLE-REWRITE-REC       PIC X(100).

       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

       FD DED-EXCEPTION
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 95 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 DED-EXCEPTION-OUT.
        05 DXC-ACTION-CODE     PIC X(1).
        05                     PIC X(1).
        05 DXC-RECORD-IMAGE    PIC X(52).
        05                     PIC X(1).
        05 DXC-REASON          PIC X(40).

       FD DED-AUDIT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 DED-AUDIT-OUT.
        05 DAU-RUN-DATE        PIC X(8).
        05                     PIC X(1).
        05 DAU-ACTION-CODE     PIC X(1).
        05                     PIC X(1).
        05 DAU-IMAGE-TAG       PIC X(7).
        05                     PIC X(1).
        05 DAU-RECORD-IMAGE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA         PIC X(3)   VALUE "YES".
       01 WS-EDIT-SWITCH       PIC X(1)   VALUE "Y".
           88 WS-TRANS-IS-VALID          VALUE "Y".
           88 WS-TRANS-IS-INVALID        VALUE "N".
       01 WS-REJECT-REASON     PIC X(40)  VALUE SPACES.
       01 WS-MASTER-STATUS     PIC XX.
           88 WS-MASTER-READ-OK          VALUE "00".
           88 WS-MASTER-NOT-FOUND        VALUE "23".
       01 WS-RUN-DATE          PIC X(8)   VALUE SPACES.
           COPY DEDMASTR.
       01 WS-DEDUCTION-TABLE.
           05 WS-DED-COUNT        PIC 9(4)  COMP VALUE ZERO.
           05 WS-DED-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON WS-DED-COUNT
                           INDEXED BY WS-DML-IDX.
               10 WS-DML-EMPLOYEE-NUM PIC X(5).
               10 WS-DML-CODE         PIC XX.
               10 WS-DML-IMAGE        PIC X(100).
               10 WS-DML-DELETED      PIC X(1).
       01 WS-DED-FOUND-SW      PIC X(1)   VALUE "N".
           88 WS-DED-FOUND               VALUE "Y".
       01 WS-DED-ROWS-SKIPPED  PIC 9(4)   COMP VALUE ZERO.
       01 WS-BEFORE-IMAGE      PIC X(100) VALUE SPACES.
       01 WS-DED-SCAN          PIC 9(4)   COMP VALUE ZERO.
       01 WS-FILE-NAMES.
           05 WS-TABLE-OLD-NAME   PIC X(20) VALUE "DEDMAST.DAT".
           05 WS-TABLE-NEW-NAME   PIC X(20) VALUE "DEDMAST.TMP".
       01 WS-RENAME-STATUS     PIC S9(9)  COMP-5 VALUE ZERO.
       01 WS-MAINT-TOTALS.
           05 WS-TRANS-READ       PIC 9(7)  COMP VALUE ZERO.
           05 WS-TRANS-APPLIED    PIC 9(7)  COMP VALUE ZERO.
           05 WS-TRANS-REJECTED   PIC 9(7)  COMP VALUE ZERO.
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 050-LOAD-DEDUCTION-TABLE

           IF WS-DED-ROWS-SKIPPED > ZERO
               DISPLAY "DEDMAINT: " WS-DED-ROWS-SKIPPED
                       " DEDMAST.DAT ROW(S) DID NOT FIT THE TABLE"
                       " - NOTHING UPDATED"
               STOP RUN
           END-IF

           OPEN       INPUT  DED-TRANSACTIONS
                      INPUT  PAYROLL-MASTER
                      OUTPUT DED-EXCEPTION
                      EXTEND DED-AUDIT

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ DED-TRANSACTIONS
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  ADD 1 TO WS-TRANS-READ
                  PERFORM 200-APPLY-TRANSACTION
             END-READ
           END-PERFORM

           CLOSE      DED-TRANSACTIONS
                      PAYROLL-MASTER
                      DED-EXCEPTION
                      DED-AUDIT

           IF WS-TRANS-APPLIED > ZERO
               PERFORM 700-REWRITE-DEDUCTION-TABLE
           END-IF

           DISPLAY "DEDMAINT: " WS-TRANS-READ " TRANSACTIONS READ, "
                   WS-TRANS-APPLIED " APPLIED, "
                   WS-TRANS-REJECTED " REJECTED"
           STOP RUN.

      ***********************************************************
      * LOAD EVERY DEDMAST.DAT ROW INTO WS-DEDUCTION-TABLE.  THE
      * TABLE IS REWRITTEN WHOLE AT THE END, SO A ROW THAT DID NOT
      * FIT WOULD BE LOST - THE RUN IS REFUSED INSTEAD.
      ***********************************************************
       050-LOAD-DEDUCTION-TABLE.
           OPEN INPUT DEDUCTION-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ DEDUCTION-FILE INTO DEDUCTION-RECORD
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF WS-DED-COUNT < 1000
                    ADD 1 TO WS-DED-COUNT
                    MOVE DED-EMPLOYEE-NUM
                      TO WS-DML-EMPLOYEE-NUM (WS-DED-COUNT)
                    MOVE DED-CODE
                      TO WS-DML-CODE (WS-DED-COUNT)
                    MOVE DEDUCTION-RECORD
                      TO WS-DML-IMAGE (WS-DED-COUNT)
                    MOVE "N"
                      TO WS-DML-DELETED (WS-DED-COUNT)
                 ELSE
                    ADD 1 TO WS-DED-ROWS-SKIPPED
                 END-IF
             END-READ
           END-PERFORM

           CLOSE DEDUCTION-FILE
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * ROUTE ONE TRANSACTION BY ITS ACTION CODE.  ADDS AND
      * CHANGES MUST PASS THE FIELD EDITS FIRST; A DELETE ONLY
      * NEEDS ITS EMPLOYEE AND CODE.
      ***********************************************************
       200-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN DTR-ADD
                   PERFORM 300-EDIT-TRANSACTION
                   IF WS-TRANS-IS-VALID
                       PERFORM 500-ADD-DEDUCTION-ROW
                   ELSE
                       PERFORM 400-REJECT-TRANSACTION
                   END-IF
               WHEN DTR-CHANGE
                   PERFORM 300-EDIT-TRANSACTION
                   IF WS-TRANS-IS-VALID
                       PERFORM 600-CHANGE-DEDUCTION-ROW
                   ELSE
                       PERFORM 400-REJECT-TRANSACTION
                   END-IF
               WHEN DTR-DELETE
                   IF DTR-EMPLOYEE-NUM NOT NUMERIC
                    OR DTR-CODE = SPACES
                       MOVE "INVALID EMPLOYEE OR DEDUCTION CODE"
                         TO WS-REJECT-REASON
                       PERFORM 400-REJECT-TRANSACTION
                   ELSE
                       PERFORM 650-DELETE-DEDUCTION-ROW
                   END-IF
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
           END-EVALUATE.

      ***********************************************************
      * VALIDATE AN ADD OR CHANGE.  THE FIRST FAILURE FOUND IS
      * THE REASON GIVEN.
      ***********************************************************
       300-EDIT-TRANSACTION.
           SET WS-TRANS-IS-VALID     TO TRUE
           MOVE SPACES                TO WS-REJECT-REASON

           IF DTR-EMPLOYEE-NUM NOT NUMERIC
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "INVALID EMPLOYEE NUMBER" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
               MOVE DTR-EMPLOYEE-NUM TO EMPLOYEE-NUM-IN
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
             AND DTR-CODE = SPACES
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "BLANK DEDUCTION CODE" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
             AND (DTR-PRIORITY NOT NUMERIC
                  OR DTR-PRIORITY-N = ZERO)
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "PRIORITY MUST BE 01-99" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
               EVALUATE DTR-METHOD
                   WHEN "F"
                       IF DTR-FLAT-AMOUNT NOT NUMERIC
                        OR DTR-FLAT-AMOUNT-N = ZERO
                           SET WS-TRANS-IS-INVALID TO TRUE
                           MOVE "INVALID OR ZERO FLAT AMOUNT"
                             TO WS-REJECT-REASON
                       END-IF
                   WHEN "P"
                       IF DTR-PERCENT NOT NUMERIC
                        OR DTR-PERCENT-N = ZERO
                           SET WS-TRANS-IS-INVALID TO TRUE
                           MOVE "INVALID OR ZERO PERCENT OF GROSS"
                             TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       SET WS-TRANS-IS-INVALID TO TRUE
                       MOVE "METHOD MUST BE F OR P"
                         TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-TRANS-IS-VALID
               EVALUATE DTR-LIMIT-TYPE
                   WHEN "C"
                   WHEN "A"
                       IF DTR-LIMIT-AMOUNT NOT NUMERIC
                        OR DTR-LIMIT-AMOUNT-N = ZERO
                           SET WS-TRANS-IS-INVALID TO TRUE
                           MOVE "INVALID OR ZERO LIMIT AMOUNT"
                             TO WS-REJECT-REASON
                       END-IF
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       SET WS-TRANS-IS-INVALID TO TRUE
                       MOVE "LIMIT TYPE MUST BE C, A OR BLANK"
                         TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-TRANS-IS-VALID
             AND DTR-GOAL-AMOUNT NOT = SPACES
             AND DTR-GOAL-AMOUNT NOT NUMERIC
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "INVALID GOAL AMOUNT" TO WS-REJECT-REASON
           END-IF.

      ***********************************************************
      * WRITE A REJECTED TRANSACTION, WITH ITS REASON, TO
      * DEDEXCPT.DAT SO IT CAN BE CORRECTED AND RESUBMITTED.
      ***********************************************************
       400-REJECT-TRANSACTION.
           MOVE SPACES                TO DED-EXCEPTION-OUT
           MOVE DTR-ACTION-CODE       TO DXC-ACTION-CODE
           MOVE DTR-RECORD-IMAGE      TO DXC-RECORD-IMAGE
           MOVE WS-REJECT-REASON      TO DXC-REASON

           WRITE DED-EXCEPTION-OUT

           ADD 1                      TO WS-TRANS-REJECTED.

      ***********************************************************
      * LOCATE THE ROW MATCHING THE TRANSACTION'S EMPLOYEE AND
      * CODE, SKIPPING ROWS ALREADY DELETED THIS RUN.
      ***********************************************************
       250-FIND-DEDUCTION-ROW.
           MOVE "N" TO WS-DED-FOUND-SW

           IF WS-DED-COUNT > ZERO
               SET WS-DML-IDX TO 1
               SEARCH WS-DED-ENTRY
                 AT END
                     MOVE "N" TO WS-DED-FOUND-SW
                 WHEN WS-DML-EMPLOYEE-NUM (WS-DML-IDX)
                                        = DTR-EMPLOYEE-NUM
                  AND WS-DML-CODE (WS-DML-IDX) = DTR-CODE
                  AND WS-DML-DELETED (WS-DML-IDX) = "N"
                     MOVE "Y" TO WS-DED-FOUND-SW
               END-SEARCH
           END-IF.

      ***********************************************************
      * ADD A NEW ROW WITH ZERO BALANCES.
      ***********************************************************
       500-ADD-DEDUCTION-ROW.
           PERFORM 250-FIND-DEDUCTION-ROW

           IF WS-DED-FOUND
               MOVE "EMPLOYEE/CODE ALREADY ON FILE"
                 TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               IF WS-DED-COUNT < 1000
                   ADD 1 TO WS-DED-COUNT
                   SET WS-DML-IDX TO WS-DED-COUNT
                   MOVE SPACES           TO DEDUCTION-RECORD
                   MOVE ZERO             TO DED-GOAL-TAKEN
                   MOVE ZERO             TO DED-ARREARS
                   MOVE ZERO             TO DED-YTD-YEAR
                   MOVE ZERO             TO DED-YTD-AMOUNT
                   PERFORM 550-STORE-TRANSACTION-FIELDS
                   MOVE SPACES           TO WS-BEFORE-IMAGE
                   PERFORM 800-WRITE-AUDIT-PAIR
                   ADD 1 TO WS-TRANS-APPLIED
               ELSE
                   MOVE "TABLE FULL - OVER 1000 ROWS"
                     TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
               END-IF
           END-IF.

      ***********************************************************
      * MOVE THE TRANSACTION'S SET-UP FIELDS INTO DEDUCTION-RECORD
      * (WHOSE BALANCE FIELDS THE CALLER HAS ALREADY SET) AND
      * STORE THE RESULT IN THE TABLE ROW WS-DML-IDX POINTS AT.
      ***********************************************************
       550-STORE-TRANSACTION-FIELDS.
           MOVE DTR-EMPLOYEE-NUM      TO DED-EMPLOYEE-NUM
           MOVE DTR-CODE              TO DED-CODE
           MOVE DTR-DESC              TO DED-DESC
           MOVE DTR-PRIORITY-N        TO DED-PRIORITY
           MOVE DTR-METHOD            TO DED-METHOD
           IF DTR-METHOD = "F"
               MOVE DTR-FLAT-AMOUNT-N TO DED-FLAT-AMOUNT
               MOVE ZERO              TO DED-PERCENT
           ELSE
               MOVE ZERO              TO DED-FLAT-AMOUNT
               MOVE DTR-PERCENT-N     TO DED-PERCENT
           END-IF
           MOVE DTR-LIMIT-TYPE        TO DED-LIMIT-TYPE
           IF DTR-LIMIT-TYPE = SPACE
               MOVE ZERO              TO DED-LIMIT-AMOUNT
           ELSE
               MOVE DTR-LIMIT-AMOUNT-N TO DED-LIMIT-AMOUNT
           END-IF
           IF DTR-GOAL-AMOUNT = SPACES
               MOVE ZERO              TO DED-GOAL-AMOUNT
           ELSE
               MOVE DTR-GOAL-AMOUNT-N TO DED-GOAL-AMOUNT
           END-IF

           MOVE DTR-EMPLOYEE-NUM  TO WS-DML-EMPLOYEE-NUM (WS-DML-IDX)
           MOVE DTR-CODE          TO WS-DML-CODE (WS-DML-IDX)
           MOVE DEDUCTION-RECORD  TO WS-DML-IMAGE (WS-DML-IDX)
           MOVE "N"               TO WS-DML-DELETED (WS-DML-IDX).

      ***********************************************************
      * CHANGE AN EXISTING ROW'S SET-UP FIELDS IN PLACE, KEEPING
      * ITS BALANCES.  THE OLD ROW IS CAPTURED FOR THE AUDIT
      * REGISTER FIRST.
      ***********************************************************
       600-CHANGE-DEDUCTION-ROW.
           PERFORM 250-FIND-DEDUCTION-ROW

           IF NOT WS-DED-FOUND
               MOVE "EMPLOYEE/CODE NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               MOVE WS-DML-IMAGE (WS-DML-IDX) TO WS-BEFORE-IMAGE
               MOVE WS-DML-IMAGE (WS-DML-IDX) TO DEDUCTION-RECORD
               PERFORM 550-STORE-TRANSACTION-FIELDS
               PERFORM 800-WRITE-AUDIT-PAIR
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

      ***********************************************************
      * DELETE A ROW.  ANY ARREARS STILL OWED GO WITH IT; THE
      * BEFORE IMAGE ON DEDAUDIT.DAT SHOWS WHAT THEY WERE.
      ***********************************************************
       650-DELETE-DEDUCTION-ROW.
           PERFORM 250-FIND-DEDUCTION-ROW

           IF NOT WS-DED-FOUND
               MOVE "EMPLOYEE/CODE NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               MOVE WS-DML-IMAGE (WS-DML-IDX) TO WS-BEFORE-IMAGE
               MOVE "D" TO WS-DML-DELETED (WS-DML-IDX)
               PERFORM 800-WRITE-AUDIT-PAIR
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

      ***********************************************************
      * WRITE THE BEFORE AND AFTER IMAGES OF AN APPLIED
      * TRANSACTION TO DEDAUDIT.DAT, THE SAME CONVENTION AS THE
      * EMMAUDIT.DAT REGISTER: AN ADD HAS NO BEFORE IMAGE AND A
      * DELETE HAS NO AFTER IMAGE, AND THOSE LINES SAY SO.
      ***********************************************************
       800-WRITE-AUDIT-PAIR.
           MOVE SPACES           TO DED-AUDIT-OUT
           MOVE WS-RUN-DATE      TO DAU-RUN-DATE
           MOVE DTR-ACTION-CODE  TO DAU-ACTION-CODE
           MOVE "BEFORE:"        TO DAU-IMAGE-TAG
           IF DTR-ADD
               MOVE "** NO PRIOR ROW - NEW DEDUCTION **"
                 TO DAU-RECORD-IMAGE
           ELSE
               MOVE WS-BEFORE-IMAGE TO DAU-RECORD-IMAGE
           END-IF
           WRITE DED-AUDIT-OUT

           MOVE SPACES           TO DED-AUDIT-OUT
           MOVE WS-RUN-DATE      TO DAU-RUN-DATE
           MOVE DTR-ACTION-CODE  TO DAU-ACTION-CODE
           MOVE "AFTER :"        TO DAU-IMAGE-TAG
           IF DTR-DELETE
               MOVE "** ROW DELETED **" TO DAU-RECORD-IMAGE
           ELSE
               MOVE WS-DML-IMAGE (WS-DML-IDX) TO DAU-RECORD-IMAGE
           END-IF
           WRITE DED-AUDIT-OUT.

      ***********************************************************
      * REWRITE DEDMAST.DAT FROM THE TABLE, DROPPING THE ROWS
      * DELETED THIS RUN, THROUGH DEDMAST.TMP AND SWAP IT IN.
      ***********************************************************
       700-REWRITE-DEDUCTION-TABLE.
           OPEN OUTPUT TABLE-REWRITE

           PERFORM 710-WRITE-ONE-TABLE-ROW
               VARYING WS-DED-SCAN FROM 1 BY 1
               UNTIL WS-DED-SCAN > WS-DED-COUNT

           CLOSE TABLE-REWRITE

           CALL "CBL_DELETE_FILE" USING WS-TABLE-OLD-NAME
               RETURNING WS-RENAME-STATUS
           END-CALL

           CALL "CBL_RENAME_FILE" USING WS-TABLE-NEW-NAME
                                        WS-TABLE-OLD-NAME
               RETURNING WS-RENAME-STATUS
           END-CALL

           IF WS-RENAME-STATUS NOT = ZERO
               DISPLAY "DEDMAINT: SWAP OF " WS-TABLE-NEW-NAME
                       " OVER " WS-TABLE-OLD-NAME
                       " FAILED - TABLE LEFT AS IS"
           END-IF.

       710-WRITE-ONE-TABLE-ROW.
           IF WS-DML-DELETED (WS-DED-SCAN) = "N"
               WRITE TABLE-REWRITE-REC
                 FROM WS-DML-IMAGE (WS-DED-SCAN)
           END-IF.
