      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: BATCH MAINTENANCE OF THE OPERATOR.DAT INQUIRY
      *          OPERATOR FILE FROM A TRANSACTION FILE (OPRMAINT.TRN)
      *          OF ADD / CHANGE / DELETE REQUESTS, IN THE POSMAINT
      *          MOLD.  A ROW IS KEYED BY OPERATOR ID AND CARRIES
      *          THE OPERATOR'S NAME, EMPINQ ACCESS LEVEL (1 LOOKUP,
      *          2 PAY, 3 FULL), OWN EMPLOYEE NUMBER, STATUS (A
      *          ACTIVE, R REVOKED) AND SIGN-ON PASSCODE.  EDITS: A
      *          NAME, A VALID LEVEL AND STATUS, AN EMPLOYEE NUMBER
      *          THAT IS ON CH0402.DAT WHEN ONE IS GIVEN, A PASSCODE
      *          ON EVERY ADD, AND NO DUPLICATE OPERATOR ID.  A
      *          CHANGE WITH A BLANK PASSCODE KEEPS THE ONE ON FILE,
      *          SO A LEVEL CHANGE DOES NOT MEAN RE-KEYING IT.
      *          OPERATORS WHO LEAVE ARE NORMALLY REVOKED RATHER
      *          THAN DELETED SO THE INQLOG.DAT HISTORY STILL NAMES
      *          THEM.  BAD TRANSACTIONS GO TO OPREXCPT.DAT WITH A
      *          REASON, EVERY APPLIED ONE WRITES BEFORE/AFTER
      *          IMAGES - PASSCODE BLANKED OUT - TO THE OPRAUDIT.DAT
      *          REGISTER, AND THE FILE IS REWRITTEN THROUGH
      *          OPERATOR.TMP AND SWAPPED IN THE SAME WAY POSMAINT
      *          REWRITES POSBUD.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMAINT.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPR-TRANSACTIONS
             ASSIGN TO "OPRMAINT.TRN"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
             ASSIGN TO "OPERATOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TABLE-REWRITE
             ASSIGN TO "OPERATOR.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMPLOYEE-NUM-IN
             FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPR-EXCEPTION
             ASSIGN TO "OPREXCPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPR-AUDIT
             ASSIGN TO "OPRAUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD OPR-TRANSACTIONS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 44 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 OPR-TRANSACTION-IN.
        05 OTR-ACTION-CODE     PIC X(1).
           88 OTR-ADD                    VALUE "A".
           88 OTR-CHANGE                 VALUE "C".
           88 OTR-DELETE                 VALUE "D".
        05 OTR-RECORD-IMAGE.
           10 OTR-OPERATOR-ID   PIC X(8).
           10 OTR-OPERATOR-NAME PIC X(20).
           10 OTR-ACCESS-LEVEL  PIC X(1).
              88 OTR-LEVEL-VALID         VALUE "1" "2" "3".
           10 OTR-EMPLOYEE-NUM  PIC X(5).
           10 OTR-STATUS        PIC X(1).
              88 OTR-STATUS-VALID        VALUE "A" "R".
           10 OTR-PASSCODE      PIC X(8).

       FD OPERATOR-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY OPERATR.

       FD TABLE-REWRITE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 TABLE-REWRITE-REC       PIC X(48).

       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

       FD OPR-EXCEPTION
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 86 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 OPR-EXCEPTION-OUT.
        05 OXC-ACTION-CODE     PIC X(1).
        05                     PIC X(1).
        05 OXC-RECORD-IMAGE    PIC X(43).
        05                     PIC X(1).
        05 OXC-REASON          PIC X(40).

       FD OPR-AUDIT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 67 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 OPR-AUDIT-OUT.
        05 OAU-RUN-DATE        PIC X(8).
        05                     PIC X(1).
        05 OAU-ACTION-CODE     PIC X(1).
        05                     PIC X(1).
        05 OAU-IMAGE-TAG       PIC X(7).
        05                     PIC X(1).
        05 OAU-RECORD-IMAGE    PIC X(48).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA         PIC X(3)   VALUE "YES".
       01 WS-EDIT-SWITCH       PIC X(1)   VALUE "Y".
           88 WS-TRANS-IS-VALID          VALUE "Y".
           88 WS-TRANS-IS-INVALID        VALUE "N".
       01 WS-REJECT-REASON     PIC X(40)  VALUE SPACES.
       01 WS-RUN-DATE          PIC X(8)   VALUE SPACES.
       01 WS-MASTER-STATUS     PIC XX.
           88 WS-MASTER-READ-OK          VALUE "00".
           88 WS-MASTER-NOT-FOUND        VALUE "23".
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-COUNT   PIC 9(4)  COMP VALUE ZERO.
           05 WS-OPERATOR-ENTRY OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-OPERATOR-COUNT
                                INDEXED BY WS-OPR-IDX.
               10 WS-OPR-ID         PIC X(8).
               10 WS-OPR-NAME       PIC X(20).
               10 WS-OPR-LEVEL      PIC X(1).
               10 WS-OPR-EMPLOYEE   PIC X(5).
               10 WS-OPR-STATUS     PIC X(1).
               10 WS-OPR-PASSCODE   PIC X(8).
               10 WS-OPR-DELETED    PIC X(1).
       01 WS-OPERATOR-FOUND-SW PIC X(1)   VALUE "N".
           88 WS-OPERATOR-FOUND          VALUE "Y".
       01 WS-OPERATOR-ROWS-SKIPPED PIC 9(4) COMP VALUE ZERO.
       01 WS-ROW-IMAGE.
           05 WS-RI-OPERATOR-ID   PIC X(8).
           05 WS-RI-OPERATOR-NAME PIC X(20).
           05 WS-RI-ACCESS-LEVEL  PIC X(1).
           05 WS-RI-EMPLOYEE-NUM  PIC X(5).
           05 WS-RI-STATUS        PIC X(1).
           05 WS-RI-PASSCODE      PIC X(8).
           05                     PIC X(5)  VALUE SPACES.
       01 WS-BEFORE-IMAGE      PIC X(48)  VALUE SPACES.
       01 WS-OPERATOR-SCAN     PIC 9(4)   COMP VALUE ZERO.
       01 WS-FILE-NAMES.
           05 WS-TABLE-OLD-NAME   PIC X(20) VALUE "OPERATOR.DAT".
           05 WS-TABLE-NEW-NAME   PIC X(20) VALUE "OPERATOR.TMP".
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

           PERFORM 050-LOAD-OPERATOR-TABLE

           IF WS-OPERATOR-ROWS-SKIPPED > ZERO
               DISPLAY "OPRMAINT: " WS-OPERATOR-ROWS-SKIPPED
                       " OPERATOR.DAT ROW(S) DID NOT FIT THE TABLE"
                       " - NOTHING UPDATED"
               STOP RUN
           END-IF

           OPEN       INPUT  OPR-TRANSACTIONS
                      INPUT  PAYROLL-MASTER
                      OUTPUT OPR-EXCEPTION
                      EXTEND OPR-AUDIT

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ OPR-TRANSACTIONS
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  ADD 1 TO WS-TRANS-READ
                  PERFORM 200-APPLY-TRANSACTION
             END-READ
           END-PERFORM

           CLOSE      OPR-TRANSACTIONS
                      PAYROLL-MASTER
                      OPR-EXCEPTION
                      OPR-AUDIT

           IF WS-TRANS-APPLIED > ZERO
               PERFORM 700-REWRITE-OPERATOR-TABLE
           END-IF

           DISPLAY "OPRMAINT: " WS-TRANS-READ " TRANSACTIONS READ, "
                   WS-TRANS-APPLIED " APPLIED, "
                   WS-TRANS-REJECTED " REJECTED"
           STOP RUN.

      ***********************************************************
      * LOAD EVERY OPERATOR.DAT ROW, REVOKED OPERATORS INCLUDED.
      * THE FILE IS REWRITTEN FROM THIS TABLE, SO A ROW THAT
      * WOULD NOT FIT IS COUNTED AND THE RUN REFUSED RATHER THAN
      * LOSING IT.
      ***********************************************************
       050-LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ OPERATOR-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF WS-OPERATOR-COUNT < 500
                    ADD 1 TO WS-OPERATOR-COUNT
                    MOVE OPR-OPERATOR-ID
                      TO WS-OPR-ID (WS-OPERATOR-COUNT)
                    MOVE OPR-OPERATOR-NAME
                      TO WS-OPR-NAME (WS-OPERATOR-COUNT)
                    MOVE OPR-ACCESS-LEVEL
                      TO WS-OPR-LEVEL (WS-OPERATOR-COUNT)
                    MOVE OPR-EMPLOYEE-NUM
                      TO WS-OPR-EMPLOYEE (WS-OPERATOR-COUNT)
                    MOVE OPR-STATUS
                      TO WS-OPR-STATUS (WS-OPERATOR-COUNT)
                    MOVE OPR-PASSCODE
                      TO WS-OPR-PASSCODE (WS-OPERATOR-COUNT)
                    MOVE "N"
                      TO WS-OPR-DELETED (WS-OPERATOR-COUNT)
                 ELSE
                    ADD 1 TO WS-OPERATOR-ROWS-SKIPPED
                 END-IF
             END-READ
           END-PERFORM

           CLOSE OPERATOR-FILE
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * ROUTE ONE TRANSACTION BY ITS ACTION CODE.  ADDS AND
      * CHANGES MUST PASS THE FIELD EDITS FIRST; A DELETE ONLY
      * NEEDS ITS OPERATOR ID.
      ***********************************************************
       200-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN OTR-ADD
                   PERFORM 300-EDIT-TRANSACTION
                   IF WS-TRANS-IS-VALID
                       PERFORM 500-ADD-OPERATOR
                   ELSE
                       PERFORM 400-REJECT-TRANSACTION
                   END-IF
               WHEN OTR-CHANGE
                   PERFORM 300-EDIT-TRANSACTION
                   IF WS-TRANS-IS-VALID
                       PERFORM 600-CHANGE-OPERATOR
                   ELSE
                       PERFORM 400-REJECT-TRANSACTION
                   END-IF
               WHEN OTR-DELETE
                   IF OTR-OPERATOR-ID = SPACES
                       MOVE "BLANK OPERATOR ID" TO WS-REJECT-REASON
                       PERFORM 400-REJECT-TRANSACTION
                   ELSE
                       PERFORM 650-DELETE-OPERATOR
                   END-IF
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
           END-EVALUATE.

      ***********************************************************
      * LOCATE THE ROW FOR THE TRANSACTION'S OPERATOR ID,
      * SKIPPING ROWS ALREADY DELETED THIS RUN.
      ***********************************************************
       250-FIND-OPERATOR.
           MOVE "N" TO WS-OPERATOR-FOUND-SW

           IF WS-OPERATOR-COUNT > ZERO
               SET WS-OPR-IDX TO 1
               SEARCH WS-OPERATOR-ENTRY
                 AT END
                     MOVE "N" TO WS-OPERATOR-FOUND-SW
                 WHEN WS-OPR-ID (WS-OPR-IDX) = OTR-OPERATOR-ID
                  AND WS-OPR-DELETED (WS-OPR-IDX) = "N"
                     MOVE "Y" TO WS-OPERATOR-FOUND-SW
               END-SEARCH
           END-IF.

      ***********************************************************
      * VALIDATE AN ADD OR CHANGE: AN OPERATOR ID AND NAME, AN
      * ACCESS LEVEL OF 1, 2 OR 3, A STATUS OF A OR R, AN
      * EMPLOYEE NUMBER ON CH0402.DAT WHEN ONE IS GIVEN, AND A
      * PASSCODE ON AN ADD.  THE FIRST FAILURE FOUND IS THE
      * REASON REPORTED.
      ***********************************************************
       300-EDIT-TRANSACTION.
           SET WS-TRANS-IS-VALID TO TRUE
           MOVE SPACES           TO WS-REJECT-REASON

           IF OTR-OPERATOR-ID = SPACES
            OR OTR-OPERATOR-NAME = SPACES
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "BLANK OPERATOR ID OR NAME" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
            AND NOT OTR-LEVEL-VALID
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "ACCESS LEVEL NOT 1, 2 OR 3" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
            AND NOT OTR-STATUS-VALID
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "STATUS NOT A OR R" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
            AND OTR-EMPLOYEE-NUM NOT = SPACES
               MOVE OTR-EMPLOYEE-NUM TO EMPLOYEE-NUM-IN
               READ PAYROLL-MASTER
                 INVALID KEY
                     CONTINUE
               END-READ
               IF NOT WS-MASTER-READ-OK
                   SET WS-TRANS-IS-INVALID TO TRUE
                   MOVE "EMPLOYEE NOT ON CH0402.DAT"
                     TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-IS-VALID
            AND OTR-ADD
            AND OTR-PASSCODE = SPACES
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "PASSCODE REQUIRED ON AN ADD" TO WS-REJECT-REASON
           END-IF.

      ***********************************************************
      * WRITE A REJECTED TRANSACTION, WITH ITS REASON, TO
      * OPREXCPT.DAT SO IT CAN BE CORRECTED AND RESUBMITTED.  THE
      * PASSCODE IS BLANKED OUT OF THE IMAGE - THE EXCEPTION
      * LISTING IS NOT A PLACE TO LEAVE ONE LYING AROUND.
      ***********************************************************
       400-REJECT-TRANSACTION.
           MOVE SPACES                TO OPR-EXCEPTION-OUT
           MOVE OTR-ACTION-CODE       TO OXC-ACTION-CODE
           MOVE OTR-RECORD-IMAGE      TO OXC-RECORD-IMAGE
           MOVE SPACES                TO OXC-RECORD-IMAGE (36:8)
           MOVE WS-REJECT-REASON      TO OXC-REASON

           WRITE OPR-EXCEPTION-OUT

           ADD 1                      TO WS-TRANS-REJECTED.

      ***********************************************************
      * ADD A NEW OPERATOR.  AN OPERATOR ID ALREADY ON FILE IS A
      * DUPLICATE - AMEND THAT ROW WITH A CHANGE INSTEAD.
      ***********************************************************
       500-ADD-OPERATOR.
           PERFORM 250-FIND-OPERATOR

           IF WS-OPERATOR-FOUND
               MOVE "OPERATOR ID ALREADY ON FILE"
                 TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               IF WS-OPERATOR-COUNT < 500
                   ADD 1 TO WS-OPERATOR-COUNT
                   SET WS-OPR-IDX TO WS-OPERATOR-COUNT
                   PERFORM 550-STORE-TRANSACTION-ROW
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 800-WRITE-AUDIT-PAIR
                   ADD 1 TO WS-TRANS-APPLIED
               ELSE
                   MOVE "TABLE FULL - OVER 500 OPERATORS"
                     TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
               END-IF
           END-IF.

      ***********************************************************
      * STORE THE TRANSACTION'S FIELDS IN THE ROW WS-OPR-IDX
      * POINTS AT.  A BLANK PASSCODE ON A CHANGE LEAVES THE ONE
      * ALREADY ON FILE IN PLACE.
      ***********************************************************
       550-STORE-TRANSACTION-ROW.
           MOVE OTR-OPERATOR-ID   TO WS-OPR-ID (WS-OPR-IDX)
           MOVE OTR-OPERATOR-NAME TO WS-OPR-NAME (WS-OPR-IDX)
           MOVE OTR-ACCESS-LEVEL  TO WS-OPR-LEVEL (WS-OPR-IDX)
           MOVE OTR-EMPLOYEE-NUM  TO WS-OPR-EMPLOYEE (WS-OPR-IDX)
           MOVE OTR-STATUS        TO WS-OPR-STATUS (WS-OPR-IDX)
           IF OTR-PASSCODE NOT = SPACES
               MOVE OTR-PASSCODE  TO WS-OPR-PASSCODE (WS-OPR-IDX)
           END-IF
           MOVE "N"               TO WS-OPR-DELETED (WS-OPR-IDX).

      ***********************************************************
      * CHANGE AN EXISTING OPERATOR IN PLACE.  THE OLD ROW IS
      * CAPTURED FOR THE AUDIT REGISTER BEFORE THE NEW FIELDS
      * REPLACE IT.
      ***********************************************************
       600-CHANGE-OPERATOR.
           PERFORM 250-FIND-OPERATOR

           IF NOT WS-OPERATOR-FOUND
               MOVE "OPERATOR ID NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               PERFORM 750-BUILD-ROW-IMAGE
               MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE
               PERFORM 550-STORE-TRANSACTION-ROW
               PERFORM 800-WRITE-AUDIT-PAIR
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

      ***********************************************************
      * DELETE AN OPERATOR.  REVOKING (STATUS R) IS THE NORMAL
      * WAY TO STOP A SIGN-ON; A DELETE IS FOR A MISKEYED ADD.
      ***********************************************************
       650-DELETE-OPERATOR.
           PERFORM 250-FIND-OPERATOR

           IF NOT WS-OPERATOR-FOUND
               MOVE "OPERATOR ID NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               PERFORM 750-BUILD-ROW-IMAGE
               MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE
               MOVE "D" TO WS-OPR-DELETED (WS-OPR-IDX)
               PERFORM 800-WRITE-AUDIT-PAIR
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

      ***********************************************************
      * BUILD THE 48-BYTE FILE IMAGE OF THE ROW WS-OPR-IDX POINTS
      * AT, FOR THE AUDIT REGISTER AND THE TABLE REWRITE.
      ***********************************************************
       750-BUILD-ROW-IMAGE.
           MOVE WS-OPR-ID (WS-OPR-IDX)       TO WS-RI-OPERATOR-ID
           MOVE WS-OPR-NAME (WS-OPR-IDX)     TO WS-RI-OPERATOR-NAME
           MOVE WS-OPR-LEVEL (WS-OPR-IDX)    TO WS-RI-ACCESS-LEVEL
           MOVE WS-OPR-EMPLOYEE (WS-OPR-IDX) TO WS-RI-EMPLOYEE-NUM
           MOVE WS-OPR-STATUS (WS-OPR-IDX)   TO WS-RI-STATUS
           MOVE WS-OPR-PASSCODE (WS-OPR-IDX) TO WS-RI-PASSCODE.

      ***********************************************************
      * WRITE THE BEFORE AND AFTER IMAGES OF AN APPLIED
      * TRANSACTION TO OPRAUDIT.DAT, THE SAME CONVENTION AS THE
      * POSAUDIT.DAT REGISTER: AN ADD HAS NO BEFORE IMAGE AND A
      * DELETE HAS NO AFTER IMAGE, AND THOSE LINES SAY SO.  THE
      * PASSCODE POSITIONS ARE BLANKED IN BOTH IMAGES; A CHANGED
      * PASSCODE SHOWS ONLY AS THE CHANGE TRANSACTION ITSELF.
      ***********************************************************
       800-WRITE-AUDIT-PAIR.
           MOVE SPACES           TO OPR-AUDIT-OUT
           MOVE WS-RUN-DATE      TO OAU-RUN-DATE
           MOVE OTR-ACTION-CODE  TO OAU-ACTION-CODE
           MOVE "BEFORE:"        TO OAU-IMAGE-TAG
           IF OTR-ADD
               MOVE "** NO PRIOR ROW - NEW OPERATOR **"
                 TO OAU-RECORD-IMAGE
           ELSE
               MOVE WS-BEFORE-IMAGE TO OAU-RECORD-IMAGE
               MOVE SPACES          TO OAU-RECORD-IMAGE (36:8)
           END-IF
           WRITE OPR-AUDIT-OUT

           MOVE SPACES           TO OPR-AUDIT-OUT
           MOVE WS-RUN-DATE      TO OAU-RUN-DATE
           MOVE OTR-ACTION-CODE  TO OAU-ACTION-CODE
           MOVE "AFTER :"        TO OAU-IMAGE-TAG
           IF OTR-DELETE
               MOVE "** OPERATOR DELETED **" TO OAU-RECORD-IMAGE
           ELSE
               PERFORM 750-BUILD-ROW-IMAGE
               MOVE WS-ROW-IMAGE    TO OAU-RECORD-IMAGE
               MOVE SPACES          TO OAU-RECORD-IMAGE (36:8)
           END-IF
           WRITE OPR-AUDIT-OUT.

      ***********************************************************
      * REWRITE OPERATOR.DAT FROM THE TABLE, DROPPING THE ROWS
      * DELETED THIS RUN, THROUGH OPERATOR.TMP AND SWAP IT IN THE
      * SAME WAY POSMAINT REWRITES POSBUD.DAT.
      ***********************************************************
       700-REWRITE-OPERATOR-TABLE.
           OPEN OUTPUT TABLE-REWRITE

           PERFORM 710-WRITE-ONE-TABLE-ROW
               VARYING WS-OPERATOR-SCAN FROM 1 BY 1
               UNTIL WS-OPERATOR-SCAN > WS-OPERATOR-COUNT

           CLOSE TABLE-REWRITE

           CALL "CBL_DELETE_FILE" USING WS-TABLE-OLD-NAME
               RETURNING WS-RENAME-STATUS
           END-CALL

           CALL "CBL_RENAME_FILE" USING WS-TABLE-NEW-NAME
                                        WS-TABLE-OLD-NAME
               RETURNING WS-RENAME-STATUS
           END-CALL

           IF WS-RENAME-STATUS NOT = ZERO
               DISPLAY "OPRMAINT: SWAP OF " WS-TABLE-NEW-NAME
                       " OVER " WS-TABLE-OLD-NAME
                       " FAILED - TABLE LEFT AS IS"
           END-IF.

       710-WRITE-ONE-TABLE-ROW.
           IF WS-OPR-DELETED (WS-OPERATOR-SCAN) = "N"
               SET WS-OPR-IDX TO WS-OPERATOR-SCAN
               PERFORM 750-BUILD-ROW-IMAGE
               WRITE TABLE-REWRITE-REC FROM WS-ROW-IMAGE
           END-IF.
