      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: BATCH MAINTENANCE OF THE POSBUD.DAT POSITION
      *          BUDGET FROM A TRANSACTION FILE (POSMAINT.TRN) OF
      *          ADD / CHANGE / DELETE REQUESTS, IN THE JCMAINT
      *          MOLD.  A ROW IS KEYED BY TERRITORY, OFFICE AND JOB
      *          CLASS PLUS THE BUDGET'S EFFECTIVE DATE, SO NEXT
      *          YEAR'S APPROVED STAFFING IS AN ADD WITH THE NEW
      *          EFFECTIVE DATE AND THE HISTORY ROWS STAY ON FILE.
      *          EDITS: A TERRITORY, OFFICE AND A JOB CLASS THAT IS
      *          ON JOBCLASS.DAT, NO DUPLICATE KEY/EFFECTIVE DATE,
      *          A NUMERIC HEADCOUNT AND SALARY BUDGET, AND A REAL
      *          EFFECTIVE DATE.  BAD TRANSACTIONS GO TO
      *          POSEXCPT.DAT WITH A REASON, EVERY APPLIED ONE
      *          WRITES BEFORE/AFTER IMAGES TO THE POSAUDIT.DAT
      *          REGISTER, AND THE TABLE IS REWRITTEN THROUGH
      *          POSBUD.TMP AND SWAPPED IN THE SAME WAY JCMAINT
      *          REWRITES JOBCLASS.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMAINT.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POS-TRANSACTIONS
             ASSIGN TO "POSMAINT.TRN"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSITION-BUDGET-FILE
             ASSIGN TO "POSBUD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TABLE-REWRITE
             ASSIGN TO "POSBUD.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-CLASS-TABLE-FILE
             ASSIGN TO "JOBCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POS-EXCEPTION
             ASSIGN TO "POSEXCPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POS-AUDIT
             ASSIGN TO "POSAUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD POS-TRANSACTIONS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 POS-TRANSACTION-IN.
        05 PTR-ACTION-CODE     PIC X(1).
           88 PTR-ADD                    VALUE "A".
           88 PTR-CHANGE                 VALUE "C".
           88 PTR-DELETE                 VALUE "D".
        05 PTR-RECORD-IMAGE.
           10 PTR-KEY.
              15 PTR-TERRITORY-NUM PIC XX.
              15 PTR-OFFICE-NUM    PIC XX.
              15 PTR-JOB-CLASS     PIC XX.
           10 PTR-HEADCOUNT     PIC X(4).
           10 PTR-HEADCOUNT-N REDEFINES PTR-HEADCOUNT
                                PIC 9(4).
           10 PTR-SALARY        PIC X(9).
           10 PTR-SALARY-N REDEFINES PTR-SALARY
                                PIC 9(9).
           10 PTR-EFF-DATE.
              15 PTR-EFF-YEAR   PIC X(4).
              15 PTR-EFF-MONTH  PIC XX.
              15 PTR-EFF-DAY    PIC XX.

       FD POSITION-BUDGET-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 30 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY POSBUDR.

       FD TABLE-REWRITE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 30 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 TABLE-REWRITE-REC       PIC X(30).

       FD JOB-CLASS-TABLE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 42 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY JOBCLASR.

       FD POS-EXCEPTION
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 POS-EXCEPTION-OUT.
        05 PXC-ACTION-CODE     PIC X(1).
        05                     PIC X(1).
        05 PXC-RECORD-IMAGE    PIC X(27).
        05                     PIC X(1).
        05 PXC-REASON          PIC X(40).

       FD POS-AUDIT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 49 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 POS-AUDIT-OUT.
        05 PAU-RUN-DATE        PIC X(8).
        05                     PIC X(1).
        05 PAU-ACTION-CODE     PIC X(1).
        05                     PIC X(1).
        05 PAU-IMAGE-TAG       PIC X(7).
        05                     PIC X(1).
        05 PAU-RECORD-IMAGE    PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA         PIC X(3)   VALUE "YES".
       01 WS-EDIT-SWITCH       PIC X(1)   VALUE "Y".
           88 WS-TRANS-IS-VALID          VALUE "Y".
           88 WS-TRANS-IS-INVALID        VALUE "N".
       01 WS-REJECT-REASON     PIC X(40)  VALUE SPACES.
       01 WS-RUN-DATE          PIC X(8)   VALUE SPACES.
       01 WS-BUDGET-TABLE.
           05 WS-BUDGET-COUNT     PIC 9(4)  COMP VALUE ZERO.
           05 WS-BUDGET-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-BUDGET-COUNT
                              INDEXED BY WS-BUD-IDX.
               10 WS-BUD-KEY        PIC X(6).
               10 WS-BUD-HEADCOUNT  PIC 9(4).
               10 WS-BUD-SALARY     PIC 9(9).
               10 WS-BUD-EFF-DATE   PIC X(8).
               10 WS-BUD-DELETED    PIC X(1).
       01 WS-BUDGET-FOUND-SW   PIC X(1)   VALUE "N".
           88 WS-BUDGET-FOUND            VALUE "Y".
       01 WS-BUDGET-ROWS-SKIPPED PIC 9(4) COMP VALUE ZERO.
       01 WS-CLASS-CODE-TABLE.
           05 WS-CLASS-COUNT      PIC 9(4)  COMP VALUE ZERO.
           05 WS-CLASS-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-CLASS-COUNT
                             INDEXED BY WS-CLS-IDX.
               10 WS-CLS-CODE       PIC XX.
       01 WS-CLASS-FOUND-SW    PIC X(1)   VALUE "N".
           88 WS-CLASS-FOUND             VALUE "Y".
       01 WS-ROW-IMAGE.
           05 WS-RI-KEY           PIC X(6).
           05 WS-RI-HEADCOUNT     PIC 9(4).
           05 WS-RI-SALARY        PIC 9(9).
           05 WS-RI-EFF-DATE      PIC X(8).
           05                     PIC X(3)  VALUE SPACES.
       01 WS-BEFORE-IMAGE      PIC X(30)  VALUE SPACES.
       01 WS-BUDGET-SCAN       PIC 9(4)   COMP VALUE ZERO.
       01 WS-FILE-NAMES.
           05 WS-TABLE-OLD-NAME   PIC X(20) VALUE "POSBUD.DAT".
           05 WS-TABLE-NEW-NAME   PIC X(20) VALUE "POSBUD.TMP".
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

           PERFORM 050-LOAD-BUDGET-TABLE

           IF WS-BUDGET-ROWS-SKIPPED > ZERO
               DISPLAY "POSMAINT: " WS-BUDGET-ROWS-SKIPPED
                       " POSBUD.DAT ROW(S) DID NOT FIT THE TABLE"
                       " - NOTHING UPDATED"
               STOP RUN
           END-IF

           PERFORM 060-LOAD-CLASS-CODES

           OPEN       INPUT  POS-TRANSACTIONS
                      OUTPUT POS-EXCEPTION
                      EXTEND POS-AUDIT

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ POS-TRANSACTIONS
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  ADD 1 TO WS-TRANS-READ
                  PERFORM 200-APPLY-TRANSACTION
             END-READ
           END-PERFORM

           CLOSE      POS-TRANSACTIONS
                      POS-EXCEPTION
                      POS-AUDIT

           IF WS-TRANS-APPLIED > ZERO
               PERFORM 700-REWRITE-BUDGET-TABLE
           END-IF

           DISPLAY "POSMAINT: " WS-TRANS-READ " TRANSACTIONS READ, "
                   WS-TRANS-APPLIED " APPLIED, "
                   WS-TRANS-REJECTED " REJECTED"
           STOP RUN.

      ***********************************************************
      * LOAD EVERY POSBUD.DAT ROW, HISTORY INCLUDED.  THE FILE IS
      * REWRITTEN FROM THIS TABLE, SO A ROW THAT WOULD NOT FIT IS
      * COUNTED AND THE RUN REFUSED RATHER THAN LOSING IT.
      ***********************************************************
       050-LOAD-BUDGET-TABLE.
           OPEN INPUT POSITION-BUDGET-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ POSITION-BUDGET-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF WS-BUDGET-COUNT < 1000
                    ADD 1 TO WS-BUDGET-COUNT
                    MOVE PBR-KEY
                      TO WS-BUD-KEY (WS-BUDGET-COUNT)
                    MOVE PBR-BUDGET-HEADCOUNT
                      TO WS-BUD-HEADCOUNT (WS-BUDGET-COUNT)
                    MOVE PBR-BUDGET-SALARY
                      TO WS-BUD-SALARY (WS-BUDGET-COUNT)
                    MOVE PBR-EFF-DATE
                      TO WS-BUD-EFF-DATE (WS-BUDGET-COUNT)
                    MOVE "N"
                      TO WS-BUD-DELETED (WS-BUDGET-COUNT)
                 ELSE
                    ADD 1 TO WS-BUDGET-ROWS-SKIPPED
                 END-IF
             END-READ
           END-PERFORM

           CLOSE POSITION-BUDGET-FILE
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * COLLECT THE DISTINCT JOB CLASS CODES ON JOBCLASS.DAT SO A
      * BUDGET CANNOT BE KEYED AGAINST A CLASS THAT DOES NOT
      * EXIST.
      ***********************************************************
       060-LOAD-CLASS-CODES.
           OPEN INPUT JOB-CLASS-TABLE-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ JOB-CLASS-TABLE-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 070-NOTE-ONE-CLASS-CODE
             END-READ
           END-PERFORM

           CLOSE JOB-CLASS-TABLE-FILE
           MOVE "YES" TO WS-MORE-DATA.

       070-NOTE-ONE-CLASS-CODE.
           MOVE JCT-CODE-IN TO PTR-JOB-CLASS
           PERFORM 280-FIND-CLASS-CODE

           IF NOT WS-CLASS-FOUND
               IF WS-CLASS-COUNT < 200
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE JCT-CODE-IN TO WS-CLS-CODE (WS-CLASS-COUNT)
               ELSE
                   DISPLAY "POSMAINT: OVER 200 JOB CLASS CODES ON "
                           "JOBCLASS.DAT - SKIPPING " JCT-CODE-IN
               END-IF
           END-IF.

      ***********************************************************
      * ROUTE ONE TRANSACTION BY ITS ACTION CODE.  ADDS AND
      * CHANGES MUST PASS THE FIELD EDITS FIRST; A DELETE ONLY
      * NEEDS ITS KEY AND EFFECTIVE DATE.
      ***********************************************************
       200-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN PTR-ADD
                   PERFORM 300-EDIT-TRANSACTION
                   IF WS-TRANS-IS-VALID
                       PERFORM 500-ADD-BUDGET-ROW
                   ELSE
                       PERFORM 400-REJECT-TRANSACTION
                   END-IF
               WHEN PTR-CHANGE
                   PERFORM 300-EDIT-TRANSACTION
                   IF WS-TRANS-IS-VALID
                       PERFORM 600-CHANGE-BUDGET-ROW
                   ELSE
                       PERFORM 400-REJECT-TRANSACTION
                   END-IF
               WHEN PTR-DELETE
                   IF PTR-KEY = SPACES
                    OR PTR-EFF-DATE NOT NUMERIC
                       MOVE "INVALID KEY OR EFFECTIVE DATE"
                         TO WS-REJECT-REASON
                       PERFORM 400-REJECT-TRANSACTION
                   ELSE
                       PERFORM 650-DELETE-BUDGET-ROW
                   END-IF
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
           END-EVALUATE.

      ***********************************************************
      * LOCATE THE ROW MATCHING THE TRANSACTION'S KEY AND
      * EFFECTIVE DATE, SKIPPING ROWS ALREADY DELETED THIS RUN.
      ***********************************************************
       250-FIND-BUDGET-ROW.
           MOVE "N" TO WS-BUDGET-FOUND-SW

           IF WS-BUDGET-COUNT > ZERO
               SET WS-BUD-IDX TO 1
               SEARCH WS-BUDGET-ENTRY
                 AT END
                     MOVE "N" TO WS-BUDGET-FOUND-SW
                 WHEN WS-BUD-KEY (WS-BUD-IDX) = PTR-KEY
                  AND WS-BUD-EFF-DATE (WS-BUD-IDX) = PTR-EFF-DATE
                  AND WS-BUD-DELETED (WS-BUD-IDX) = "N"
                     MOVE "Y" TO WS-BUDGET-FOUND-SW
               END-SEARCH
           END-IF.

      ***********************************************************
      * IS PTR-JOB-CLASS ONE OF THE CODES ON JOBCLASS.DAT?
      ***********************************************************
       280-FIND-CLASS-CODE.
           MOVE "N" TO WS-CLASS-FOUND-SW

           IF WS-CLASS-COUNT > ZERO
               SET WS-CLS-IDX TO 1
               SEARCH WS-CLASS-ENTRY
                 AT END
                     MOVE "N" TO WS-CLASS-FOUND-SW
                 WHEN WS-CLS-CODE (WS-CLS-IDX) = PTR-JOB-CLASS
                     MOVE "Y" TO WS-CLASS-FOUND-SW
               END-SEARCH
           END-IF.

      ***********************************************************
      * VALIDATE AN ADD OR CHANGE: A TERRITORY AND OFFICE, A JOB
      * CLASS ON JOBCLASS.DAT, A NUMERIC HEADCOUNT AND SALARY
      * BUDGET, AND A REAL EFFECTIVE DATE.  THE FIRST FAILURE
      * FOUND IS THE REASON REPORTED.
      ***********************************************************
       300-EDIT-TRANSACTION.
           SET WS-TRANS-IS-VALID TO TRUE
           MOVE SPACES           TO WS-REJECT-REASON

           IF PTR-TERRITORY-NUM = SPACES
            OR PTR-OFFICE-NUM = SPACES
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "BLANK TERRITORY OR OFFICE" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
               PERFORM 280-FIND-CLASS-CODE
               IF NOT WS-CLASS-FOUND
                   SET WS-TRANS-IS-INVALID TO TRUE
                   MOVE "JOB CLASS NOT ON JOBCLASS.DAT"
                     TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-IS-VALID
             AND (PTR-HEADCOUNT NOT NUMERIC
                  OR PTR-SALARY NOT NUMERIC)
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "INVALID HEADCOUNT OR SALARY BUDGET"
                 TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-IS-VALID
             AND (PTR-EFF-DATE NOT NUMERIC
                  OR PTR-EFF-MONTH < "01" OR PTR-EFF-MONTH > "12"
                  OR PTR-EFF-DAY < "01" OR PTR-EFF-DAY > "31")
               SET WS-TRANS-IS-INVALID TO TRUE
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
           END-IF.

      ***********************************************************
      * WRITE A REJECTED TRANSACTION, WITH ITS REASON, TO
      * POSEXCPT.DAT SO IT CAN BE CORRECTED AND RESUBMITTED.
      ***********************************************************
       400-REJECT-TRANSACTION.
           MOVE SPACES                TO POS-EXCEPTION-OUT
           MOVE PTR-ACTION-CODE       TO PXC-ACTION-CODE
           MOVE PTR-RECORD-IMAGE      TO PXC-RECORD-IMAGE
           MOVE WS-REJECT-REASON      TO PXC-REASON

           WRITE POS-EXCEPTION-OUT

           ADD 1                      TO WS-TRANS-REJECTED.

      ***********************************************************
      * ADD A NEW EFFECTIVE-DATED ROW.  THE SAME KEY AND
      * EFFECTIVE DATE ALREADY ON FILE IS A DUPLICATE - AMEND
      * THAT ROW WITH A CHANGE INSTEAD.
      ***********************************************************
       500-ADD-BUDGET-ROW.
           PERFORM 250-FIND-BUDGET-ROW

           IF WS-BUDGET-FOUND
               MOVE "POSITION/EFFECTIVE DATE ALREADY ON FILE"
                 TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               IF WS-BUDGET-COUNT < 1000
                   ADD 1 TO WS-BUDGET-COUNT
                   SET WS-BUD-IDX TO WS-BUDGET-COUNT
                   PERFORM 550-STORE-TRANSACTION-ROW
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 800-WRITE-AUDIT-PAIR
                   ADD 1 TO WS-TRANS-APPLIED
               ELSE
                   MOVE "TABLE FULL - OVER 1000 ROWS"
                     TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
               END-IF
           END-IF.

       550-STORE-TRANSACTION-ROW.
           MOVE PTR-KEY          TO WS-BUD-KEY (WS-BUD-IDX)
           MOVE PTR-HEADCOUNT-N  TO WS-BUD-HEADCOUNT (WS-BUD-IDX)
           MOVE PTR-SALARY-N     TO WS-BUD-SALARY (WS-BUD-IDX)
           MOVE PTR-EFF-DATE     TO WS-BUD-EFF-DATE (WS-BUD-IDX)
           MOVE "N"              TO WS-BUD-DELETED (WS-BUD-IDX).

      ***********************************************************
      * CHANGE AN EXISTING ROW IN PLACE.  THE OLD ROW IS CAPTURED
      * FOR THE AUDIT REGISTER BEFORE THE NEW FIGURES REPLACE IT.
      ***********************************************************
       600-CHANGE-BUDGET-ROW.
           PERFORM 250-FIND-BUDGET-ROW

           IF NOT WS-BUDGET-FOUND
               MOVE "POSITION/EFFECTIVE DATE NOT ON FILE"
                 TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               PERFORM 750-BUILD-ROW-IMAGE
               MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE
               PERFORM 550-STORE-TRANSACTION-ROW
               PERFORM 800-WRITE-AUDIT-PAIR
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

      ***********************************************************
      * DELETE A ROW.  A SUPERSEDED OR MISKEYED BUDGET ROW MAY GO
      * AT ANY TIME; AN OFFICE/JOB CLASS LEFT WITH NO ROW IN
      * FORCE IS SIMPLY UNBUDGETED ON THE NEXT POSRPT.
      ***********************************************************
       650-DELETE-BUDGET-ROW.
           PERFORM 250-FIND-BUDGET-ROW

           IF NOT WS-BUDGET-FOUND
               MOVE "POSITION/EFFECTIVE DATE NOT ON FILE"
                 TO WS-REJECT-REASON
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               PERFORM 750-BUILD-ROW-IMAGE
               MOVE WS-ROW-IMAGE TO WS-BEFORE-IMAGE
               MOVE "D" TO WS-BUD-DELETED (WS-BUD-IDX)
               PERFORM 800-WRITE-AUDIT-PAIR
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.

      ***********************************************************
      * BUILD THE 30-BYTE FILE IMAGE OF THE ROW WS-BUD-IDX POINTS
      * AT, FOR THE AUDIT REGISTER AND THE TABLE REWRITE.
      ***********************************************************
       750-BUILD-ROW-IMAGE.
           MOVE WS-BUD-KEY (WS-BUD-IDX)       TO WS-RI-KEY
           MOVE WS-BUD-HEADCOUNT (WS-BUD-IDX) TO WS-RI-HEADCOUNT
           MOVE WS-BUD-SALARY (WS-BUD-IDX)    TO WS-RI-SALARY
           MOVE WS-BUD-EFF-DATE (WS-BUD-IDX)  TO WS-RI-EFF-DATE.

      ***********************************************************
      * WRITE THE BEFORE AND AFTER IMAGES OF AN APPLIED
      * TRANSACTION TO POSAUDIT.DAT, THE SAME CONVENTION AS THE
      * JCMAUDIT.DAT REGISTER: AN ADD HAS NO BEFORE IMAGE AND A
      * DELETE HAS NO AFTER IMAGE, AND THOSE LINES SAY SO.
      ***********************************************************
       800-WRITE-AUDIT-PAIR.
           MOVE SPACES           TO POS-AUDIT-OUT
           MOVE WS-RUN-DATE      TO PAU-RUN-DATE
           MOVE PTR-ACTION-CODE  TO PAU-ACTION-CODE
           MOVE "BEFORE:"        TO PAU-IMAGE-TAG
           IF PTR-ADD
               MOVE "** NO PRIOR ROW - NEW BUDGET **"
                 TO PAU-RECORD-IMAGE
           ELSE
               MOVE WS-BEFORE-IMAGE TO PAU-RECORD-IMAGE
           END-IF
           WRITE POS-AUDIT-OUT

           MOVE SPACES           TO POS-AUDIT-OUT
           MOVE WS-RUN-DATE      TO PAU-RUN-DATE
           MOVE PTR-ACTION-CODE  TO PAU-ACTION-CODE
           MOVE "AFTER :"        TO PAU-IMAGE-TAG
           IF PTR-DELETE
               MOVE "** ROW DELETED **" TO PAU-RECORD-IMAGE
           ELSE
               PERFORM 750-BUILD-ROW-IMAGE
               MOVE WS-ROW-IMAGE       TO PAU-RECORD-IMAGE
           END-IF
           WRITE POS-AUDIT-OUT.

      ***********************************************************
      * REWRITE POSBUD.DAT FROM THE TABLE, DROPPING THE ROWS
      * DELETED THIS RUN, THROUGH POSBUD.TMP AND SWAP IT IN THE
      * SAME WAY JCMAINT REWRITES JOBCLASS.DAT.
      ***********************************************************
       700-REWRITE-BUDGET-TABLE.
           OPEN OUTPUT TABLE-REWRITE

           PERFORM 710-WRITE-ONE-TABLE-ROW
               VARYING WS-BUDGET-SCAN FROM 1 BY 1
               UNTIL WS-BUDGET-SCAN > WS-BUDGET-COUNT

           CLOSE TABLE-REWRITE

           CALL "CBL_DELETE_FILE" USING WS-TABLE-OLD-NAME
               RETURNING WS-RENAME-STATUS
           END-CALL

           CALL "CBL_RENAME_FILE" USING WS-TABLE-NEW-NAME
                                        WS-TABLE-OLD-NAME
               RETURNING WS-RENAME-STATUS
           END-CALL

           IF WS-RENAME-STATUS NOT = ZERO
               DISPLAY "POSMAINT: SWAP OF " WS-TABLE-NEW-NAME
                       " OVER " WS-TABLE-OLD-NAME
                       " FAILED - TABLE LEFT AS IS"
           END-IF.

       710-WRITE-ONE-TABLE-ROW.
           IF WS-BUD-DELETED (WS-BUDGET-SCAN) = "N"
               SET WS-BUD-IDX TO WS-BUDGET-SCAN
               PERFORM 750-BUILD-ROW-IMAGE
               WRITE TABLE-REWRITE-REC FROM WS-ROW-IMAGE
           END-IF.
