      *                    REGISTER ACCUMULATES ACROSS RUNS; ENDS
      *                    WITH GOBACK SO RUNCTL CAN CALL THIS
      *                    PROGRAM AS A STEP OF THE STREAM.
      *   2026-10-15  AJA  A CHANGE THAT TERMINATES AN EMPLOYEE
      *                    (EMPLOYMENT-STATUS-IN TO "T") LISTS ANY
      *                    PTOBAL.DAT PAID-TIME-OFF BALANCE ON THE
      *                    PTOPAYOT.DAT FINAL-PAYOUT LISTING, VALUED
      *                    AT THE EMPLOYEE'S RATE, AND ZEROES THE
      *                    BANK SO IT IS PAID OUT ONLY ONCE.
      *   2026-10-15  AJA  POSITION CONTROL: THE POSBUD.DAT ROWS IN
      *                    FORCE TONIGHT ARE LOADED AND THE ACTIVE
      *                    AND ON-LEAVE HEADCOUNT PER TERRITORY/
      *                    OFFICE/JOB CLASS IS COUNTED FROM THE
      *                    MASTER BEFORE THE UPDATE (ACCESS IS NOW
      *                    DYNAMIC FOR THAT PASS).  AN ADD THAT
      *                    TAKES A POSITION OVER ITS BUDGETED
      *                    HEADCOUNT, OR ADDS TO ONE WITH NO BUDGET
      *                    ROW, STILL APPLIES BUT IS LISTED ON THE
      *                    EMMBUDWN.DAT WARNING LISTING.
      *   2026-10-15  AJA  ACTION CODE "S", A SALARY-ONLY CHANGE, AS
      *                    MERITINC WRITES FOR A MERIT INCREASE.  THE
      *                    IMAGE CARRIES THE NEW ANNUAL-SALARY-IN AND,
      *                    IN ITS TRAILING FILLER (BYTES 64-69), THE
      *                    SALARY THE INCREASE WAS FIGURED FROM.  ONLY
      *                    THE SALARY IS APPLIED, AND ONLY WHILE THE
      *                    EMPLOYEE IS STILL ACTIVE AND STILL ON THAT
      *                    OLD SALARY; OTHERWISE THE TRANSACTION GOES
      *                    TO EMMEXCPT.DAT, SO A MERIT RELEASED WEEKS
      *                    LATER CANNOT UNDO A TERMINATION, TRANSFER
      *                    OR OTHER CHANGE MADE IN BETWEEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
      ***********************************************************
           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EMPLOYEE-NUM-IN
             FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL MAINT-AUDIT
             ASSIGN TO "EMMAUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PTO-BALANCE-FILE
             ASSIGN TO "PTOBAL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PTO-EMPLOYEE-NUM
             FILE STATUS IS WS-PTO-STATUS.

           SELECT OPTIONAL PTO-PAYOUT-LISTING
             ASSIGN TO "PTOPAYOT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSITION-BUDGET-FILE
             ASSIGN TO "POSBUD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-WARNING-LISTING
             ASSIGN TO "EMMBUDWN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
           88 TRN-ADD                    VALUE "A".
           88 TRN-CHANGE                 VALUE "C".
           88 TRN-DELETE                 VALUE "D".
           88 TRN-SALARY-ONLY            VALUE "S".
        05 TRN-RECORD-IMAGE.
           10 TRN-EMPLOYEE-NUM  PIC X(5).
           10                   PIC X(75).
        05 TRN-SALARY-IMAGE REDEFINES TRN-RECORD-IMAGE.
           10                   PIC X(29).
           10 TRN-NEW-SALARY    PIC X(6).
           10 TRN-NEW-SALARY-N REDEFINES TRN-NEW-SALARY
                                PIC 9(6).
           10                   PIC X(28).
           10 TRN-OLD-SALARY    PIC X(6).
           10 TRN-OLD-SALARY-N REDEFINES TRN-OLD-SALARY
                                PIC 9(6).
           10                   PIC X(11).
        05 TRN-EFFECTIVE-DATE  PIC X(8).

       FD PENDING-TRANSACTIONS
        05                     PIC X(1).
        05 AUD-RECORD-IMAGE    PIC X(80).

       FD PTO-BALANCE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY PTOBALR.

       FD PTO-PAYOUT-LISTING
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 PTO-PAYOUT-OUT.
        05 POL-RUN-DATE        PIC X(8).
        05                     PIC X(1).
        05 POL-EMPLOYEE-NUM    PIC X(5).
        05                     PIC X(1).
        05 POL-EMPLOYEE-NAME   PIC X(20).
        05                     PIC X(1).
        05 POL-TERRITORY-NUM   PIC XX.
        05                     PIC X(1).
        05 POL-OFFICE-NUM      PIC XX.
        05                     PIC X(1).
        05 POL-PAYOUT-HOURS    PIC Z,ZZ9.99.
        05                     PIC X(1).
        05 POL-HOURLY-VALUE    PIC ZZ9.99.
        05                     PIC X(1).
        05 POL-PAYOUT-AMOUNT   PIC Z,ZZZ,ZZ9.99.
        05                     PIC X(10).

       FD POSITION-BUDGET-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 30 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY POSBUDR.

       FD BUDGET-WARNING-LISTING
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 BUDGET-WARNING-OUT.
        05 BWN-RUN-DATE        PIC X(8).
        05                     PIC X(1).
        05 BWN-EMPLOYEE-NUM    PIC X(5).
        05                     PIC X(1).
        05 BWN-TERRITORY-NUM   PIC XX.
        05                     PIC X(1).
        05 BWN-OFFICE-NUM      PIC XX.
        05                     PIC X(1).
        05 BWN-JOB-CLASS       PIC XX.
        05                     PIC X(1).
        05 BWN-BUDGET-HEADCOUNT PIC ZZZ9.
        05                     PIC X(1).
        05 BWN-ON-FILE-HEADCOUNT PIC ZZZZ9.
        05                     PIC X(1).
        05 BWN-NOTE            PIC X(40).
        05                     PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA         PIC X(3)   VALUE "YES".
           COPY EDITCHKW.
       01 WS-MASTER-STATUS     PIC XX.
           88 WS-MASTER-READ-OK          VALUE "00".
           88 WS-MASTER-NOT-FOUND        VALUE "23".
       01 WS-PTO-STATUS        PIC XX.
           88 WS-PTO-READ-OK             VALUE "00".
           88 WS-PTO-NOT-FOUND           VALUE "23".
       01 WS-RUN-DATE          PIC X(8)   VALUE SPACES.
       01 WS-BEFORE-IMAGE      PIC X(80)  VALUE SPACES.
       01 WS-PRIOR-STATUS      PIC X(1)   VALUE SPACE.
       01 WS-STANDARD-HOURS    PIC 9(4)   VALUE 2080.
       01 WS-PTO-HOURLY-VALUE  PIC 9(3)V99 VALUE ZERO.
       01 WS-PTO-PAYOUT-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-SW          PIC X(1)   VALUE "N".
           88 WS-RETRO-FLAGGED           VALUE "Y".
       01 WS-BUDGET-TABLE.
           05 WS-BUDGET-COUNT     PIC 9(4)  COMP VALUE ZERO.
           05 WS-BUDGET-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON WS-BUDGET-COUNT
                              INDEXED BY WS-BUD-IDX.
               10 WS-BUD-KEY        PIC X(6).
               10 WS-BUD-HEADCOUNT  PIC 9(4).
               10 WS-BUD-EFF-DATE   PIC X(8).
               10 WS-BUD-ON-FILE    PIC S9(5) COMP.
       01 WS-BUDGET-FOUND-SW   PIC X(1)   VALUE "N".
           88 WS-BUDGET-FOUND            VALUE "Y".
       01 WS-BUDGET-ROW-DATE   PIC X(8)   VALUE SPACES.
       01 WS-POSITION-KEY.
           05 WS-PK-TERRITORY-NUM PIC XX.
           05 WS-PK-OFFICE-NUM    PIC XX.
           05 WS-PK-JOB-CLASS     PIC XX.
       01 WS-HEADCOUNT-CHANGE  PIC S9(1)  VALUE ZERO.
       01 WS-RETIRE-CONTROLS.
           05 WS-RETIRE-FROM      PIC X(20) VALUE "EMPMAINT.TRN".
           05 WS-RETIRE-TO        PIC X(20) VALUE "EMPMAINT.OLD".
           05 WS-TRANS-REJECTED   PIC 9(7)  COMP VALUE ZERO.
           05 WS-TRANS-HELD       PIC 9(7)  COMP VALUE ZERO.
           05 WS-TRANS-RETRO      PIC 9(7)  COMP VALUE ZERO.
           05 WS-PTO-PAYOUTS      PIC 9(7)  COMP VALUE ZERO.
           05 WS-BUDGET-WARNINGS  PIC 9(7)  COMP VALUE ZERO.
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 060-LOAD-BUDGET-TABLE
           IF WS-BUDGET-COUNT > ZERO
               PERFORM 070-COUNT-POSITION-HEADCOUNT
           END-IF

           OPEN       INPUT  MAINT-TRANSACTIONS
                      I-O    PAYROLL-MASTER
                      OUTPUT MAINT-EXCEPTION
                      EXTEND MAINT-AUDIT
                      EXTEND PENDING-TRANSACTIONS
                      OUTPUT RETRO-LISTING
                      I-O    PTO-BALANCE-FILE
                      EXTEND PTO-PAYOUT-LISTING
                      OUTPUT BUDGET-WARNING-LISTING

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ MAINT-TRANSACTIONS
                      MAINT-AUDIT
                      PENDING-TRANSACTIONS
                      RETRO-LISTING
                      PTO-BALANCE-FILE
                      PTO-PAYOUT-LISTING
                      BUDGET-WARNING-LISTING

           IF WS-TRANS-READ > ZERO
               PERFORM 900-RETIRE-TRANSACTION-FILE
                   WS-TRANS-REJECTED " REJECTED, "
                   WS-TRANS-HELD " HELD FOR A FUTURE DATE, "
                   WS-TRANS-RETRO " RETROACTIVE"
           IF WS-PTO-PAYOUTS > ZERO
               DISPLAY "EMPMAINT: " WS-PTO-PAYOUTS
                       " PTO BALANCES LISTED ON PTOPAYOT.DAT"
           END-IF
           IF WS-BUDGET-WARNINGS > ZERO
               DISPLAY "EMPMAINT: " WS-BUDGET-WARNINGS
                       " ADDS OVER POSITION BUDGET LISTED ON "
                       "EMMBUDWN.DAT"
           END-IF
           GOBACK.

      ***********************************************************
      * LOAD THE POSBUD.DAT ROW IN FORCE TONIGHT FOR EACH
      * TERRITORY/OFFICE/JOB CLASS, THE SAME WAY POSRPT DOES:
      * ROWS DATED AFTER THE RUN DATE ARE NOT IN FORCE YET, AND
      * OF THE REST THE LATEST WINS.  NO BUDGET FILE, OR AN EMPTY
      * ONE, MEANS POSITION CONTROL IS NOT IN USE AND NO ADD IS
      * WARNED ABOUT.
      ***********************************************************
       060-LOAD-BUDGET-TABLE.
           MOVE ZERO TO WS-BUDGET-COUNT
           OPEN INPUT POSITION-BUDGET-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ POSITION-BUDGET-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 065-APPLY-BUDGET-ROW
             END-READ
           END-PERFORM

           CLOSE POSITION-BUDGET-FILE
           MOVE "YES" TO WS-MORE-DATA.

       065-APPLY-BUDGET-ROW.
           IF PBR-EFF-DATE NUMERIC
               MOVE PBR-EFF-DATE    TO WS-BUDGET-ROW-DATE
           ELSE
               MOVE "00000000"      TO WS-BUDGET-ROW-DATE
           END-IF

           IF WS-BUDGET-ROW-DATE > WS-RUN-DATE
               CONTINUE
           ELSE
               MOVE PBR-KEY TO WS-POSITION-KEY
               PERFORM 090-FIND-BUDGET-ROW
               IF WS-BUDGET-FOUND
                   IF WS-BUDGET-ROW-DATE
                            >= WS-BUD-EFF-DATE (WS-BUD-IDX)
                       PERFORM 068-STORE-BUDGET-ROW
                   END-IF
               ELSE
                   IF WS-BUDGET-COUNT < 1000
                       ADD 1 TO WS-BUDGET-COUNT
                       SET WS-BUD-IDX TO WS-BUDGET-COUNT
                       PERFORM 068-STORE-BUDGET-ROW
                       MOVE ZERO TO WS-BUD-ON-FILE (WS-BUD-IDX)
                   ELSE
                       DISPLAY "POSBUD.DAT OVER 1000 POSITIONS - "
                               "SKIPPING " PBR-KEY
                   END-IF
               END-IF
           END-IF.

       068-STORE-BUDGET-ROW.
           MOVE PBR-KEY              TO WS-BUD-KEY (WS-BUD-IDX)
           MOVE PBR-BUDGET-HEADCOUNT TO WS-BUD-HEADCOUNT (WS-BUD-IDX)
           MOVE WS-BUDGET-ROW-DATE   TO WS-BUD-EFF-DATE (WS-BUD-IDX).

      ***********************************************************
      * COUNT THE VALID ACTIVE AND ON-LEAVE EMPLOYEES ALREADY ON
      * THE MASTER AGAINST EACH BUDGETED POSITION, THE SAME HEADS
      * POSRPT COUNTS, BEFORE THE MASTER IS OPENED FOR UPDATE.
      ***********************************************************
       070-COUNT-POSITION-HEADCOUNT.
           OPEN INPUT PAYROLL-MASTER

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAYROLL-MASTER NEXT RECORD
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 300-EDIT-INPUT-RECORD
                  IF WS-RECORD-IS-VALID
                      MOVE 1 TO WS-HEADCOUNT-CHANGE
                      PERFORM 080-ADJUST-POSITION-HEADCOUNT
                  END-IF
             END-READ
           END-PERFORM

           CLOSE PAYROLL-MASTER
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * ADD WS-HEADCOUNT-CHANGE (+1 OR -1) TO THE POSITION OF THE
      * EMPLOYEE NOW IN PAYROLL-RECORD-IN, IF THEY HOLD ONE - AN
      * ACTIVE OR ON-LEAVE EMPLOYEE IN A BUDGETED TERRITORY/
      * OFFICE/JOB CLASS.  KEEPS THE COUNTS CURRENT AS THE RUN'S
      * ADDS, TRANSFERS, TERMINATIONS AND DELETES ARE APPLIED.
      ***********************************************************
       080-ADJUST-POSITION-HEADCOUNT.
           IF WS-BUDGET-COUNT > ZERO
            AND (EMPLOYEE-ACTIVE OR EMPLOYEE-ON-LEAVE)
               MOVE TERRITORY-NUM-IN    TO WS-PK-TERRITORY-NUM
               MOVE OFFICE-NUM-IN       TO WS-PK-OFFICE-NUM
               MOVE JOB-CLASS-CODE-IN   TO WS-PK-JOB-CLASS
               PERFORM 090-FIND-BUDGET-ROW
               IF WS-BUDGET-FOUND
                   ADD WS-HEADCOUNT-CHANGE
                     TO WS-BUD-ON-FILE (WS-BUD-IDX)
               END-IF
           END-IF.

      ***********************************************************
      * SEARCH THE BUDGET TABLE FOR WS-POSITION-KEY.
      ***********************************************************
       090-FIND-BUDGET-ROW.
           MOVE "N" TO WS-BUDGET-FOUND-SW

           IF WS-BUDGET-COUNT > ZERO
               SET WS-BUD-IDX TO 1
               SEARCH WS-BUDGET-ENTRY
                 AT END
                     MOVE "N" TO WS-BUDGET-FOUND-SW
                 WHEN WS-BUD-KEY (WS-BUD-IDX) = WS-POSITION-KEY
                     MOVE "Y" TO WS-BUDGET-FOUND-SW
               END-SEARCH
           END-IF.

      ***********************************************************
      * ROUTE ONE TRANSACTION BY ITS ACTION CODE.  ADDS AND
      * CHANGES MUST PASS THE SHARED FIELD EDITS BEFORE THEY ARE
                   ELSE
                       PERFORM 400-REJECT-TRANSACTION
                   END-IF
               WHEN TRN-SALARY-ONLY
                   IF TRN-EMPLOYEE-NUM NOT NUMERIC
                       MOVE "INVALID EMPLOYEE NUMBER"
                         TO WS-REJECT-REASON
                       PERFORM 400-REJECT-TRANSACTION
                   ELSE
                     IF TRN-NEW-SALARY NOT NUMERIC
                      OR TRN-NEW-SALARY-N = ZERO
                      OR TRN-OLD-SALARY NOT NUMERIC
                       MOVE "INVALID SALARY CHANGE"
                         TO WS-REJECT-REASON
                       PERFORM 400-REJECT-TRANSACTION
                     ELSE
                       PERFORM 620-CHANGE-SALARY-ONLY
                     END-IF
                   END-IF
               WHEN TRN-DELETE
                   IF TRN-EMPLOYEE-NUM NOT NUMERIC
                       MOVE "INVALID EMPLOYEE NUMBER"
                MOVE TRN-RECORD-IMAGE  TO PAYROLL-RECORD-IN
                PERFORM 800-WRITE-AUDIT-PAIR
                ADD 1 TO WS-TRANS-APPLIED
                PERFORM 550-CHECK-POSITION-BUDGET
           END-WRITE.

      ***********************************************************
      * COUNT A NEW ACTIVE OR ON-LEAVE HIRE AGAINST THEIR
      * POSITION AND, WHEN POSITION CONTROL IS IN USE, LIST THE
      * ADD ON EMMBUDWN.DAT IF IT TAKES THE POSITION OVER ITS
      * BUDGETED HEADCOUNT OR THE POSITION HAS NO BUDGET ROW IN
      * FORCE.  THE ADD STANDS EITHER WAY - THE LISTING IS FOR
      * THE BUDGET OWNER TO FOLLOW UP.
      ***********************************************************
       550-CHECK-POSITION-BUDGET.
           IF WS-BUDGET-COUNT > ZERO
            AND (EMPLOYEE-ACTIVE OR EMPLOYEE-ON-LEAVE)
               MOVE 1 TO WS-HEADCOUNT-CHANGE
               PERFORM 080-ADJUST-POSITION-HEADCOUNT

               MOVE SPACES              TO BUDGET-WARNING-OUT
               MOVE WS-RUN-DATE         TO BWN-RUN-DATE
               MOVE EMPLOYEE-NUM-IN     TO BWN-EMPLOYEE-NUM
               MOVE TERRITORY-NUM-IN    TO BWN-TERRITORY-NUM
               MOVE OFFICE-NUM-IN       TO BWN-OFFICE-NUM
               MOVE JOB-CLASS-CODE-IN   TO BWN-JOB-CLASS

               IF NOT WS-BUDGET-FOUND
                   MOVE ZERO            TO BWN-BUDGET-HEADCOUNT
                                           BWN-ON-FILE-HEADCOUNT
                   MOVE "NO POSITION BUDGET IN FORCE"
                     TO BWN-NOTE
                   WRITE BUDGET-WARNING-OUT
                   ADD 1 TO WS-BUDGET-WARNINGS
               ELSE
                 IF WS-BUD-ON-FILE (WS-BUD-IDX)
                          > WS-BUD-HEADCOUNT (WS-BUD-IDX)
                   MOVE WS-BUD-HEADCOUNT (WS-BUD-IDX)
                     TO BWN-BUDGET-HEADCOUNT
                   MOVE WS-BUD-ON-FILE (WS-BUD-IDX)
                     TO BWN-ON-FILE-HEADCOUNT
                   MOVE "OVER BUDGETED HEADCOUNT"
                     TO BWN-NOTE
                   WRITE BUDGET-WARNING-OUT
                   ADD 1 TO WS-BUDGET-WARNINGS
                 END-IF
               END-IF
           END-IF.

      ***********************************************************
      * CHANGE AN EXISTING EMPLOYEE.  THE OLD RECORD IS CAPTURED
      * FOR THE AUDIT REGISTER BEFORE THE NEW IMAGE REPLACES IT.
      * A CHANGE THAT TERMINATES THE EMPLOYEE ALSO LISTS THEIR
      * PAID-TIME-OFF BALANCE FOR FINAL PAYOUT.
      ***********************************************************
       600-CHANGE-MASTER-RECORD.
           MOVE TRN-EMPLOYEE-NUM TO EMPLOYEE-NUM-IN
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               MOVE PAYROLL-RECORD-IN TO WS-BEFORE-IMAGE
               MOVE EMPLOYMENT-STATUS-IN TO WS-PRIOR-STATUS
               MOVE -1 TO WS-HEADCOUNT-CHANGE
               PERFORM 080-ADJUST-POSITION-HEADCOUNT
               MOVE TRN-RECORD-IMAGE  TO PAYROLL-RECORD-IN
               REWRITE PAYROLL-RECORD-IN
               MOVE 1 TO WS-HEADCOUNT-CHANGE
               PERFORM 080-ADJUST-POSITION-HEADCOUNT
               PERFORM 800-WRITE-AUDIT-PAIR
               ADD 1 TO WS-TRANS-APPLIED
               IF EMPLOYEE-TERMINATED
                AND WS-PRIOR-STATUS NOT = "T"
                   PERFORM 650-LIST-PTO-PAYOUT
               END-IF
           END-IF.

      ***********************************************************
      * APPLY A SALARY-ONLY CHANGE.  NOTHING BUT ANNUAL-SALARY-IN
      * IS TAKEN FROM THE TRANSACTION, AND ONLY WHILE THE
      * EMPLOYEE IS STILL ACTIVE AND STILL ON THE SALARY THE
      * CHANGE WAS FIGURED FROM.  A TERMINATION, LEAVE OR SALARY
      * CHANGE APPLIED SINCE THEN SENDS IT TO EMMEXCPT.DAT TO BE
      * REVIEWED INSTEAD.  THE POSITION IS UNCHANGED, SO THE
      * HEADCOUNT IS NOT ADJUSTED.
      ***********************************************************
       620-CHANGE-SALARY-ONLY.
           MOVE TRN-EMPLOYEE-NUM TO EMPLOYEE-NUM-IN
           READ PAYROLL-MASTER
             INVALID KEY
                CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
               WHEN NOT EMPLOYEE-ACTIVE
                   MOVE "EMPLOYEE NO LONGER ACTIVE"
                     TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
               WHEN ANNUAL-SALARY-IN NOT = TRN-OLD-SALARY
                   MOVE "SALARY CHANGED SINCE INCREASE FIGURED"
                     TO WS-REJECT-REASON
                   PERFORM 400-REJECT-TRANSACTION
               WHEN OTHER
                   MOVE PAYROLL-RECORD-IN TO WS-BEFORE-IMAGE
                   MOVE TRN-NEW-SALARY    TO ANNUAL-SALARY-IN
                   REWRITE PAYROLL-RECORD-IN
                   PERFORM 800-WRITE-AUDIT-PAIR
                   ADD 1 TO WS-TRANS-APPLIED
           END-EVALUATE.

      ***********************************************************
      * LIST A NEWLY TERMINATED EMPLOYEE'S PTOBAL.DAT BALANCE ON
      * PTOPAYOT.DAT FOR THE FINAL CHECK, VALUED THE WAY PTOLIAB
      * VALUES IT - HOURLY-RATE-IN FOR HOURLY STAFF, OTHERWISE
      * ANNUAL-SALARY-IN OVER A 2080-HOUR YEAR.  THE HOURS ARE
      * MOVED TO PTO-PAYOUT-HOURS WITH THE RUN DATE AND THE
      * BALANCE ZEROED, SO A LATER RUN CANNOT PAY THEM AGAIN.
      ***********************************************************
       650-LIST-PTO-PAYOUT.
           MOVE EMPLOYEE-NUM-IN TO PTO-EMPLOYEE-NUM
           READ PTO-BALANCE-FILE
             INVALID KEY
                CONTINUE
           END-READ

           IF WS-PTO-READ-OK
            AND PTO-BALANCE-HOURS > ZERO
               IF PAY-TYPE-HOURLY
                   MOVE HOURLY-RATE-IN-N TO WS-PTO-HOURLY-VALUE
               ELSE
                   COMPUTE WS-PTO-HOURLY-VALUE ROUNDED =
                           ANNUAL-SALARY-IN-N / WS-STANDARD-HOURS
               END-IF
               COMPUTE WS-PTO-PAYOUT-AMOUNT ROUNDED =
                       PTO-BALANCE-HOURS * WS-PTO-HOURLY-VALUE

               MOVE SPACES              TO PTO-PAYOUT-OUT
               MOVE WS-RUN-DATE         TO POL-RUN-DATE
               MOVE EMPLOYEE-NUM-IN     TO POL-EMPLOYEE-NUM
               MOVE EMPLOYEE-NAME-IN    TO POL-EMPLOYEE-NAME
               MOVE TERRITORY-NUM-IN    TO POL-TERRITORY-NUM
               MOVE OFFICE-NUM-IN       TO POL-OFFICE-NUM
               MOVE PTO-BALANCE-HOURS   TO POL-PAYOUT-HOURS
               MOVE WS-PTO-HOURLY-VALUE TO POL-HOURLY-VALUE
               MOVE WS-PTO-PAYOUT-AMOUNT TO POL-PAYOUT-AMOUNT
               WRITE PTO-PAYOUT-OUT

               MOVE WS-RUN-DATE         TO PTO-PAYOUT-DATE
               MOVE PTO-BALANCE-HOURS   TO PTO-PAYOUT-HOURS
               MOVE ZERO                TO PTO-BALANCE-HOURS
               REWRITE PTO-BALANCE-RECORD
               ADD 1 TO WS-PTO-PAYOUTS
           END-IF.

      ***********************************************************
               PERFORM 400-REJECT-TRANSACTION
           ELSE
               MOVE PAYROLL-RECORD-IN TO WS-BEFORE-IMAGE
               MOVE -1 TO WS-HEADCOUNT-CHANGE
               PERFORM 080-ADJUST-POSITION-HEADCOUNT
               DELETE PAYROLL-MASTER
               MOVE SPACES TO PAYROLL-RECORD-IN
               PERFORM 800-WRITE-AUDIT-PAIR
