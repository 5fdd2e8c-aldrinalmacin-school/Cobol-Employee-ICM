      *                    ACKNOWLEDGED (STATUS A, SET BY GLACKLD)
      *                    IS REFUSED, SO THE SAME PAYROLL EXPENSE
      *                    CANNOT POST TWICE.
      *   2026-10-15  AJA  TIMESHT.DAT RECORD IS NOW 23
      *                    CHARACTERS - TMS-PTO-HOURS ADDED FOR THE
      *                    PTOACCR TIME-OFF BANK.
      *   2026-10-15  AJA  RECORD THE CYCLE'S TOTALS BY TERRITORY/
      *                    OFFICE (HEADCOUNT PAID, REGULAR GROSS,
      *                    HOURLY GROSS, EMPLOYEES SKIPPED FOR
      *                    LEAVE) ON CYCTOT.DAT VIA CYCTOT FOR THE
      *                    CYCCLOSE BALANCING WHEN THE BATCH IS
      *                    REGISTERED.  A CYCLE IS REFUSED WHILE
      *                    THE PAYCAL.DAT CYCLE OF THE SAME TYPE
      *                    BEFORE IT IS POSTED BUT NOT YET CLOSED
      *                    (A PRIOR CYCLE NEVER POSTED IS LEFT TO
      *                    PAYCALCK TO REPORT), OR WHEN IT HAS
      *                    ITSELF ALREADY BEEN CLOSED.
      *   2026-10-15  AJA  PRORATE A FIRST-YEAR HIRE ON THE CYCLE
      *                    DATE'S YEAR, NOT THE RUN DATE'S, AS
      *                    PAYREG AND YTDUPDT DO, AND PAY AN HOURLY
      *                    EMPLOYEE'S TMS-PTO-HOURS AT
      *                    HOURLY-RATE-IN ALONG WITH THE HOURS
      *                    WORKED, SO ALL THREE STEPS PRICE THE
      *                    CYCLE THE SAME FOR CYCCLOSE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
      ***********************************************************
             ASSIGN TO "EMPLEAVE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-CALENDAR
             ASSIGN TO "PAYCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
             ASSIGN TO "GLSORTWK.DAT".


       FD TIMESHEET-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY TIMESHTR.

          BLOCK CONTAINS 10 RECORDS.
           COPY EMPLEAVR.

       FD PAY-CALENDAR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 32 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY PAYCALR.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
        05 SR-TERRITORY-NUM       PIC XX.
           88 WS-BIWEEKLY-CYCLE              VALUE "B" "b".
       01 WS-CYCLE-DATE-PARM      PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-DATE           PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-TYPE           PIC X(1)   VALUE SPACE.
       01 WS-CYCLE-ACKED-SW       PIC X(1)   VALUE "N".
           88 WS-CYCLE-ACKED                 VALUE "Y".
       01 WS-CYCLE-CLOSED-SW      PIC X(1)   VALUE "N".
           88 WS-CYCLE-CLOSED                VALUE "Y".
       01 WS-PRIOR-CYCLE.
           05 WS-PRIOR-CYCLE-DATE PIC X(8)   VALUE SPACES.
           05 WS-PRIOR-POSTED-FLAG PIC X(1)  VALUE SPACE.
           05 WS-PRIOR-CLOSED-FLAG PIC X(1)  VALUE SPACE.
       01 WS-REG-FILE-NAMES.
           05 WS-REG-OLD-NAME     PIC X(20)  VALUE "GLBATREG.DAT".
           05 WS-REG-NEW-NAME     PIC X(20)  VALUE "GLBATREG.TMP".
                                 INDEXED BY WS-TMS-IDX.
               10 WS-TMS-EMPLOYEE-NUM PIC X(5).
               10 WS-TMS-HOURS        PIC 9(3)V99.
               10 WS-TMS-PTO-HOURS    PIC 9(3)V99.
       01 WS-TIMESHEET-FOUND-SW   PIC X(1)   VALUE "N".
           88 WS-TIMESHEET-FOUND             VALUE "Y".
       01 WS-TMS-OTHER-PERIODS    PIC 9(5)   COMP VALUE ZERO.
           05 WS-PRIOR-TERRITORY-NUM  PIC XX  VALUE SPACES.
           05 WS-PRIOR-OFFICE-NUM     PIC XX  VALUE SPACES.
       01 WS-CENTER-GROSS-TOTAL   PIC 9(9)V99 COMP VALUE ZERO.
           COPY CYCTOTW.
       01 WS-CENTER-FOUND-SW      PIC X(1)   VALUE "N".
           88 WS-CENTER-FOUND                VALUE "Y".
       01 WS-BATCH-CONTROLS.
           05 WS-POSTING-COUNT    PIC 9(7)   COMP VALUE ZERO.
           05 WS-HASH-TOTAL       PIC 9(13)  COMP VALUE ZERO.

           EVALUATE TRUE
               WHEN WS-MONTHLY-CYCLE
                   MOVE 12  TO WS-PERIODS-PER-YEAR
                   MOVE "M" TO WS-CYCLE-TYPE
               WHEN WS-BIWEEKLY-CYCLE
                   MOVE 26  TO WS-PERIODS-PER-YEAR
                   MOVE "B" TO WS-CYCLE-TYPE
               WHEN OTHER
                   DISPLAY "GLEXTR: CYCLE PARAMETER M OR B "
                           "REQUIRED - NOTHING EXTRACTED"
               STOP RUN
           END-IF

           PERFORM 130-CHECK-PRIOR-CYCLE
           IF WS-CYCLE-CLOSED
               DISPLAY "GLEXTR: CYCLE " WS-CYCLE-DATE " ALREADY "
                       "CLOSED - NOTHING EXTRACTED"
               STOP RUN
           END-IF
           IF WS-PRIOR-CYCLE-DATE NOT = SPACES
            AND WS-PRIOR-POSTED-FLAG = "P"
            AND WS-PRIOR-CLOSED-FLAG NOT = "C"
               DISPLAY "GLEXTR: PRIOR CYCLE " WS-PRIOR-CYCLE-DATE
                       " IS STILL OPEN - BALANCE AND CLOSE IT "
                       "WITH CYCCLOSE FIRST - NOTHING EXTRACTED"
               STOP RUN
           END-IF

           MOVE "GLEXTR"                TO CTT-STEP-ID
           MOVE WS-CYCLE-DATE           TO CTT-CYCLE-DATE
           MOVE WS-RUN-DATE             TO CTT-RUN-DATE

           PERFORM 150-LOAD-TIMESHEET-TABLE
           PERFORM 160-LOAD-LEAVE-TABLE

                       " - DO NOT TRANSMIT GLPOST.DAT"
           ELSE
               PERFORM 700-REGISTER-TRANSMITTED-BATCH
               CALL "CYCTOT" USING CYCLE-TOTALS-TABLE
           END-IF

           STOP RUN.
           CLOSE GL-BATCH-REGISTER
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * SCAN THE PAYCAL.DAT CALENDAR FOR THE LATEST CYCLE OF THE
      * SAME TYPE DATED BEFORE THE CYCLE BEING EXTRACTED.  ONCE
      * IT IS POSTED, THE NEXT CYCLE MUST NOT START UNTIL
      * CYCCLOSE HAS BALANCED AND CLOSED IT; ONE NEVER POSTED HAS
      * NOTHING TO BALANCE AND PAYCALCK REPORTS IT AS MISSED.  A
      * CYCLE ALREADY CLOSED ITSELF IS NOT BUILT
      * AGAIN - ITS TOTALS ARE BALANCED AND FINAL.
      ***********************************************************
       130-CHECK-PRIOR-CYCLE.
           OPEN INPUT PAY-CALENDAR

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAY-CALENDAR
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  IF PCAL-CYCLE-TYPE = WS-CYCLE-TYPE
                      IF PCAL-CYCLE-DATE = WS-CYCLE-DATE
                       AND PCAL-CYCLE-CLOSED
                          MOVE "Y" TO WS-CYCLE-CLOSED-SW
                      END-IF
                      IF PCAL-CYCLE-DATE < WS-CYCLE-DATE
                       AND (WS-PRIOR-CYCLE-DATE = SPACES
                            OR PCAL-CYCLE-DATE > WS-PRIOR-CYCLE-DATE)
                          MOVE PCAL-CYCLE-DATE
                            TO WS-PRIOR-CYCLE-DATE
                          MOVE PCAL-POSTED-FLAG
                            TO WS-PRIOR-POSTED-FLAG
                          MOVE PCAL-CLOSED-FLAG
                            TO WS-PRIOR-CLOSED-FLAG
                      END-IF
                  END-IF
             END-READ
           END-PERFORM

           CLOSE PAY-CALENDAR
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * LOAD THE CYCLE'S TIMESHEET HOURS FROM TIMESHT.DAT INTO
      * WS-TIMESHEET-TABLE ONE TIME, BEFORE THE MASTER IS READ,
      * WHOSE TMS-PERIOD-DATE MATCHES THE CYCLE BEING EXTRACTED
      * ARE LOADED, SO A STALE FILE LEFT FROM THE PRIOR CYCLE (OR
      * A FILE LEGITIMATELY HOLDING TWO PERIODS) CANNOT POST THE
      * WRONG PERIOD'S HOURS.  THE PTO HOURS TAKEN ARE LOADED
      * WITH THE HOURS WORKED (A SHORT ROW WITH NONE READS AS
      * ZERO).  THE FILE IS OPTIONAL - A SHOP WITH NO HOURLY
      * STAFF THIS CYCLE SIMPLY HAS NO HOURS TO LOAD.
      ***********************************************************
       150-LOAD-TIMESHEET-TABLE.
           OPEN INPUT TIMESHEET-FILE
                        TO WS-TMS-EMPLOYEE-NUM (WS-TIMESHEET-COUNT)
                      MOVE TMS-HOURS-WORKED-N
                        TO WS-TMS-HOURS (WS-TIMESHEET-COUNT)
                      IF TMS-PTO-HOURS NUMERIC
                         MOVE TMS-PTO-HOURS-N
                           TO WS-TMS-PTO-HOURS (WS-TIMESHEET-COUNT)
                      ELSE
                         MOVE ZERO
                           TO WS-TMS-PTO-HOURS (WS-TIMESHEET-COUNT)
                      END-IF
                   ELSE
                      DISPLAY "TIMESHT.DAT ENTRY SKIPPED FOR "
                              TMS-EMPLOYEE-NUM
      * READ THE MASTER AND RELEASE ONE SORT RECORD, CARRYING THE
      * CYCLE GROSS, PER VALID NOT-TERMINATED EMPLOYEE.  AN
      * HOURLY EMPLOYEE WITH NO TIMESHEET THIS CYCLE EARNED
      * NOTHING AND RELEASES NOTHING.  EVERY EMPLOYEE RELEASED,
      * AND EVERY ONE SKIPPED FOR LEAVE, IS ALSO COUNTED INTO
      * THE CYCLE TOTALS OF THEIR TERRITORY/OFFICE.
      ***********************************************************
       200-BUILD-SORT-RECORDS.
           OPEN INPUT PAYROLL-MASTER
                  IF WS-RECORD-IS-VALID
                   AND NOT EMPLOYEE-TERMINATED
                      PERFORM 260-CHECK-LEAVE-STATUS
                      IF WS-EMPLOYEE-OUT
                          PERFORM 290-COUNT-LEAVE-SKIP
                      ELSE
                          PERFORM 270-COMPUTE-CYCLE-GROSS
                          IF PAY-TYPE-HOURLY
                           AND NOT WS-TIMESHEET-FOUND
                              MOVE WS-CYCLE-GROSS
                                TO SR-CYCLE-GROSS
                              RELEASE SORT-RECORD
                              PERFORM 285-ADD-TO-CYCLE-TOTALS
                          END-IF
                      END-IF
                  END-IF
      ***********************************************************
      * THE ASSIGNMENT2 GROSS COMPUTATION: ANNUAL SALARY, PRORATED
      * OVER THE MONTHS ACTIVE WHEN THE EMPLOYEE WAS HIRED IN THE
      * CYCLE YEAR, SPREAD OVER THE CYCLE'S PAY PERIODS.  AN
      * HOURLY EMPLOYEE'S CYCLE GROSS IS THE TIMESHEET HOURS
      * WORKED PLUS PTO HOURS TAKEN, TIMES HOURLY-RATE-IN,
      * INSTEAD.
      ***********************************************************
       270-COMPUTE-CYCLE-GROSS.
           IF PAY-TYPE-HOURLY
               PERFORM 280-LOOKUP-TIMESHEET
               IF WS-TIMESHEET-FOUND
                   COMPUTE WS-CYCLE-GROSS ROUNDED =
                          (WS-TMS-HOURS (WS-TMS-IDX)
                         + WS-TMS-PTO-HOURS (WS-TMS-IDX))
                         * HOURLY-RATE-IN-N
               ELSE
                   MOVE ZERO TO WS-CYCLE-GROSS
               END-IF
           ELSE
               IF HIRE-YEAR-IN = WS-CYCLE-DATE (1:4)
                   COMPUTE WS-MONTHS-ACTIVE = 13 - HIRE-MONTH-IN-N
               ELSE
                   MOVE 12 TO WS-MONTHS-ACTIVE
               END-SEARCH
           END-IF.

      ***********************************************************
      * ADD THE EMPLOYEE RELEASED INTO THE CYCLE TOTALS OF THEIR
      * TERRITORY/OFFICE: ONE HEAD, AND THE CYCLE GROSS AS
      * HOURLY OR REGULAR (SALARIED) GROSS BY PAY TYPE.
      ***********************************************************
       285-ADD-TO-CYCLE-TOTALS.
           PERFORM 295-FIND-CYCLE-CENTER

           IF WS-CENTER-FOUND
               ADD 1 TO CTT-HEADCOUNT (CTT-IDX)
               IF PAY-TYPE-HOURLY
                   ADD WS-CYCLE-GROSS TO CTT-HOURLY-GROSS (CTT-IDX)
               ELSE
                   ADD WS-CYCLE-GROSS TO CTT-REGULAR-GROSS (CTT-IDX)
               END-IF
           END-IF.

      ***********************************************************
      * COUNT AN EMPLOYEE SKIPPED FOR LEAVE IN THE CYCLE TOTALS
      * OF THEIR TERRITORY/OFFICE.
      ***********************************************************
       290-COUNT-LEAVE-SKIP.
           PERFORM 295-FIND-CYCLE-CENTER

           IF WS-CENTER-FOUND
               ADD 1 TO CTT-LEAVE-SKIPPED (CTT-IDX)
           END-IF.

      ***********************************************************
      * POINT CTT-IDX AT THE EMPLOYEE'S TERRITORY/OFFICE IN THE
      * CYCLE TOTALS TABLE, ADDING IT THE FIRST TIME IT IS SEEN.
      ***********************************************************
       295-FIND-CYCLE-CENTER.
           MOVE "N" TO WS-CENTER-FOUND-SW

           IF CTT-CENTER-COUNT > ZERO
               SET CTT-IDX TO 1
               SEARCH CTT-CENTER-ENTRY
                 AT END
                     CONTINUE
                 WHEN CTT-LOCATION-CODE (CTT-IDX) = LOCATION-CODE
                     MOVE "Y" TO WS-CENTER-FOUND-SW
               END-SEARCH
           END-IF

           IF NOT WS-CENTER-FOUND
               IF CTT-CENTER-COUNT < 500
                   ADD 1 TO CTT-CENTER-COUNT
                   SET CTT-IDX TO CTT-CENTER-COUNT
                   MOVE LOCATION-CODE TO CTT-LOCATION-CODE (CTT-IDX)
                   MOVE ZERO          TO CTT-HEADCOUNT (CTT-IDX)
                                         CTT-REGULAR-GROSS (CTT-IDX)
                                         CTT-HOURLY-GROSS (CTT-IDX)
                                         CTT-LEAVE-SKIPPED (CTT-IDX)
                   MOVE "Y" TO WS-CENTER-FOUND-SW
               ELSE
                   DISPLAY "GLEXTR: OVER 500 TERRITORY/OFFICES - "
                           LOCATION-CODE " LEFT OUT OF CYCLE TOTALS"
               END-IF
           END-IF.

      ***********************************************************
      * RETURN THE SORTED RECORDS IN TERRITORY/OFFICE SEQUENCE,
      * ACCUMULATE EACH COST CENTER'S GROSS, AND WRITE A BALANCED
