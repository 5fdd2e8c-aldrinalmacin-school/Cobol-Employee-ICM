      * DATE:   2026-08-09
      * PURPOSE: PRODUCE A PAYROLL REGISTER OFF THE CH0402.DAT
      *          MASTER SHOWING MONTHLY AND BIWEEKLY GROSS PAY
      *          COMPUTED FROM ANNUAL-SALARY-IN.  THE REGISTER IS
      *          PRICED AS OF THE RUN DATE; AN OPTIONAL FIRST
      *          PARAMETER (YYYYMMDD) PRICES IT AS OF A PAST CYCLE
      *          DATE INSTEAD, SO A CYCLE WHOSE NIGHT WAS MISSED OR
      *          WHOSE PAYREG STEP FAILED CAN STILL HAVE ITS
      *          CYCTOT.DAT TOTALS RECORDED.  CALLED FROM RUNCTL
      *          THE ONE-CHARACTER DRIVER PARMS ARE NEVER A DATE,
      *          SO THE NIGHTLY STEP RUNS AS OF THE RUN DATE.
      * MODIFICATION HISTORY:
      *   2026-08-09  AJA  APPLY THE SAME FIELD EDITS ASSIGNMENT1
      *                    USES (EDITCHK.CPY/EDITCHKW.CPY) BEFORE
      *                    WHOSE STATUS IS EMPLOYEE-ON-LEAVE, SO
      *                    UNPAID LEAVE NO LONGER SHOWS GROSS PAY
      *                    ON THE REGISTER.
      *   2026-10-15  AJA  TIMESHT.DAT RECORD IS NOW 23
      *                    CHARACTERS - TMS-PTO-HOURS ADDED FOR THE
      *                    PTOACCR TIME-OFF BANK.
      *   2026-10-15  AJA  WHEN THE RUN DATE IS A REGULAR CYCLE ON
      *                    PAYCAL.DAT, RECORD THE CYCLE'S TOTALS BY
      *                    TERRITORY/OFFICE (HEADCOUNT PAID, REGULAR
      *                    GROSS FROM THE CYCLE TYPE'S COLUMN,
      *                    HOURLY GROSS, EMPLOYEES SKIPPED FOR
      *                    LEAVE) ON CYCTOT.DAT VIA CYCTOT FOR THE
      *                    CYCCLOSE BALANCING.  TERMINATED
      *                    EMPLOYEES STILL LIST ON THE REGISTER BUT
      *                    ARE NOT COUNTED AS PAID, AND AN HOURLY
      *                    EMPLOYEE WITH NO TIMESHEET IS NOT
      *                    COUNTED, AS YTDUPDT AND GLEXTR PAY
      *                    NEITHER.
      *   2026-10-15  AJA  OPTIONAL CYCLE-DATE PARAMETER FOR A
      *                    RERUN OF A MISSED OR FAILED CYCLE: THE
      *                    PAYCAL.DAT LOOKUP, TIMESHEET PERIOD,
      *                    LEAVE TEST, FIRST-YEAR PRORATION AND THE
      *                    CYCTOT.DAT CYCLE DATE ALL USE THAT DATE
      *                    IN PLACE OF THE RUN DATE.  CYCTOT
      *                    REPLACES ANY EARLIER PAYREG ROWS FOR THE
      *                    CYCLE, SO A RERUN IS SAFE.
      *   2026-10-15  AJA  PAY AN HOURLY EMPLOYEE'S TMS-PTO-HOURS AT
      *                    HOURLY-RATE-IN ALONG WITH THE HOURS
      *                    WORKED, PRICED AS IN YTDUPDT AND GLEXTR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIGNMENT2.
      ***********************************************************
             ASSIGN TO "EMPLEAVE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-CALENDAR
             ASSIGN TO "PAYCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-REGISTER
             ASSIGN TO "PAYREG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

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

       FD PAYROLL-REGISTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
           05 WS-ANNUAL-GROSS   PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-MONTHS-ACTIVE  PIC 99      COMP VALUE ZERO.
           05 WS-HOURLY-GROSS   PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-CYCLE-GROSS    PIC 9(7)V99 COMP VALUE ZERO.
       01 WS-CYCLE-TYPE           PIC X(1)  VALUE SPACE.
           88 WS-MONTHLY-CYCLE              VALUE "M".
           88 WS-BIWEEKLY-CYCLE             VALUE "B".
       01 WS-CYCLE-CLOSED-SW      PIC X(1)  VALUE "N".
           88 WS-CYCLE-CLOSED               VALUE "Y".
       01 WS-RECORD-TOTALS-SW     PIC X(1)  VALUE "N".
           88 WS-RECORDING-TOTALS           VALUE "Y".
           COPY CYCTOTW.
       01 WS-CENTER-FOUND-SW      PIC X(1)  VALUE "N".
           88 WS-CENTER-FOUND               VALUE "Y".
       01 WS-TIMESHEET-TABLE.
           05 WS-TIMESHEET-COUNT PIC 9(4)   COMP VALUE ZERO.
           05 WS-TIMESHEET-ENTRY OCCURS 1 TO 500 TIMES
                                 INDEXED BY WS-TMS-IDX.
               10 WS-TMS-EMPLOYEE-NUM PIC X(5).
               10 WS-TMS-HOURS        PIC 9(3)V99.
               10 WS-TMS-PTO-HOURS    PIC 9(3)V99.
       01 WS-TIMESHEET-FOUND-SW   PIC X(1)  VALUE "N".
           88 WS-TIMESHEET-FOUND            VALUE "Y".
       01 WS-TMS-OTHER-PERIODS    PIC 9(5)  COMP VALUE ZERO.
           05 WS-RUN-YEAR       PIC X(4).
           05 WS-RUN-MONTH      PIC XX.
           05 WS-RUN-DAY        PIC XX.
       01 WS-CYCLE-DATE-PARM      PIC X(8)  VALUE SPACES.
       01 WS-CYCLE-DATE.
           05 WS-CYCLE-YEAR     PIC X(4).
           05 WS-CYCLE-MONTH    PIC XX.
           05 WS-CYCLE-DAY      PIC XX.
       01 WS-REGISTER-TOTAL-LINE.
           05                       PIC X(5).
           05                       PIC X(20) VALUE
      ***********************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CYCLE-DATE-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF WS-CYCLE-DATE-PARM NUMERIC
               MOVE WS-CYCLE-DATE-PARM TO WS-CYCLE-DATE
               DISPLAY "PAYREG: PRICING AS OF CYCLE DATE "
                       WS-CYCLE-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-CYCLE-DATE
           END-IF

           MOVE "PAYREG"            TO WS-RPT-ID
           MOVE "PAYROLL REGISTER"  TO WS-RPT-TITLE
           MOVE WS-RUN-DATE         TO WS-RPT-RUN-DATE

           PERFORM 050-LOAD-TIMESHEET-TABLE
           PERFORM 060-LOAD-LEAVE-TABLE
           PERFORM 070-FIND-PAY-CYCLE

           OPEN       INPUT  PAYROLL-MASTER
                      OUTPUT PAYROLL-REGISTER
                   PERFORM 150-EDIT-INPUT-RECORD
                   IF WS-RECORD-IS-VALID
                       PERFORM 170-CHECK-LEAVE-STATUS
                       IF WS-EMPLOYEE-OUT
                           PERFORM 440-COUNT-LEAVE-SKIP
                       ELSE
                           PERFORM 200-REGISTER-DATA-ROUTINE
                       END-IF
                   END-IF

           CLOSE      PAYROLL-MASTER
                      PAYROLL-REGISTER

           IF WS-RECORDING-TOTALS
               CALL "CYCTOT" USING CYCLE-TOTALS-TABLE
           END-IF
           GOBACK.

      ***********************************************************
      * WS-TIMESHEET-TABLE ONE TIME, BEFORE THE MASTER IS READ,
      * THE SAME WAY ASSIGNMENT1 LOADS JOBCLASS.DAT.  THE
      * REGISTER RUNS ON THE CYCLE NIGHT, SO ONLY ROWS WHOSE
      * TMS-PERIOD-DATE MATCHES THE CYCLE DATE (THE RUN DATE
      * UNLESS A RERUN DATE WAS GIVEN) ARE LOADED - A STALE
      * FILE LEFT FROM THE PRIOR CYCLE CANNOT SHOW LAST CYCLE'S
      * HOURS AGAIN.  THE PTO HOURS TAKEN ARE LOADED WITH THE
      * HOURS WORKED (A SHORT ROW WITH NONE READS AS ZERO).  THE
      * FILE IS OPTIONAL - A SHOP WITH NO HOURLY STAFF THIS
      * CYCLE SIMPLY HAS NO HOURS TO LOAD.
      ***********************************************************
       050-LOAD-TIMESHEET-TABLE.
           OPEN INPUT TIMESHEET-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF TMS-PERIOD-DATE NOT = WS-CYCLE-DATE
                    ADD 1 TO WS-TMS-OTHER-PERIODS
                 ELSE
                   IF WS-TIMESHEET-COUNT < 500
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
           CLOSE LEAVE-FILE
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * LOOK THE CYCLE DATE UP ON THE PAYCAL.DAT CALENDAR.  WHEN IT
      * IS A REGULAR (MONTHLY OR BIWEEKLY) CYCLE NOT YET CLOSED,
      * THE REGISTER'S TOTALS ARE RECORDED FOR THE CYCLE SO
      * CYCCLOSE CAN BALANCE THEM AGAINST YTDUPDT AND GLEXTR; ON
      * ANY OTHER NIGHT THE REGISTER PRINTS AS IT ALWAYS HAS.  A
      * RERUN DATE THAT IS NOT A REGULAR CYCLE IS REPORTED.
      ***********************************************************
       070-FIND-PAY-CYCLE.
           OPEN INPUT PAY-CALENDAR

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAY-CALENDAR
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  IF PCAL-CYCLE-DATE = WS-CYCLE-DATE
                   AND WS-CYCLE-TYPE = SPACE
                   AND (PCAL-MONTHLY-CYCLE OR PCAL-BIWEEKLY-CYCLE)
                      MOVE PCAL-CYCLE-TYPE TO WS-CYCLE-TYPE
                      IF PCAL-CYCLE-CLOSED
                          MOVE "Y" TO WS-CYCLE-CLOSED-SW
                      END-IF
                  END-IF
             END-READ
           END-PERFORM

           CLOSE PAY-CALENDAR
           MOVE "YES" TO WS-MORE-DATA

           IF WS-CYCLE-TYPE NOT = SPACE
               IF WS-CYCLE-CLOSED
                   DISPLAY "PAYREG: CYCLE " WS-CYCLE-DATE " ALREADY "
                           "CLOSED - CYCLE TOTALS NOT RECORDED"
               ELSE
                   MOVE "Y"         TO WS-RECORD-TOTALS-SW
                   MOVE "PAYREG"    TO CTT-STEP-ID
                   MOVE WS-CYCLE-DATE TO CTT-CYCLE-DATE
                   MOVE WS-RUN-DATE   TO CTT-RUN-DATE
               END-IF
           ELSE
               IF WS-CYCLE-DATE-PARM NUMERIC
                   DISPLAY "PAYREG: " WS-CYCLE-DATE " IS NOT A "
                           "REGULAR CYCLE ON PAYCAL.DAT - CYCLE "
                           "TOTALS NOT RECORDED"
               END-IF
           END-IF.

      ***********************************************************
      * APPLY THE SAME FIELD EDITS ASSIGNMENT1 USES TO KEEP A BAD
      * RECORD OFF A1OUTPUT.DAT, SO ONE THAT GETS REJECTED THERE

      ***********************************************************
      * AN EMPLOYEE IS OUT THIS CYCLE WHEN A DATED LEAVE COVERS
      * THE CYCLE DATE (START ON OR BEFORE IT, EXPECTED RETURN
      * AFTER IT OR OPEN-ENDED), OR WHEN THE MASTER STATUS SAYS
      * EMPLOYEE-ON-LEAVE.  EITHER SIGNAL STOPS THE CYCLE'S PAY.
      ***********************************************************
                     CONTINUE
                 WHEN WS-LVE-EMPLOYEE-NUM (WS-LVE-IDX)
                                        = EMPLOYEE-NUM-IN
                  AND WS-LVE-START-DATE (WS-LVE-IDX)
                                        <= WS-CYCLE-DATE
                  AND (WS-LVE-RETURN-DATE (WS-LVE-IDX) NOT NUMERIC
                       OR WS-LVE-RETURN-DATE (WS-LVE-IDX) = ZEROS
                       OR WS-LVE-RETURN-DATE (WS-LVE-IDX)
                                        > WS-CYCLE-DATE)
                     MOVE "Y" TO WS-EMPLOYEE-OUT-SW
               END-SEARCH
           END-IF.
           MOVE WS-MONTHLY-GROSS                TO REG-MONTHLY-GROSS
           MOVE WS-BIWEEKLY-GROSS                TO REG-BIWEEKLY-GROSS

           WRITE REGISTER-RECORD-OUT

           PERFORM 430-ADD-TO-CYCLE-TOTALS.

      ***********************************************************
      * COMPUTE MONTHLY AND BIWEEKLY GROSS PAY FROM THE MASTER'S
      * ANNUAL SALARY.  A YEAR IS TREATED AS 12 PAY MONTHS AND
      * 26 BIWEEKLY PAY PERIODS.  AN EMPLOYEE HIRED IN THE CYCLE
      * YEAR ONLY EARNS FROM THE HIRE MONTH THROUGH DECEMBER, SO
      * THE FIRST YEAR'S GROSS IS PRORATED BY THE MONTHS ACTIVE
      * BEFORE IT IS SPREAD OVER THE PAY PERIODS.
      * A PAY-TYPE-HOURLY EMPLOYEE IS PRICED FROM THE CYCLE'S
      * TIMESHEET INSTEAD: HOURS WORKED PLUS PTO HOURS TAKEN,
      * TIMES HOURLY-RATE-IN.
      * THE TIMESHEET COVERS WHATEVER CYCLE WAS KEYED, SO THE
      * SAME FIGURE SHOWS IN BOTH PAY-PERIOD COLUMNS; NO
      * TIMESHEET THIS CYCLE MEANS ZERO GROSS.
               PERFORM 350-LOOKUP-TIMESHEET
               IF WS-TIMESHEET-FOUND
                   COMPUTE WS-HOURLY-GROSS ROUNDED =
                          (WS-TMS-HOURS (WS-TMS-IDX)
                         + WS-TMS-PTO-HOURS (WS-TMS-IDX))
                         * HOURLY-RATE-IN-N
               ELSE
                   MOVE ZERO TO WS-HOURLY-GROSS
               MOVE WS-HOURLY-GROSS TO WS-MONTHLY-GROSS
               MOVE WS-HOURLY-GROSS TO WS-BIWEEKLY-GROSS
           ELSE
               IF HIRE-YEAR-IN = WS-CYCLE-YEAR
                   COMPUTE WS-MONTHS-ACTIVE = 13 - HIRE-MONTH-IN-N
               ELSE
                   MOVE 12 TO WS-MONTHS-ACTIVE
               END-SEARCH
           END-IF.

      ***********************************************************
      * ON A CYCLE NIGHT, ADD AN EMPLOYEE THE CYCLE ACTUALLY PAYS
      * INTO THE CYCLE TOTALS OF THEIR TERRITORY/OFFICE: ONE
      * HEAD, AND THE GROSS FROM THE CYCLE TYPE'S COLUMN AS
      * HOURLY OR REGULAR (SALARIED) GROSS BY PAY TYPE.  A
      * TERMINATED EMPLOYEE, OR AN HOURLY ONE WITH NO TIMESHEET,
      * IS ON THE REGISTER BUT IS NOT PAID.
      ***********************************************************
       430-ADD-TO-CYCLE-TOTALS.
           IF WS-RECORDING-TOTALS
            AND NOT EMPLOYEE-TERMINATED
               IF PAY-TYPE-HOURLY
                AND NOT WS-TIMESHEET-FOUND
                   CONTINUE
               ELSE
                   IF WS-MONTHLY-CYCLE
                       MOVE WS-MONTHLY-GROSS  TO WS-CYCLE-GROSS
                   ELSE
                       MOVE WS-BIWEEKLY-GROSS TO WS-CYCLE-GROSS
                   END-IF
                   PERFORM 460-FIND-CYCLE-CENTER
                   IF WS-CENTER-FOUND
                       ADD 1 TO CTT-HEADCOUNT (CTT-IDX)
                       IF PAY-TYPE-HOURLY
                           ADD WS-CYCLE-GROSS
                             TO CTT-HOURLY-GROSS (CTT-IDX)
                       ELSE
                           ADD WS-CYCLE-GROSS
                             TO CTT-REGULAR-GROSS (CTT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ***********************************************************
      * ON A CYCLE NIGHT, COUNT A NOT-TERMINATED EMPLOYEE SKIPPED
      * FOR LEAVE IN THE CYCLE TOTALS OF THEIR TERRITORY/OFFICE.
      ***********************************************************
       440-COUNT-LEAVE-SKIP.
           IF WS-RECORDING-TOTALS
            AND NOT EMPLOYEE-TERMINATED
               PERFORM 460-FIND-CYCLE-CENTER
               IF WS-CENTER-FOUND
                   ADD 1 TO CTT-LEAVE-SKIPPED (CTT-IDX)
               END-IF
           END-IF.

      ***********************************************************
      * POINT CTT-IDX AT THE EMPLOYEE'S TERRITORY/OFFICE IN THE
      * CYCLE TOTALS TABLE, ADDING IT THE FIRST TIME IT IS SEEN.
      ***********************************************************
       460-FIND-CYCLE-CENTER.
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
                   DISPLAY "PAYREG: OVER 500 TERRITORY/OFFICES - "
                           LOCATION-CODE " LEFT OUT OF CYCLE TOTALS"
               END-IF
           END-IF.

      ***********************************************************
      * WRITE A TOTALS TRAILER TO PAYREG.DAT SO THE REGISTER CAN
      * BE BALANCED AGAINST CH0402.DAT.
