      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: PAY-CYCLE ACCRUAL OF THE PTOBAL.DAT PAID-TIME-OFF
      *          BANK, SO TIME OFF IS NO LONGER TRACKED ON PAPER
      *          CARDS BY THE OFFICE MANAGERS.  RUN AFTER YTDUPDT
      *          HAS POSTED THE CYCLE.  EVERY EMPLOYEE YTDUPDT PAID
      *          THIS CYCLE (NETPAY.DAT) ACCRUES HOURS AT THE
      *          PTORATE.DAT RATE FOR THEIR YEARS OF SERVICE,
      *          FIGURED FROM HIRE-DATE-IN TO THE CYCLE DATE; THE
      *          TABLE GIVES ANNUAL HOURS, SPREAD OVER THE CYCLE'S
      *          PAY PERIODS.  THE TMS-PTO-HOURS TAKEN ON THE
      *          CYCLE'S TIMESHT.DAT ARE CHARGED AGAINST THE
      *          BALANCE.  THE FIRST CYCLE OF A NEW YEAR CAPS THE
      *          BALANCE AT THE TABLE'S MAXIMUM CARRYOVER BEFORE
      *          ANYTHING ELSE IS APPLIED.  EVERY EMPLOYEE TOUCHED
      *          GETS AN ACCRUAL STATEMENT ON PTOSTMT.DAT.
      *          PARAMETER 1 IS THE CYCLE TYPE (M OR B) AND
      *          PARAMETER 2 THE CYCLE DATE (YYYYMMDD, DEFAULT THE
      *          RUN DATE), WHICH MUST BE ON THE PAYCAL.DAT
      *          CALENDAR AND ALREADY MARKED POSTED.  AN EMPLOYEE
      *          ALREADY ACCRUED FOR THE CYCLE IS SKIPPED, SO A
      *          RERUN DOES NOT ACCRUE TWICE.
      * MODIFICATION HISTORY:
      *   2026-10-15  AJA  PAYCAL.DAT RECORD IS NOW 32
      *                    CHARACTERS - CLOSED FLAG AND DATE ADDED
      *                    FOR THE CYCCLOSE PAY-CYCLE CLOSE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOACCR.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EMPLOYEE-NUM-IN.

           SELECT OPTIONAL PTO-BALANCE-FILE
             ASSIGN TO "PTOBAL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PTO-EMPLOYEE-NUM
             FILE STATUS IS WS-PTO-STATUS.

           SELECT OPTIONAL RATE-TABLE-FILE
             ASSIGN TO "PTORATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NET-PAY-FILE
             ASSIGN TO "NETPAY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TIMESHEET-FILE
             ASSIGN TO "TIMESHT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-CALENDAR
             ASSIGN TO "PAYCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE
             ASSIGN TO "PTOSTMT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

       FD PTO-BALANCE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY PTOBALR.

      ***********************************************************
      * PTORATE.DAT - ONE ROW PER SERVICE TIER: THE YEARS OF
      * SERVICE THE TIER STARTS AT, THE HOURS EARNED IN A FULL
      * YEAR, AND THE MOST HOURS THAT MAY CARRY INTO A NEW YEAR.
      * HOURS CARRY TWO IMPLIED DECIMALS (008000 = 80.00 HOURS).
      ***********************************************************
       FD RATE-TABLE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 16 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 RATE-TABLE-RECORD.
        05 PRT-MIN-YEARS           PIC XX.
        05 PRT-MIN-YEARS-N REDEFINES PRT-MIN-YEARS
                                   PIC 99.
        05                         PIC X(1).
        05 PRT-ANNUAL-HOURS        PIC X(6).
        05 PRT-ANNUAL-HOURS-N REDEFINES PRT-ANNUAL-HOURS
                                   PIC 9(4)V99.
        05                         PIC X(1).
        05 PRT-CARRYOVER-MAX       PIC X(6).
        05 PRT-CARRYOVER-MAX-N REDEFINES PRT-CARRYOVER-MAX
                                   PIC 9(4)V99.

       FD NET-PAY-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 54 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY NETPAYR.

       FD TIMESHEET-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY TIMESHTR.

       FD PAY-CALENDAR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 32 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY PAYCALR.

       FD STATEMENT-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 STATEMENT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)   VALUE "YES".
           COPY EDITCHKW.
       01 WS-PTO-STATUS           PIC XX.
           88 WS-PTO-READ-OK                 VALUE "00".
           88 WS-PTO-NOT-FOUND               VALUE "23".
       01 WS-CYCLE-PARM           PIC X(1)   VALUE SPACE.
           88 WS-MONTHLY-CYCLE               VALUE "M" "m".
           88 WS-BIWEEKLY-CYCLE              VALUE "B" "b".
       01 WS-CYCLE-DATE-PARM      PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-DATE.
           05 WS-CYCLE-YEAR       PIC 9(4).
           05 WS-CYCLE-MMDD       PIC 9(4).
       01 WS-CYCLE-TYPE           PIC X(1)   VALUE SPACE.
       01 WS-PERIODS-PER-YEAR     PIC 99     COMP VALUE ZERO.
       01 WS-CALENDAR-SW          PIC X(1)   VALUE "N".
           88 WS-CYCLE-NOT-ON-CALENDAR       VALUE "N".
           88 WS-CYCLE-UNPOSTED              VALUE "U".
           88 WS-CYCLE-POSTED                VALUE "P".
       01 WS-RUN-DATE             PIC X(8)   VALUE SPACES.
       01 WS-HIRE-DATE.
           05 WS-HIRE-YEAR        PIC 9(4).
           05 WS-HIRE-MMDD        PIC 9(4).
       01 WS-YEARS-OF-SERVICE     PIC 99     COMP VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-COUNT       PIC 9(4)   COMP VALUE ZERO.
           05 WS-RATE-ENTRY OCCURS 1 TO 20 TIMES
                            DEPENDING ON WS-RATE-COUNT
                            INDEXED BY WS-RTE-IDX.
               10 WS-RTE-MIN-YEARS     PIC 99.
               10 WS-RTE-ANNUAL-HOURS  PIC 9(4)V99.
               10 WS-RTE-CARRYOVER-MAX PIC 9(4)V99.
       01 WS-RATE-SCAN            PIC 9(4)   COMP VALUE ZERO.
       01 WS-RATE-SUB             PIC 9(4)   COMP VALUE ZERO.
       01 WS-NET-PAY-TABLE.
           05 WS-NET-COUNT        PIC 9(4)   COMP VALUE ZERO.
           05 WS-NET-ENTRY OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-NET-COUNT
                           INDEXED BY WS-NET-IDX.
               10 WS-NPT-EMPLOYEE-NUM PIC X(5).
       01 WS-PTO-USED-TABLE.
           05 WS-USED-COUNT       PIC 9(4)   COMP VALUE ZERO.
           05 WS-USED-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-USED-COUNT
                            INDEXED BY WS-USE-IDX.
               10 WS-USE-EMPLOYEE-NUM PIC X(5).
               10 WS-USE-HOURS        PIC 9(3)V99.
       01 WS-PAID-THIS-CYCLE-SW   PIC X(1)   VALUE "N".
           88 WS-PAID-THIS-CYCLE             VALUE "Y".
       01 WS-NEW-BALANCE-SW       PIC X(1)   VALUE "N".
           88 WS-NEW-BALANCE                 VALUE "Y".
       01 WS-ROLLED-OVER-SW       PIC X(1)   VALUE "N".
           88 WS-ROLLED-OVER                 VALUE "Y".
       01 WS-CYCLE-HOURS.
           05 WS-HOURS-ACCRUED    PIC 9(4)V99 VALUE ZERO.
           05 WS-HOURS-USED       PIC 9(4)V99 VALUE ZERO.
           05 WS-HOURS-OVERDRAWN  PIC 9(4)V99 VALUE ZERO.
       01 WS-ACCRUAL-TOTALS.
           05 WS-EMPLOYEES-ACCRUED PIC 9(7)  COMP VALUE ZERO.
           05 WS-EMPLOYEES-CHARGED PIC 9(7)  COMP VALUE ZERO.
           05 WS-ALREADY-ACCRUED  PIC 9(7)   COMP VALUE ZERO.
           05 WS-BALANCES-ADDED   PIC 9(7)   COMP VALUE ZERO.
           05 WS-STATEMENTS-WRITTEN PIC 9(7) COMP VALUE ZERO.
       01 WS-STMT-HEADER-LINE.
           05                         PIC X(9) VALUE "EMPLOYEE ".
           05 WS-SH-EMPLOYEE-NUM      PIC X(5).
           05                         PIC X(2).
           05 WS-SH-EMPLOYEE-NAME     PIC X(20).
           05                         PIC X(2).
           05                         PIC X(6) VALUE "CYCLE ".
           05 WS-SH-CYCLE-DATE        PIC X(8).
           05                         PIC X(28).
       01 WS-STMT-TIER-LINE.
           05                         PIC X(2).
           05                         PIC X(20) VALUE
                    "YEARS OF SERVICE .:".
           05 WS-SR-YEARS             PIC Z9.
           05                         PIC X(4).
           05                         PIC X(20) VALUE
                    "ANNUAL RATE HOURS:".
           05 WS-SR-ANNUAL-HOURS      PIC Z,ZZ9.99.
           05                         PIC X(24).
       01 WS-STMT-HOURS-LINE.
           05                         PIC X(2).
           05 WS-SL-LABEL             PIC X(20).
           05 WS-SL-HOURS             PIC Z,ZZ9.99.
           05                         PIC X(50).
       01 WS-STMT-NOTE-LINE.
           05                         PIC X(2).
           05 WS-SN-NOTE              PIC X(50).
           05                         PIC X(28).
       01 WS-STMT-BLANK-LINE      PIC X(80)  VALUE SPACES.
       01 WS-STMT-TOTAL-LINE.
           05                         PIC X(23) VALUE
                    "STATEMENTS WRITTEN . .:".
           05 WS-ST-STATEMENTS        PIC ZZZ,ZZ9.
           05                         PIC X(50).
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CYCLE-PARM FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-CYCLE-DATE-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN WS-MONTHLY-CYCLE
                   MOVE 12  TO WS-PERIODS-PER-YEAR
                   MOVE "M" TO WS-CYCLE-TYPE
               WHEN WS-BIWEEKLY-CYCLE
                   MOVE 26  TO WS-PERIODS-PER-YEAR
                   MOVE "B" TO WS-CYCLE-TYPE
               WHEN OTHER
                   DISPLAY "PTOACCR: CYCLE PARAMETER M OR B "
                           "REQUIRED - NOTHING UPDATED"
                   STOP RUN
           END-EVALUATE

           IF WS-CYCLE-DATE-PARM NUMERIC
               MOVE WS-CYCLE-DATE-PARM TO WS-CYCLE-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-CYCLE-DATE
           END-IF

           PERFORM 070-CHECK-PAY-CALENDAR
           PERFORM 050-LOAD-RATE-TABLE
           PERFORM 060-LOAD-NET-PAY-TABLE
           PERFORM 065-LOAD-PTO-USED-TABLE

           OPEN INPUT  PAYROLL-MASTER
                I-O    PTO-BALANCE-FILE
                OUTPUT STATEMENT-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAYROLL-MASTER
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                   PERFORM 150-EDIT-INPUT-RECORD
                   IF WS-RECORD-IS-VALID
                    AND NOT EMPLOYEE-TERMINATED
                       PERFORM 200-PROCESS-ONE-EMPLOYEE
                   END-IF
             END-READ
           END-PERFORM

           MOVE WS-STATEMENTS-WRITTEN TO WS-ST-STATEMENTS
           WRITE STATEMENT-LINE FROM WS-STMT-TOTAL-LINE

           CLOSE PAYROLL-MASTER
                 PTO-BALANCE-FILE
                 STATEMENT-FILE

           DISPLAY "PTOACCR: CYCLE " WS-CYCLE-DATE ", "
                   WS-EMPLOYEES-ACCRUED " ACCRUED, "
                   WS-EMPLOYEES-CHARGED " CHARGED TIME OFF, "
                   WS-BALANCES-ADDED " NEW BALANCES, "
                   WS-ALREADY-ACCRUED " ALREADY DONE FOR THE CYCLE"
           STOP RUN.

      ***********************************************************
      * LOAD THE PTORATE.DAT SERVICE TIERS.  WITHOUT A TABLE NO
      * ONE WOULD ACCRUE ANYTHING, SO THE RUN IS REFUSED.
      ***********************************************************
       050-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ RATE-TABLE-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF WS-RATE-COUNT < 20
                  AND PRT-MIN-YEARS NUMERIC
                  AND PRT-ANNUAL-HOURS NUMERIC
                  AND PRT-CARRYOVER-MAX NUMERIC
                    ADD 1 TO WS-RATE-COUNT
                    MOVE PRT-MIN-YEARS-N
                      TO WS-RTE-MIN-YEARS (WS-RATE-COUNT)
                    MOVE PRT-ANNUAL-HOURS-N
                      TO WS-RTE-ANNUAL-HOURS (WS-RATE-COUNT)
                    MOVE PRT-CARRYOVER-MAX-N
                      TO WS-RTE-CARRYOVER-MAX (WS-RATE-COUNT)
                 ELSE
                    DISPLAY "PTORATE.DAT ENTRY SKIPPED: "
                            RATE-TABLE-RECORD
                 END-IF
             END-READ
           END-PERFORM

           CLOSE RATE-TABLE-FILE
           MOVE "YES" TO WS-MORE-DATA

           IF WS-RATE-COUNT = ZERO
               DISPLAY "PTOACCR: PTORATE.DAT MISSING OR EMPTY - "
                       "NOTHING UPDATED"
               STOP RUN
           END-IF.

      ***********************************************************
      * LOAD WHO YTDUPDT PAID FOR THIS CYCLE FROM NETPAY.DAT.  IT
      * HAS ALREADY LEFT OUT ANYONE ON UNPAID LEAVE AND ANY HOURLY
      * EMPLOYEE WITHOUT A TIMESHEET, SO ONLY A PAID CYCLE EARNS
      * TIME OFF.  NO ROWS FOR THE CYCLE MEANS NETPAY.DAT HAS
      * ALREADY MOVED ON TO A LATER CYCLE - REFUSED, SINCE NO ONE
      * WOULD ACCRUE.
      ***********************************************************
       060-LOAD-NET-PAY-TABLE.
           OPEN INPUT NET-PAY-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ NET-PAY-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF NET-CYCLE-DATE = WS-CYCLE-DATE
                   IF WS-NET-COUNT < 500
                      ADD 1 TO WS-NET-COUNT
                      MOVE NET-EMPLOYEE-NUM
                        TO WS-NPT-EMPLOYEE-NUM (WS-NET-COUNT)
                   ELSE
                      DISPLAY "NETPAY.DAT ENTRY SKIPPED FOR "
                              NET-EMPLOYEE-NUM
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE NET-PAY-FILE
           MOVE "YES" TO WS-MORE-DATA

           IF WS-NET-COUNT = ZERO
               DISPLAY "PTOACCR: NO NETPAY.DAT ROWS FOR CYCLE "
                       WS-CYCLE-DATE " - NOTHING UPDATED"
               STOP RUN
           END-IF.

      ***********************************************************
      * LOAD THE TIME OFF TAKEN THIS CYCLE FROM TIMESHT.DAT.
      * ONLY ROWS FOR THE CYCLE DATE WITH A NUMERIC, NON-ZERO
      * TMS-PTO-HOURS ARE KEPT.
      ***********************************************************
       065-LOAD-PTO-USED-TABLE.
           OPEN INPUT TIMESHEET-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ TIMESHEET-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF TMS-PERIOD-DATE = WS-CYCLE-DATE
                  AND TMS-PTO-HOURS NUMERIC
                  AND TMS-PTO-HOURS-N > ZERO
                   IF WS-USED-COUNT < 500
                      ADD 1 TO WS-USED-COUNT
                      MOVE TMS-EMPLOYEE-NUM
                        TO WS-USE-EMPLOYEE-NUM (WS-USED-COUNT)
                      MOVE TMS-PTO-HOURS-N
                        TO WS-USE-HOURS (WS-USED-COUNT)
                   ELSE
                      DISPLAY "TIMESHT.DAT PTO ENTRY SKIPPED FOR "
                              TMS-EMPLOYEE-NUM
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE TIMESHEET-FILE
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * THE CYCLE MUST BE ON THE PAYCAL.DAT CALENDAR WITH THE
      * RIGHT TYPE AND ALREADY MARKED POSTED BY YTDUPDT - TIME
      * OFF IS EARNED BY A POSTED CYCLE, NOT A PLANNED ONE.
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
                      IF PCAL-CYCLE-POSTED
                          SET WS-CYCLE-POSTED TO TRUE
                      ELSE
                          SET WS-CYCLE-UNPOSTED TO TRUE
                      END-IF
                  END-IF
             END-READ
           END-PERFORM

           CLOSE PAY-CALENDAR
           MOVE "YES" TO WS-MORE-DATA

           IF WS-CYCLE-NOT-ON-CALENDAR
               DISPLAY "PTOACCR: CYCLE " WS-CYCLE-DATE " TYPE "
                       WS-CYCLE-TYPE " NOT ON PAYCAL.DAT - "
                       "NOTHING UPDATED"
               STOP RUN
           END-IF

           IF WS-CYCLE-UNPOSTED
               DISPLAY "PTOACCR: CYCLE " WS-CYCLE-DATE
                       " NOT YET POSTED BY YTDUPDT - "
                       "NOTHING UPDATED"
               STOP RUN
           END-IF.

      ***********************************************************
      * APPLY THE SAME FIELD EDITS ASSIGNMENT1 USES.
      ***********************************************************
       150-EDIT-INPUT-RECORD.
           COPY EDITCHK.

      ***********************************************************
      * ONE EMPLOYEE.  NOTHING HAPPENS TO SOMEONE NEITHER PAID
      * THIS CYCLE NOR TAKING TIME OFF.  OTHERWISE THE BALANCE IS
      * READ (OR STARTED), ROLLED INTO THE NEW YEAR IF THIS IS THE
      * FIRST CYCLE OF ONE, CREDITED WITH THE ACCRUAL, CHARGED
      * WITH THE TIME TAKEN, AND STAMPED WITH THE CYCLE DATE.
      * TIME TAKEN BEYOND THE BALANCE STOPS IT AT ZERO AND IS
      * NOTED ON THE STATEMENT FOR THE OFFICE MANAGER.
      ***********************************************************
       200-PROCESS-ONE-EMPLOYEE.
           PERFORM 250-LOOKUP-CYCLE-ACTIVITY

           IF WS-PAID-THIS-CYCLE
            OR WS-HOURS-USED > ZERO
               MOVE EMPLOYEE-NUM-IN TO PTO-EMPLOYEE-NUM
               READ PTO-BALANCE-FILE
                 INVALID KEY
                    CONTINUE
               END-READ

               IF WS-PTO-NOT-FOUND
                   MOVE SPACES          TO PTO-BALANCE-RECORD
                   MOVE EMPLOYEE-NUM-IN TO PTO-EMPLOYEE-NUM
                   MOVE WS-CYCLE-YEAR   TO PTO-YEAR
                   MOVE ZERO            TO PTO-BALANCE-HOURS
                                           PTO-CARRYOVER-HOURS
                                           PTO-YTD-ACCRUED
                                           PTO-YTD-USED
                                           PTO-FORFEITED-HOURS
                                           PTO-PAYOUT-HOURS
                   MOVE "Y"             TO WS-NEW-BALANCE-SW
               ELSE
                   MOVE "N"             TO WS-NEW-BALANCE-SW
               END-IF

               IF NOT WS-NEW-BALANCE
                AND PTO-LAST-CYCLE-DATE NOT < WS-CYCLE-DATE
                   ADD 1 TO WS-ALREADY-ACCRUED
               ELSE
                   PERFORM 300-APPLY-CYCLE-HOURS
                   PERFORM 400-WRITE-STATEMENT
               END-IF
           END-IF.

      ***********************************************************
      * WAS THE EMPLOYEE PAID THIS CYCLE, AND HOW MUCH TIME OFF
      * DID THEY TAKE.
      ***********************************************************
       250-LOOKUP-CYCLE-ACTIVITY.
           MOVE "N"  TO WS-PAID-THIS-CYCLE-SW
           MOVE ZERO TO WS-HOURS-USED

           SET WS-NET-IDX TO 1
           SEARCH WS-NET-ENTRY
             AT END
                 MOVE "N" TO WS-PAID-THIS-CYCLE-SW
             WHEN WS-NPT-EMPLOYEE-NUM (WS-NET-IDX) = EMPLOYEE-NUM-IN
                 MOVE "Y" TO WS-PAID-THIS-CYCLE-SW
           END-SEARCH

           IF WS-USED-COUNT > ZERO
               SET WS-USE-IDX TO 1
               SEARCH WS-USED-ENTRY
                 AT END
                     CONTINUE
                 WHEN WS-USE-EMPLOYEE-NUM (WS-USE-IDX)
                                        = EMPLOYEE-NUM-IN
                     MOVE WS-USE-HOURS (WS-USE-IDX) TO WS-HOURS-USED
               END-SEARCH
           END-IF.

      ***********************************************************
      * YEAR-END ROLLOVER, ACCRUAL AND USAGE FOR ONE BALANCE.
      ***********************************************************
       300-APPLY-CYCLE-HOURS.
           PERFORM 350-FIND-SERVICE-TIER

           MOVE "N" TO WS-ROLLED-OVER-SW
           IF PTO-YEAR NOT = WS-CYCLE-YEAR
               MOVE "Y" TO WS-ROLLED-OVER-SW
               IF PTO-BALANCE-HOURS
                > WS-RTE-CARRYOVER-MAX (WS-RATE-SUB)
                   COMPUTE PTO-FORFEITED-HOURS =
                           PTO-BALANCE-HOURS
                         - WS-RTE-CARRYOVER-MAX (WS-RATE-SUB)
                   MOVE WS-RTE-CARRYOVER-MAX (WS-RATE-SUB)
                     TO PTO-BALANCE-HOURS
               ELSE
                   MOVE ZERO TO PTO-FORFEITED-HOURS
               END-IF
               MOVE PTO-BALANCE-HOURS TO PTO-CARRYOVER-HOURS
               MOVE ZERO              TO PTO-YTD-ACCRUED
               MOVE ZERO              TO PTO-YTD-USED
               MOVE WS-CYCLE-YEAR     TO PTO-YEAR
           END-IF

           IF WS-PAID-THIS-CYCLE
               COMPUTE WS-HOURS-ACCRUED ROUNDED =
                       WS-RTE-ANNUAL-HOURS (WS-RATE-SUB)
                     / WS-PERIODS-PER-YEAR
               ADD 1 TO WS-EMPLOYEES-ACCRUED
           ELSE
               MOVE ZERO TO WS-HOURS-ACCRUED
           END-IF
           ADD WS-HOURS-ACCRUED TO PTO-BALANCE-HOURS
           ADD WS-HOURS-ACCRUED TO PTO-YTD-ACCRUED

           MOVE ZERO TO WS-HOURS-OVERDRAWN
           IF WS-HOURS-USED > ZERO
               ADD 1 TO WS-EMPLOYEES-CHARGED
               ADD WS-HOURS-USED TO PTO-YTD-USED
               IF WS-HOURS-USED > PTO-BALANCE-HOURS
                   COMPUTE WS-HOURS-OVERDRAWN =
                           WS-HOURS-USED - PTO-BALANCE-HOURS
                   MOVE ZERO TO PTO-BALANCE-HOURS
               ELSE
                   SUBTRACT WS-HOURS-USED FROM PTO-BALANCE-HOURS
               END-IF
           END-IF

           MOVE WS-CYCLE-DATE TO PTO-LAST-CYCLE-DATE

           IF WS-NEW-BALANCE
               WRITE PTO-BALANCE-RECORD
               ADD 1 TO WS-BALANCES-ADDED
           ELSE
               REWRITE PTO-BALANCE-RECORD
           END-IF.

      ***********************************************************
      * YEARS OF SERVICE ON THE CYCLE DATE, COUNTED FROM
      * HIRE-DATE-IN (A YEAR IS NOT COMPLETE UNTIL THE HIRE
      * ANNIVERSARY), AND THE HIGHEST PTORATE.DAT TIER IT HAS
      * REACHED.  THE LOWEST TIER IS THE FLOOR FOR ANYONE BELOW
      * EVERY TIER ON THE TABLE.
      ***********************************************************
       350-FIND-SERVICE-TIER.
           MOVE HIRE-DATE-IN-N TO WS-HIRE-DATE

           IF WS-HIRE-YEAR NOT < WS-CYCLE-YEAR
               MOVE ZERO TO WS-YEARS-OF-SERVICE
           ELSE
               COMPUTE WS-YEARS-OF-SERVICE =
                       WS-CYCLE-YEAR - WS-HIRE-YEAR
               IF WS-CYCLE-MMDD < WS-HIRE-MMDD
                   SUBTRACT 1 FROM WS-YEARS-OF-SERVICE
               END-IF
           END-IF

           MOVE 1 TO WS-RATE-SUB
           PERFORM 360-TEST-ONE-TIER
               VARYING WS-RATE-SCAN FROM 1 BY 1
               UNTIL WS-RATE-SCAN > WS-RATE-COUNT.

       360-TEST-ONE-TIER.
           IF WS-RTE-MIN-YEARS (WS-RATE-SUB) > WS-YEARS-OF-SERVICE
               IF WS-RTE-MIN-YEARS (WS-RATE-SCAN)
                      NOT > WS-YEARS-OF-SERVICE
                OR WS-RTE-MIN-YEARS (WS-RATE-SCAN)
                      < WS-RTE-MIN-YEARS (WS-RATE-SUB)
                   MOVE WS-RATE-SCAN TO WS-RATE-SUB
               END-IF
           ELSE
               IF WS-RTE-MIN-YEARS (WS-RATE-SCAN)
                      NOT > WS-YEARS-OF-SERVICE
                AND WS-RTE-MIN-YEARS (WS-RATE-SCAN)
                      > WS-RTE-MIN-YEARS (WS-RATE-SUB)
                   MOVE WS-RATE-SCAN TO WS-RATE-SUB
               END-IF
           END-IF.

      ***********************************************************
      * WRITE ONE EMPLOYEE'S ACCRUAL STATEMENT BLOCK.
      ***********************************************************
       400-WRITE-STATEMENT.
           MOVE EMPLOYEE-NUM-IN      TO WS-SH-EMPLOYEE-NUM
           MOVE EMPLOYEE-NAME-IN     TO WS-SH-EMPLOYEE-NAME
           MOVE WS-CYCLE-DATE        TO WS-SH-CYCLE-DATE
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER-LINE

           MOVE WS-YEARS-OF-SERVICE  TO WS-SR-YEARS
           MOVE WS-RTE-ANNUAL-HOURS (WS-RATE-SUB)
             TO WS-SR-ANNUAL-HOURS
           WRITE STATEMENT-LINE FROM WS-STMT-TIER-LINE

           MOVE "CARRIED INTO YEAR.:" TO WS-SL-LABEL
           MOVE PTO-CARRYOVER-HOURS  TO WS-SL-HOURS
           WRITE STATEMENT-LINE FROM WS-STMT-HOURS-LINE

           IF WS-ROLLED-OVER
            AND PTO-FORFEITED-HOURS > ZERO
               MOVE "OVER CARRYOVER CAP:" TO WS-SL-LABEL
               MOVE PTO-FORFEITED-HOURS  TO WS-SL-HOURS
               WRITE STATEMENT-LINE FROM WS-STMT-HOURS-LINE
           END-IF

           MOVE "ACCRUED THIS CYCLE:" TO WS-SL-LABEL
           MOVE WS-HOURS-ACCRUED     TO WS-SL-HOURS
           WRITE STATEMENT-LINE FROM WS-STMT-HOURS-LINE

           MOVE "USED THIS CYCLE . .:" TO WS-SL-LABEL
           MOVE WS-HOURS-USED        TO WS-SL-HOURS
           WRITE STATEMENT-LINE FROM WS-STMT-HOURS-LINE

           MOVE "ACCRUED YTD . . . .:" TO WS-SL-LABEL
           MOVE PTO-YTD-ACCRUED      TO WS-SL-HOURS
           WRITE STATEMENT-LINE FROM WS-STMT-HOURS-LINE

           MOVE "USED YTD. . . . . .:" TO WS-SL-LABEL
           MOVE PTO-YTD-USED         TO WS-SL-HOURS
           WRITE STATEMENT-LINE FROM WS-STMT-HOURS-LINE

           MOVE "BALANCE . . . . . .:" TO WS-SL-LABEL
           MOVE PTO-BALANCE-HOURS    TO WS-SL-HOURS
           WRITE STATEMENT-LINE FROM WS-STMT-HOURS-LINE

           IF WS-HOURS-OVERDRAWN > ZERO
               MOVE SPACES TO WS-SN-NOTE
               MOVE "** TIME OFF TAKEN EXCEEDED THE BALANCE"
                 TO WS-SN-NOTE
               WRITE STATEMENT-LINE FROM WS-STMT-NOTE-LINE
               MOVE "NOT COVERED . . . .:" TO WS-SL-LABEL
               MOVE WS-HOURS-OVERDRAWN   TO WS-SL-HOURS
               WRITE STATEMENT-LINE FROM WS-STMT-HOURS-LINE
           END-IF

           WRITE STATEMENT-LINE FROM WS-STMT-BLANK-LINE

           ADD 1 TO WS-STATEMENTS-WRITTEN.
