      *                    COMPUTES THE ALLOWANCE FROM THAT YEAR'S
      *                    TAXTBL.DAT BRACKETS INSTEAD OF A
      *                    COMPILED-IN FLAT ESTIMATE.
      *   2026-10-15  AJA  TAKE THE DEDMAST.DAT VOLUNTARY
      *                    DEDUCTIONS AFTER WITHHOLDING, IN
      *                    DED-PRIORITY ORDER, NEVER DRIVING NET
      *                    PAY BELOW ZERO; A SHORTFALL IS CARRIED
      *                    AS DED-ARREARS INTO THE NEXT CYCLE.
      *                    THE YEAR'S DEDUCTIONS ARE KEPT IN
      *                    YTD-DEDUCTION-AMOUNT, THE CYCLE'S NET IS
      *                    WRITTEN TO NETPAY.DAT FOR ACHBUILD, AND
      *                    THE NETREG.DAT NET-PAY REGISTER SHOWS
      *                    GROSS, WITHHOLDING, EACH DEDUCTION AND
      *                    NET FOR EVERY EMPLOYEE PAID.
      *   2026-10-15  AJA  TIMESHT.DAT RECORD IS NOW 23
      *                    CHARACTERS - TMS-PTO-HOURS ADDED FOR THE
      *                    PTOACCR TIME-OFF BANK.
      *   2026-10-15  AJA  KEEP QUARTER-TO-DATE GROSS, WITHHOLDING
      *                    AND PERIODS PAID ON QTDMAST.DAT, ADDED
      *                    INTO THE QUARTER OF THE CYCLE DATE, FOR
      *                    THE QTRWAGE QUARTERLY WAGE AND TAX
      *                    REPORT.
      *   2026-10-15  AJA  RECORD THE CYCLE'S TOTALS BY TERRITORY/
      *                    OFFICE (HEADCOUNT PAID, REGULAR GROSS,
      *                    HOURLY GROSS, EMPLOYEES SKIPPED FOR
      *                    LEAVE) ON CYCTOT.DAT VIA CYCTOT FOR THE
      *                    CYCCLOSE BALANCING.  A CYCLE IS REFUSED
      *                    WHILE THE CYCLE OF THE SAME TYPE BEFORE
      *                    IT IS POSTED BUT NOT YET CLOSED ON
      *                    PAYCAL.DAT (A PRIOR CYCLE NEVER POSTED
      *                    IS LEFT TO PAYCALCK TO REPORT), AND A
      *                    CLOSED CYCLE IS NEVER POSTED AGAIN, EVEN
      *                    WITH THE OVERRIDE.  PAYCAL.DAT RECORD IS
      *                    NOW 32 CHARACTERS.
      *   2026-10-15  AJA  THE PAY YEAR IS THE CYCLE DATE'S YEAR,
      *                    NOT THE RUN DATE'S, FOR THE FIRST-YEAR
      *                    PRORATION, THE WHCALC TAX YEAR, YTD-YEAR
      *                    AND THE DEDUCTION YEAR-TO-DATE, SO A
      *                    DECEMBER CYCLE POSTED IN JANUARY LANDS IN
      *                    THE SAME YEAR ON YTDMAST.DAT AS ON
      *                    QTDMAST.DAT.  AN EMPLOYEE WHOSE YTD
      *                    RECORD IS ALREADY INTO A LATER YEAR IS
      *                    NOT PAID BY THE CYCLE AT ALL, AS OFFCYCLE
      *                    REFUSES A PAYMENT, AND IS REPORTED.
      *   2026-10-15  AJA  AN HOURLY EMPLOYEE'S TMS-PTO-HOURS ARE
      *                    PAID AT HOURLY-RATE-IN ALONG WITH THE
      *                    HOURS WORKED, PRICED AS IN PAYREG AND
      *                    GLEXTR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDUPDT.
      ***********************************************************
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

           SELECT OPTIONAL DEDUCTION-FILE
             ASSIGN TO "DEDMAST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEDUCTION-REWRITE
             ASSIGN TO "DEDMAST.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NET-PAY-FILE
             ASSIGN TO "NETPAY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NET-REGISTER
             ASSIGN TO "NETREG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.

       FD TIMESHEET-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY TIMESHTR.

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

       FD DEDUCTION-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 DEDUCTION-FILE-REC      PIC X(100).

       FD DEDUCTION-REWRITE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 DEDUCTION-REWRITE-REC   PIC X(100).

       FD NET-PAY-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 54 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY NETPAYR.

       FD NET-REGISTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 NET-REGISTER-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)   VALUE "YES".
       01 WS-YTD-STATUS           PIC XX.
           88 WS-YTD-READ-OK                 VALUE "00".
           88 WS-YTD-NOT-FOUND               VALUE "23".
       01 WS-QTD-STATUS           PIC XX.
           88 WS-QTD-READ-OK                 VALUE "00".
           88 WS-QTD-NOT-FOUND               VALUE "23".
       01 WS-CYCLE-PARM           PIC X(1)   VALUE SPACE.
           88 WS-MONTHLY-CYCLE               VALUE "M" "m".
           88 WS-BIWEEKLY-CYCLE              VALUE "B" "b".
       01 WS-CYCLE-DATE-PARM      PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-DATE           PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-DATE-N REDEFINES WS-CYCLE-DATE.
           05 WS-CYCLE-YEAR-NUM   PIC 9(4).
           05 WS-CYCLE-MONTH-NUM  PIC 99.
           05                     PIC XX.
       01 WS-CYCLE-QUARTER        PIC 9      VALUE ZERO.
       01 WS-CYCLE-TYPE           PIC X(1)   VALUE SPACE.
       01 WS-OVERRIDE-PARM        PIC X(1)   VALUE SPACE.
           88 WS-OVERRIDE-REQUESTED          VALUE "O" "o".
               10 WS-PCAL-TYPE        PIC X(1).
               10 WS-PCAL-FLAG        PIC X(1).
               10 WS-PCAL-POSTED-DATE PIC X(8).
               10 WS-PCAL-CLOSED-FLAG PIC X(1).
               10 WS-PCAL-CLOSED-DATE PIC X(8).
       01 WS-CYCLE-MATCH-SUB      PIC 9(4)   COMP VALUE ZERO.
       01 WS-PRIOR-CYCLE-SUB      PIC 9(4)   COMP VALUE ZERO.
       01 WS-CYCLE-SCAN           PIC 9(4)   COMP VALUE ZERO.
       01 WS-CYCLE-ROWS-SKIPPED   PIC 9(4)   COMP VALUE ZERO.
       01 WS-CAL-FILE-NAMES.
           05 WS-RUN-YEAR         PIC X(4).
           05 WS-RUN-MONTH        PIC XX.
           05 WS-RUN-DAY          PIC XX.
       01 WS-COMPUTED-PAY.
           05 WS-ANNUAL-GROSS     PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-MONTHS-ACTIVE    PIC 99      COMP VALUE ZERO.
                                 INDEXED BY WS-TMS-IDX.
               10 WS-TMS-EMPLOYEE-NUM PIC X(5).
               10 WS-TMS-HOURS        PIC 9(3)V99.
               10 WS-TMS-PTO-HOURS    PIC 9(3)V99.
       01 WS-TIMESHEET-FOUND-SW   PIC X(1)   VALUE "N".
           88 WS-TIMESHEET-FOUND             VALUE "Y".
       01 WS-TMS-OTHER-PERIODS    PIC 9(5)   COMP VALUE ZERO.
           05 WS-EMPLOYEES-PAID   PIC 9(7)   COMP VALUE ZERO.
           05 WS-RECORDS-ADDED    PIC 9(7)   COMP VALUE ZERO.
           05 WS-RECORDS-UPDATED  PIC 9(7)   COMP VALUE ZERO.
           05 WS-QTD-RECORDS-ADDED PIC 9(7)  COMP VALUE ZERO.
           05 WS-YTD-LATER-YEAR   PIC 9(7)   COMP VALUE ZERO.
           COPY CYCTOTW.
       01 WS-CENTER-FOUND-SW      PIC X(1)   VALUE "N".
           88 WS-CENTER-FOUND                VALUE "Y".
           COPY RPTFMTW.
           COPY DEDMASTR.
       01 WS-DEDUCTION-TABLE.
           05 WS-DED-COUNT        PIC 9(4)   COMP VALUE ZERO.
           05 WS-DED-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON WS-DED-COUNT
                           INDEXED BY WS-DML-IDX.
               10 WS-DML-EMPLOYEE-NUM PIC X(5).
               10 WS-DML-PRIORITY     PIC 99.
               10 WS-DML-IMAGE        PIC X(100).
               10 WS-DML-TAKEN-SW     PIC X(1).
       01 WS-DED-ROWS-SKIPPED     PIC 9(4)   COMP VALUE ZERO.
       01 WS-DED-SCAN             PIC 9(4)   COMP VALUE ZERO.
       01 WS-NEXT-DED-SUB         PIC 9(4)   COMP VALUE ZERO.
       01 WS-DED-FILE-NAMES.
           05 WS-DED-OLD-NAME     PIC X(20)  VALUE "DEDMAST.DAT".
           05 WS-DED-NEW-NAME     PIC X(20)  VALUE "DEDMAST.TMP".
       01 WS-DED-RENAME-STATUS    PIC S9(9)  COMP-5 VALUE ZERO.
       01 WS-DEDUCTION-AMOUNTS.
           05 WS-NET-AVAILABLE    PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-PERIOD-DEDUCTIONS PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-NET-PAY          PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-DED-SCHEDULED    PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-DED-OWED         PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-DED-TAKEABLE     PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-DED-TAKEN        PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-DED-REMAINING    PIC 9(7)V99 COMP VALUE ZERO.
       01 WS-REGISTER-TOTALS.
           05 WS-TOTAL-GROSS      PIC 9(9)V99 COMP VALUE ZERO.
           05 WS-TOTAL-WITHHOLD   PIC 9(9)V99 COMP VALUE ZERO.
           05 WS-TOTAL-DEDUCTIONS PIC 9(9)V99 COMP VALUE ZERO.
           05 WS-TOTAL-NET        PIC 9(9)V99 COMP VALUE ZERO.
           05 WS-TOTAL-ARREARS    PIC 9(9)V99 COMP VALUE ZERO.
       01 WS-REGISTER-HEADS.
           05                     PIC X(6)   VALUE "EMP#".
           05                     PIC X(21)  VALUE "NAME".
           05                     PIC X(13)  VALUE "        GROSS".
           05                     PIC X(13)  VALUE "  WITHHOLDING".
           05                     PIC X(13)  VALUE "   DEDUCTIONS".
           05                     PIC X(13)  VALUE "      NET PAY".
           05                     PIC X(1).
       01 WS-REGISTER-PAY-LINE.
           05 WS-RP-EMPLOYEE-NUM  PIC X(5).
           05                     PIC X(1).
           05 WS-RP-EMPLOYEE-NAME PIC X(20).
           05                     PIC X(2).
           05 WS-RP-GROSS         PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-RP-WITHHOLD      PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(27).
       01 WS-REGISTER-DED-LINE.
           05                     PIC X(8).
           05 WS-RD-CODE          PIC XX.
           05                     PIC X(1).
           05 WS-RD-DESC          PIC X(12).
           05                     PIC X(1).
           05                     PIC X(8)   VALUE "ARREARS ".
           05 WS-RD-ARREARS       PIC ZZZ,ZZ9.99.
           05                     PIC X(12).
           05 WS-RD-TAKEN         PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(14).
       01 WS-REGISTER-NET-LINE.
           05                     PIC X(28).
           05                     PIC X(26)  VALUE
                    "NET PAY AFTER DEDUCTIONS:".
           05 WS-RN-DEDUCTIONS    PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-RN-NET-PAY       PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(1).
       01 WS-REGISTER-TOTAL-LINE-1.
           05                     PIC X(27)  VALUE
                    "TOTALS - EMPLOYEES PAID:".
           05 WS-RT-EMPLOYEES     PIC ZZZ,ZZ9.
           05                     PIC X(46).
       01 WS-REGISTER-TOTAL-LINE-2.
           05                     PIC X(16)  VALUE "GROSS".
           05 WS-RT-GROSS         PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(4).
           05                     PIC X(16)  VALUE "WITHHOLDING".
           05 WS-RT-WITHHOLD      PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(18).
       01 WS-REGISTER-TOTAL-LINE-3.
           05                     PIC X(16)  VALUE "DEDUCTIONS".
           05 WS-RT-DEDUCTIONS    PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(4).
           05                     PIC X(16)  VALUE "NET PAY".
           05 WS-RT-NET           PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(18).
       01 WS-REGISTER-TOTAL-LINE-4.
           05                     PIC X(16)  VALUE "ARREARS CARRIED".
           05 WS-RT-ARREARS       PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(51).
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
               MOVE WS-RUN-DATE        TO WS-CYCLE-DATE
           END-IF

           COMPUTE WS-CYCLE-QUARTER = (WS-CYCLE-MONTH-NUM + 2) / 3

           PERFORM 070-CHECK-PAY-CALENDAR

           MOVE "YTDUPDT"               TO CTT-STEP-ID
           MOVE WS-CYCLE-DATE           TO CTT-CYCLE-DATE
           MOVE WS-RUN-DATE             TO CTT-RUN-DATE

           PERFORM 050-LOAD-TIMESHEET-TABLE
           PERFORM 060-LOAD-LEAVE-TABLE
           PERFORM 080-LOAD-DEDUCTION-TABLE

           MOVE "NETREG"                TO WS-RPT-ID
           MOVE "NET PAY REGISTER"      TO WS-RPT-TITLE
           MOVE WS-RUN-DATE             TO WS-RPT-RUN-DATE
           MOVE WS-REGISTER-HEADS       TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID               TO WS-RE-RPT-ID

           OPEN INPUT PAYROLL-MASTER
                I-O   YTD-MASTER
                I-O   QTD-MASTER
                OUTPUT NET-PAY-FILE
                OUTPUT NET-REGISTER

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAYROLL-MASTER
                   IF WS-RECORD-IS-VALID
                    AND NOT EMPLOYEE-TERMINATED
                       PERFORM 170-CHECK-LEAVE-STATUS
                       IF WS-EMPLOYEE-OUT
                           PERFORM 440-COUNT-LEAVE-SKIP
                       ELSE
                           PERFORM 200-ACCUMULATE-ONE-EMPLOYEE
                       END-IF
                   END-IF
             END-READ
           END-PERFORM

           PERFORM 700-PRINT-REGISTER-TOTALS

           CLOSE PAYROLL-MASTER
                 YTD-MASTER
                 QTD-MASTER
                 NET-PAY-FILE
                 NET-REGISTER

           IF WS-DED-COUNT > ZERO
               PERFORM 800-REWRITE-DEDUCTION-TABLE
           END-IF

           CALL "CYCTOT" USING CYCLE-TOTALS-TABLE

           PERFORM 900-STAMP-PAY-CALENDAR

           DISPLAY "YTDUPDT: " WS-EMPLOYEES-PAID " EMPLOYEES PAID, "
                   WS-RECORDS-ADDED " YTD RECORDS ADDED, "
                   WS-RECORDS-UPDATED " UPDATED, "
                   WS-QTD-RECORDS-ADDED " QTD RECORDS ADDED"
           IF WS-YTD-LATER-YEAR > ZERO
               DISPLAY "YTDUPDT: " WS-YTD-LATER-YEAR
                       " EMPLOYEE(S) WITH YTD ALREADY IN A LATER "
                       "YEAR THAN THE CYCLE - NOT PAID"
           END-IF
           STOP RUN.

      ***********************************************************
      * WHOSE TMS-PERIOD-DATE MATCHES THE CYCLE BEING POSTED ARE
      * LOADED, SO A STALE FILE LEFT FROM THE PRIOR CYCLE (OR A
      * FILE LEGITIMATELY HOLDING TWO PERIODS) CANNOT PAY THE
      * WRONG PERIOD'S HOURS.  THE PTO HOURS TAKEN ARE LOADED
      * WITH THE HOURS WORKED (A SHORT ROW WITH NONE READS AS
      * ZERO).  THE FILE IS OPTIONAL - A SHOP WITH NO HOURLY
      * STAFF THIS CYCLE SIMPLY HAS NO HOURS TO LOAD.
      ***********************************************************
       050-LOAD-TIMESHEET-TABLE.
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
      * PROBABLY A MISKEYED DATE.  A CYCLE ALREADY MARKED POSTED
      * IS REFUSED UNLESS THE OVERRIDE PARAMETER WAS GIVEN, SO
      * THE SAME CYCLE CAN NO LONGER BE ADDED INTO YTDMAST.DAT
      * TWICE BY A DOUBLE RUN.  A CYCLE CYCCLOSE HAS CLOSED IS
      * REFUSED EVEN WITH THE OVERRIDE - ITS TOTALS ARE BALANCED
      * AND FINAL.  SO IS ANY CYCLE WHILE THE CYCLE OF THE SAME
      * TYPE BEFORE IT ON THE CALENDAR IS STILL OPEN: THE LAST
      * CYCLE MUST BALANCE AND CLOSE BEFORE THE NEXT STARTS.
      ***********************************************************
       070-CHECK-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR
                      TO WS-PCAL-FLAG (WS-CYCLE-COUNT)
                    MOVE PCAL-POSTED-DATE
                      TO WS-PCAL-POSTED-DATE (WS-CYCLE-COUNT)
                    MOVE PCAL-CLOSED-FLAG
                      TO WS-PCAL-CLOSED-FLAG (WS-CYCLE-COUNT)
                    MOVE PCAL-CLOSED-DATE
                      TO WS-PCAL-CLOSED-DATE (WS-CYCLE-COUNT)
                    IF PCAL-CYCLE-DATE = WS-CYCLE-DATE
                     AND PCAL-CYCLE-TYPE = WS-CYCLE-TYPE
                        MOVE WS-CYCLE-COUNT TO WS-CYCLE-MATCH-SUB
                           "AGAIN - NOTHING UPDATED"
                   STOP RUN
               END-IF
           END-IF

           IF WS-PCAL-CLOSED-FLAG (WS-CYCLE-MATCH-SUB) = "C"
               DISPLAY "YTDUPDT: CYCLE " WS-CYCLE-DATE
                       " WAS CLOSED ON "
                       WS-PCAL-CLOSED-DATE (WS-CYCLE-MATCH-SUB)
                       " - NOTHING UPDATED"
               STOP RUN
           END-IF

           PERFORM 075-FIND-PRIOR-CYCLE
               VARYING WS-CYCLE-SCAN FROM 1 BY 1
               UNTIL WS-CYCLE-SCAN > WS-CYCLE-COUNT

           IF WS-PRIOR-CYCLE-SUB > ZERO
               IF WS-PCAL-FLAG (WS-PRIOR-CYCLE-SUB) = "P"
                AND WS-PCAL-CLOSED-FLAG (WS-PRIOR-CYCLE-SUB) NOT = "C"
                   DISPLAY "YTDUPDT: PRIOR CYCLE "
                           WS-PCAL-DATE (WS-PRIOR-CYCLE-SUB)
                           " IS STILL OPEN - BALANCE AND CLOSE IT "
                           "WITH CYCCLOSE FIRST - NOTHING UPDATED"
                   STOP RUN
               END-IF
           END-IF.

      ***********************************************************
      * POINT WS-PRIOR-CYCLE-SUB AT THE LATEST CALENDAR CYCLE OF
      * THE SAME TYPE DATED BEFORE THE CYCLE BEING POSTED.  ONLY
      * A PRIOR CYCLE THAT IS POSTED BUT NOT YET CLOSED HOLDS THE
      * RUN UP; ONE NEVER POSTED HAS NOTHING FOR CYCCLOSE TO
      * BALANCE, AND PAYCALCK REPORTS IT AS MISSED.
      ***********************************************************
       075-FIND-PRIOR-CYCLE.
           IF WS-PCAL-TYPE (WS-CYCLE-SCAN) = WS-CYCLE-TYPE
            AND WS-PCAL-DATE (WS-CYCLE-SCAN) < WS-CYCLE-DATE
               IF WS-PRIOR-CYCLE-SUB = ZERO
                   MOVE WS-CYCLE-SCAN TO WS-PRIOR-CYCLE-SUB
               ELSE
                   IF WS-PCAL-DATE (WS-CYCLE-SCAN)
                    > WS-PCAL-DATE (WS-PRIOR-CYCLE-SUB)
                       MOVE WS-CYCLE-SCAN TO WS-PRIOR-CYCLE-SUB
                   END-IF
               END-IF
           END-IF.

      ***********************************************************
      * LOAD EVERY DEDMAST.DAT VOLUNTARY DEDUCTION ROW INTO
      * WS-DEDUCTION-TABLE ONE TIME, BEFORE THE MASTER IS READ.
      * THE BALANCES ARE CARRIED FORWARD BY REWRITING THE WHOLE
      * FILE FROM THE TABLE AT THE END, SO A ROW THAT DID NOT FIT
      * WOULD BE LOST - THE CYCLE IS REFUSED INSTEAD.  THE FILE
      * IS OPTIONAL - NOBODY MAY HAVE SIGNED UP FOR A DEDUCTION.
      ***********************************************************
       080-LOAD-DEDUCTION-TABLE.
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
                    MOVE DED-PRIORITY
                      TO WS-DML-PRIORITY (WS-DED-COUNT)
                    MOVE DEDUCTION-RECORD
                      TO WS-DML-IMAGE (WS-DED-COUNT)
                    MOVE "N"
                      TO WS-DML-TAKEN-SW (WS-DED-COUNT)
                 ELSE
                    ADD 1 TO WS-DED-ROWS-SKIPPED
                 END-IF
             END-READ
           END-PERFORM

           CLOSE DEDUCTION-FILE
           MOVE "YES" TO WS-MORE-DATA

           IF WS-DED-ROWS-SKIPPED > ZERO
               DISPLAY "YTDUPDT: " WS-DED-ROWS-SKIPPED
                       " DEDMAST.DAT ROW(S) DID NOT FIT THE TABLE"
                       " - NOTHING UPDATED"
               STOP RUN
           END-IF.

      ***********************************************************
           END-IF.

      ***********************************************************
      * COMPUTE ONE EMPLOYEE'S PERIOD GROSS AND WITHHOLDING, TAKE
      * THE VOLUNTARY DEDUCTIONS OUT OF WHAT IS LEFT, ADD ALL OF
      * IT INTO THE YEAR-TO-DATE MASTER AND RECORD THE NET.  AN
      * HOURLY EMPLOYEE WITH NO TIMESHEET THIS CYCLE EARNED
      * NOTHING, SO NEITHER DOLLARS NOR A PAID PERIOD ARE
      * ACCUMULATED.  AN EMPLOYEE WHOSE YTD RECORD IS ALREADY
      * INTO A LATER YEAR THAN THE CYCLE (A LATE CYCLE POSTED
      * AFTER THE NEW YEAR'S FIRST) CANNOT TAKE THE CYCLE WITHOUT
      * LOSING THAT YEAR'S TOTALS, SO, AS OFFCYCLE DOES FOR A
      * PAYMENT, THEY ARE NOT PAID AT ALL - NO PAY LINE,
      * DEDUCTIONS, QTD, NET PAY OR CYCLE TOTALS - AND ARE ONLY
      * COUNTED AND REPORTED.  CYCCLOSE THEN SHOWS THEIR OFFICE
      * OUT OF BALANCE FOR THE CYCLE.
      ***********************************************************
       200-ACCUMULATE-ONE-EMPLOYEE.
           PERFORM 300-COMPUTE-PERIOD-AMOUNTS
            AND NOT WS-TIMESHEET-FOUND
               CONTINUE
           ELSE
               PERFORM 390-READ-YTD-RECORD
               IF WS-YTD-READ-OK
                AND YTD-YEAR > WS-CYCLE-YEAR-NUM
                   ADD 1 TO WS-YTD-LATER-YEAR
                   DISPLAY "YTDUPDT: YTDMAST.DAT FOR " EMPLOYEE-NUM-IN
                           " ALREADY IN " YTD-YEAR " - NOT PAID"
               ELSE
                   PERFORM 450-PRINT-PAY-LINE
                   PERFORM 600-TAKE-DEDUCTIONS
                   PERFORM 400-UPDATE-YTD-RECORD
                   PERFORM 420-UPDATE-QTD-RECORD
                   PERFORM 650-WRITE-NET-PAY
                   PERFORM 430-ADD-TO-CYCLE-TOTALS
                   ADD 1 TO WS-EMPLOYEES-PAID
               END-IF
           END-IF.

      ***********************************************************
      * THE PERIOD GROSS IS THE ASSIGNMENT2 COMPUTATION: ANNUAL
      * SALARY, PRORATED OVER THE MONTHS ACTIVE WHEN THE EMPLOYEE
      * WAS HIRED IN THE CYCLE YEAR, SPREAD OVER THE CYCLE'S PAY
      * PERIODS.  THE PERIOD WITHHOLDING IS THE WHCALC ANNUAL
      * ALLOWANCE FOR THE CYCLE YEAR SPREAD THE SAME WAY.  AN
      * HOURLY EMPLOYEE'S PERIOD GROSS IS THE TIMESHEET HOURS
      * WORKED PLUS PTO HOURS TAKEN, TIMES HOURLY-RATE-IN,
      * INSTEAD, AND THE WHCALC ALLOWANCE IS FIGURED ON THAT
      * GROSS ANNUALIZED OVER THE CYCLE'S PERIODS.
      ***********************************************************
               PERFORM 350-LOOKUP-TIMESHEET
               IF WS-TIMESHEET-FOUND
                   COMPUTE WS-PERIOD-GROSS ROUNDED =
                          (WS-TMS-HOURS (WS-TMS-IDX)
                         + WS-TMS-PTO-HOURS (WS-TMS-IDX))
                         * HOURLY-RATE-IN-N
               ELSE
                   MOVE ZERO TO WS-PERIOD-GROSS
                       WS-PERIOD-GROSS * WS-PERIODS-PER-YEAR
               CALL "WHCALC" USING WS-ANNUAL-EQUIVALENT
                                   DEPENDENTS-IN-N
                                   WS-CYCLE-YEAR-NUM
                                   WS-WITHHOLDING-ALLOWANCE
           ELSE
               IF HIRE-YEAR-IN = WS-CYCLE-YEAR-NUM
                   COMPUTE WS-MONTHS-ACTIVE = 13 - HIRE-MONTH-IN-N
               ELSE
                   MOVE 12 TO WS-MONTHS-ACTIVE
                       WS-ANNUAL-GROSS / WS-PERIODS-PER-YEAR
               CALL "WHCALC" USING ANNUAL-SALARY-IN-N
                                   DEPENDENTS-IN-N
                                   WS-CYCLE-YEAR-NUM
                                   WS-WITHHOLDING-ALLOWANCE
           END-IF

           END-IF.

      ***********************************************************
      * READ THE EMPLOYEE'S YTD RECORD BEFORE ANYTHING IS PAID,
      * SO 200 CAN TEST ITS YEAR.  NOTHING ELSE USES THE YTD
      * RECORD AREA BEFORE 400 POSTS TO IT.
      ***********************************************************
       390-READ-YTD-RECORD.
           MOVE EMPLOYEE-NUM-IN TO YTD-EMPLOYEE-NUM
           READ YTD-MASTER
             INVALID KEY
                 CONTINUE
           END-READ.

      ***********************************************************
      * ADD THE PERIOD AMOUNTS INTO THE EMPLOYEE'S YTD RECORD
      * READ BY 390, CREATING IT ON THE FIRST CYCLE AND STARTING
      * THE TOTALS OVER ON THE FIRST CYCLE OF A NEW YEAR - THE
      * CYCLE'S YEAR, THE SAME YEAR QTDMAST.DAT IS POSTED TO.  A
      * RECORD INTO A LATER YEAR NEVER GETS HERE (SEE 200).  A
      * RECORD WRITTEN BEFORE YTD-DEDUCTION-AMOUNT EXISTED HAS
      * SPACES THERE, WHICH ARE TAKEN AS ZERO.
      ***********************************************************
       400-UPDATE-YTD-RECORD.
           IF WS-YTD-NOT-FOUND
               MOVE SPACES            TO YTD-RECORD
               MOVE EMPLOYEE-NUM-IN   TO YTD-EMPLOYEE-NUM
               MOVE WS-CYCLE-YEAR-NUM TO YTD-YEAR
               MOVE WS-PERIOD-GROSS   TO YTD-GROSS-AMOUNT
               MOVE WS-PERIOD-WITHHOLD TO YTD-WITHHOLDING-AMOUNT
               MOVE 1                 TO YTD-PERIODS-PAID
               MOVE WS-PERIOD-DEDUCTIONS TO YTD-DEDUCTION-AMOUNT
               WRITE YTD-RECORD
               ADD 1 TO WS-RECORDS-ADDED
           ELSE
               IF YTD-YEAR NOT = WS-CYCLE-YEAR-NUM
                   MOVE WS-CYCLE-YEAR-NUM TO YTD-YEAR
                   MOVE ZERO              TO YTD-GROSS-AMOUNT
                   MOVE ZERO              TO YTD-WITHHOLDING-AMOUNT
                   MOVE ZERO              TO YTD-PERIODS-PAID
                   MOVE ZERO              TO YTD-DEDUCTION-AMOUNT
               END-IF
               IF YTD-DEDUCTION-AMOUNT NOT NUMERIC
                   MOVE ZERO            TO YTD-DEDUCTION-AMOUNT
               END-IF
               ADD WS-PERIOD-GROSS    TO YTD-GROSS-AMOUNT
               ADD WS-PERIOD-WITHHOLD TO YTD-WITHHOLDING-AMOUNT
               ADD 1                  TO YTD-PERIODS-PAID
               ADD WS-PERIOD-DEDUCTIONS TO YTD-DEDUCTION-AMOUNT
               REWRITE YTD-RECORD
               ADD 1 TO WS-RECORDS-UPDATED
           END-IF.

      ***********************************************************
      * ADD THE PERIOD GROSS, WITHHOLDING AND PAID PERIOD INTO
      * THE QUARTER OF THE CYCLE DATE ON THE EMPLOYEE'S QTDMAST
      * RECORD FOR THE CYCLE YEAR, CREATING IT ON THE YEAR'S
      * FIRST CYCLE.  THE NAME, SSN AND LOCATION ARE REFRESHED
      * EVERY CYCLE SO THE QUARTER IS FILED WHERE THE EMPLOYEE
      * WAS LAST PAID.
      ***********************************************************
       420-UPDATE-QTD-RECORD.
           MOVE EMPLOYEE-NUM-IN   TO QTD-EMPLOYEE-NUM
           MOVE WS-CYCLE-YEAR-NUM TO QTD-YEAR
           READ QTD-MASTER
             INVALID KEY
                 CONTINUE
           END-READ

           IF WS-QTD-NOT-FOUND
               MOVE SPACES            TO QTD-RECORD
               MOVE EMPLOYEE-NUM-IN   TO QTD-EMPLOYEE-NUM
               MOVE WS-CYCLE-YEAR-NUM TO QTD-YEAR
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
           ADD WS-PERIOD-GROSS
             TO QTD-GROSS-AMOUNT (WS-CYCLE-QUARTER)
           ADD WS-PERIOD-WITHHOLD
             TO QTD-WITHHOLDING-AMOUNT (WS-CYCLE-QUARTER)
           ADD 1
             TO QTD-PERIODS-PAID (WS-CYCLE-QUARTER)

           IF WS-QTD-NOT-FOUND
               WRITE QTD-RECORD
               ADD 1 TO WS-QTD-RECORDS-ADDED
           ELSE
               REWRITE QTD-RECORD
           END-IF.

      ***********************************************************
      * ADD THE EMPLOYEE PAID INTO THE CYCLE TOTALS OF THEIR
      * TERRITORY/OFFICE: ONE HEAD, AND THE PERIOD GROSS AS
      * HOURLY OR REGULAR (SALARIED) GROSS BY PAY TYPE.
      ***********************************************************
       430-ADD-TO-CYCLE-TOTALS.
           PERFORM 460-FIND-CYCLE-CENTER

           IF WS-CENTER-FOUND
               ADD 1 TO CTT-HEADCOUNT (CTT-IDX)
               IF PAY-TYPE-HOURLY
                   ADD WS-PERIOD-GROSS TO CTT-HOURLY-GROSS (CTT-IDX)
               ELSE
                   ADD WS-PERIOD-GROSS TO CTT-REGULAR-GROSS (CTT-IDX)
               END-IF
           END-IF.

      ***********************************************************
      * COUNT AN EMPLOYEE SKIPPED FOR LEAVE IN THE CYCLE TOTALS
      * OF THEIR TERRITORY/OFFICE.
      ***********************************************************
       440-COUNT-LEAVE-SKIP.
           PERFORM 460-FIND-CYCLE-CENTER

           IF WS-CENTER-FOUND
               ADD 1 TO CTT-LEAVE-SKIPPED (CTT-IDX)
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
                   DISPLAY "YTDUPDT: OVER 500 TERRITORY/OFFICES - "
                           LOCATION-CODE " LEFT OUT OF CYCLE TOTALS"
               END-IF
           END-IF.

      ***********************************************************
      * START THE EMPLOYEE'S ENTRY ON THE NET-PAY REGISTER WITH
      * THE PERIOD GROSS AND WITHHOLDING; THE DEDUCTION LINES
      * AND THE NET FOLLOW.
      ***********************************************************
       450-PRINT-PAY-LINE.
           MOVE SPACES              TO WS-REGISTER-PAY-LINE
           MOVE EMPLOYEE-NUM-IN     TO WS-RP-EMPLOYEE-NUM
           MOVE EMPLOYEE-NAME-IN    TO WS-RP-EMPLOYEE-NAME
           MOVE WS-PERIOD-GROSS     TO WS-RP-GROSS
           MOVE WS-PERIOD-WITHHOLD  TO WS-RP-WITHHOLD

           PERFORM 500-PAGE-CHECK
           WRITE NET-REGISTER-LINE FROM WS-REGISTER-PAY-LINE.

      ***********************************************************
      * PAGE CONTROL FOR THE NETREG.DAT REGISTER VIA THE SHARED
      * REPORT FORMATTING FACILITY.
      ***********************************************************
       500-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==NET-REGISTER-LINE==.

      ***********************************************************
      * TAKE THE EMPLOYEE'S VOLUNTARY DEDUCTIONS OUT OF WHAT IS
      * LEFT AFTER WITHHOLDING, LOWEST DED-PRIORITY FIRST, UNTIL
      * EVERY ROW FOR THE EMPLOYEE HAS BEEN TAKEN.  A WITHHOLDING
      * LARGER THAN THE GROSS LEAVES NOTHING TO DEDUCT FROM, SO
      * NET PAY NEVER GOES BELOW ZERO.
      ***********************************************************
       600-TAKE-DEDUCTIONS.
           MOVE ZERO TO WS-PERIOD-DEDUCTIONS

           IF WS-PERIOD-WITHHOLD < WS-PERIOD-GROSS
               COMPUTE WS-NET-AVAILABLE =
                       WS-PERIOD-GROSS - WS-PERIOD-WITHHOLD
           ELSE
               MOVE ZERO TO WS-NET-AVAILABLE
           END-IF

           PERFORM 610-FIND-NEXT-DEDUCTION
           PERFORM 620-TAKE-ONE-DEDUCTION
               UNTIL WS-NEXT-DED-SUB = ZERO

           MOVE WS-NET-AVAILABLE TO WS-NET-PAY.

      ***********************************************************
      * POINT WS-NEXT-DED-SUB AT THE EMPLOYEE'S NOT-YET-TAKEN ROW
      * WITH THE LOWEST DED-PRIORITY, OR ZERO WHEN NONE IS LEFT.
      * A TIE GOES TO THE ROW FOUND FIRST ON THE FILE.
      ***********************************************************
       610-FIND-NEXT-DEDUCTION.
           MOVE ZERO TO WS-NEXT-DED-SUB

           PERFORM 615-TEST-ONE-DEDUCTION
               VARYING WS-DED-SCAN FROM 1 BY 1
               UNTIL WS-DED-SCAN > WS-DED-COUNT.

       615-TEST-ONE-DEDUCTION.
           IF WS-DML-EMPLOYEE-NUM (WS-DED-SCAN) = EMPLOYEE-NUM-IN
            AND WS-DML-TAKEN-SW (WS-DED-SCAN) = "N"
               IF WS-NEXT-DED-SUB = ZERO
                   MOVE WS-DED-SCAN TO WS-NEXT-DED-SUB
               ELSE
                   IF WS-DML-PRIORITY (WS-DED-SCAN)
                    < WS-DML-PRIORITY (WS-NEXT-DED-SUB)
                       MOVE WS-DED-SCAN TO WS-NEXT-DED-SUB
                   END-IF
               END-IF
           END-IF.

      ***********************************************************
      * TAKE ONE DEDUCTION.  THE CYCLE'S SCHEDULED AMOUNT (FLAT,
      * OR PERCENT OF GROSS, HELD TO A CYCLE LIMIT) PLUS ANY
      * ARREARS IS WHAT IS OWED, HELD TO WHAT AN ANNUAL LIMIT OR
      * A GOAL STILL ALLOWS.  A CYCLE LIMIT ALSO HOLDS DOWN WHAT
      * CAN BE TAKEN THIS CYCLE.  WHAT IS TAKEN IS AS MUCH OF
      * THAT AS THE NET LEFT COVERS; THE REST OF WHAT IS OWED
      * BECOMES THE NEW ARREARS.  THE DEDUCTION'S YEAR-TO-DATE
      * STARTS OVER ON THE FIRST CYCLE OF THE CYCLE'S YEAR; A
      * LATE CYCLE FROM A YEAR ALREADY LEFT BEHIND DOES NOT ADD
      * INTO THE NEWER YEAR'S TOTAL.
      ***********************************************************
       620-TAKE-ONE-DEDUCTION.
           MOVE WS-DML-IMAGE (WS-NEXT-DED-SUB) TO DEDUCTION-RECORD

           IF DED-YTD-YEAR < WS-CYCLE-YEAR-NUM
               MOVE WS-CYCLE-YEAR-NUM TO DED-YTD-YEAR
               MOVE ZERO              TO DED-YTD-AMOUNT
           END-IF

           IF DED-FLAT
               MOVE DED-FLAT-AMOUNT TO WS-DED-SCHEDULED
           ELSE
               COMPUTE WS-DED-SCHEDULED ROUNDED =
                       WS-PERIOD-GROSS * DED-PERCENT / 100
           END-IF

           IF DED-CYCLE-LIMIT
            AND WS-DED-SCHEDULED > DED-LIMIT-AMOUNT
               MOVE DED-LIMIT-AMOUNT TO WS-DED-SCHEDULED
           END-IF

           COMPUTE WS-DED-OWED = WS-DED-SCHEDULED + DED-ARREARS

           IF DED-ANNUAL-LIMIT
               IF DED-YTD-AMOUNT < DED-LIMIT-AMOUNT
                   COMPUTE WS-DED-REMAINING =
                           DED-LIMIT-AMOUNT - DED-YTD-AMOUNT
               ELSE
                   MOVE ZERO TO WS-DED-REMAINING
               END-IF
               IF WS-DED-OWED > WS-DED-REMAINING
                   MOVE WS-DED-REMAINING TO WS-DED-OWED
               END-IF
           END-IF

           IF DED-GOAL-AMOUNT > ZERO
               IF DED-GOAL-TAKEN < DED-GOAL-AMOUNT
                   COMPUTE WS-DED-REMAINING =
                           DED-GOAL-AMOUNT - DED-GOAL-TAKEN
               ELSE
                   MOVE ZERO TO WS-DED-REMAINING
               END-IF
               IF WS-DED-OWED > WS-DED-REMAINING
                   MOVE WS-DED-REMAINING TO WS-DED-OWED
               END-IF
           END-IF

           MOVE WS-DED-OWED TO WS-DED-TAKEABLE
           IF DED-CYCLE-LIMIT
            AND WS-DED-TAKEABLE > DED-LIMIT-AMOUNT
               MOVE DED-LIMIT-AMOUNT TO WS-DED-TAKEABLE
           END-IF

           IF WS-DED-TAKEABLE > WS-NET-AVAILABLE
               MOVE WS-NET-AVAILABLE TO WS-DED-TAKEN
           ELSE
               MOVE WS-DED-TAKEABLE  TO WS-DED-TAKEN
           END-IF

           SUBTRACT WS-DED-TAKEN FROM WS-NET-AVAILABLE
           ADD WS-DED-TAKEN      TO WS-PERIOD-DEDUCTIONS
           IF DED-YTD-YEAR = WS-CYCLE-YEAR-NUM
               ADD WS-DED-TAKEN  TO DED-YTD-AMOUNT
           END-IF
           ADD WS-DED-TAKEN      TO DED-GOAL-TAKEN
           COMPUTE DED-ARREARS = WS-DED-OWED - WS-DED-TAKEN
           MOVE WS-CYCLE-DATE    TO DED-LAST-CYCLE-DATE
           ADD DED-ARREARS       TO WS-TOTAL-ARREARS

           MOVE DEDUCTION-RECORD TO WS-DML-IMAGE (WS-NEXT-DED-SUB)
           MOVE "Y"              TO WS-DML-TAKEN-SW (WS-NEXT-DED-SUB)

           IF WS-DED-TAKEN > ZERO
            OR DED-ARREARS > ZERO
               MOVE DED-CODE     TO WS-RD-CODE
               MOVE DED-DESC     TO WS-RD-DESC
               MOVE DED-ARREARS  TO WS-RD-ARREARS
               MOVE WS-DED-TAKEN TO WS-RD-TAKEN
               PERFORM 500-PAGE-CHECK
               WRITE NET-REGISTER-LINE FROM WS-REGISTER-DED-LINE
           END-IF

           PERFORM 610-FIND-NEXT-DEDUCTION.

      ***********************************************************
      * RECORD THE EMPLOYEE'S NET FOR THE CYCLE ON NETPAY.DAT,
      * WHICH ACHBUILD DEPOSITS, AND CLOSE THE EMPLOYEE'S ENTRY
      * ON THE REGISTER WITH THE DEDUCTIONS TAKEN AND THE NET.
      ***********************************************************
       650-WRITE-NET-PAY.
           MOVE SPACES               TO NET-PAY-RECORD
           MOVE EMPLOYEE-NUM-IN      TO NET-EMPLOYEE-NUM
           MOVE WS-CYCLE-DATE        TO NET-CYCLE-DATE
           MOVE WS-PERIOD-GROSS      TO NET-GROSS-AMOUNT
           MOVE WS-PERIOD-WITHHOLD   TO NET-WITHHOLDING-AMOUNT
           MOVE WS-PERIOD-DEDUCTIONS TO NET-DEDUCTION-AMOUNT
           MOVE WS-NET-PAY           TO NET-PAY-AMOUNT
           WRITE NET-PAY-RECORD

           MOVE WS-PERIOD-DEDUCTIONS TO WS-RN-DEDUCTIONS
           MOVE WS-NET-PAY           TO WS-RN-NET-PAY
           PERFORM 500-PAGE-CHECK
           WRITE NET-REGISTER-LINE FROM WS-REGISTER-NET-LINE

           ADD WS-PERIOD-GROSS       TO WS-TOTAL-GROSS
           ADD WS-PERIOD-WITHHOLD    TO WS-TOTAL-WITHHOLD
           ADD WS-PERIOD-DEDUCTIONS  TO WS-TOTAL-DEDUCTIONS
           ADD WS-NET-PAY            TO WS-TOTAL-NET.

      ***********************************************************
      * CLOSE THE REGISTER WITH THE CYCLE'S CONTROL TOTALS AND
      * THE END-OF-REPORT LINE.
      ***********************************************************
       700-PRINT-REGISTER-TOTALS.
           MOVE WS-EMPLOYEES-PAID    TO WS-RT-EMPLOYEES
           MOVE WS-TOTAL-GROSS       TO WS-RT-GROSS
           MOVE WS-TOTAL-WITHHOLD    TO WS-RT-WITHHOLD
           MOVE WS-TOTAL-DEDUCTIONS  TO WS-RT-DEDUCTIONS
           MOVE WS-TOTAL-NET         TO WS-RT-NET
           MOVE WS-TOTAL-ARREARS     TO WS-RT-ARREARS

           PERFORM 500-PAGE-CHECK
           WRITE NET-REGISTER-LINE FROM WS-RPT-BLANK-LINE
           PERFORM 500-PAGE-CHECK
           WRITE NET-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-1
           PERFORM 500-PAGE-CHECK
           WRITE NET-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-2
           PERFORM 500-PAGE-CHECK
           WRITE NET-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-3
           PERFORM 500-PAGE-CHECK
           WRITE NET-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE-4
           PERFORM 500-PAGE-CHECK
           WRITE NET-REGISTER-LINE FROM WS-RPT-END-LINE.

      ***********************************************************
      * CARRY THE DEDUCTION BALANCES FORWARD BY REWRITING
      * DEDMAST.DAT FROM THE TABLE THROUGH DEDMAST.TMP AND
      * SWAPPING IT IN, THE SAME WAY THE CALENDAR IS RESTAMPED.
      ***********************************************************
       800-REWRITE-DEDUCTION-TABLE.
           OPEN OUTPUT DEDUCTION-REWRITE

           PERFORM 810-WRITE-ONE-DEDUCTION-ROW
               VARYING WS-DED-SCAN FROM 1 BY 1
               UNTIL WS-DED-SCAN > WS-DED-COUNT

           CLOSE DEDUCTION-REWRITE

           CALL "CBL_DELETE_FILE" USING WS-DED-OLD-NAME
               RETURNING WS-DED-RENAME-STATUS
           END-CALL

           CALL "CBL_RENAME_FILE" USING WS-DED-NEW-NAME
                                        WS-DED-OLD-NAME
               RETURNING WS-DED-RENAME-STATUS
           END-CALL

           IF WS-DED-RENAME-STATUS NOT = ZERO
               DISPLAY "YTDUPDT: DEDMAST.DAT COULD NOT BE "
                       "REWRITTEN - BALANCES ARE IN DEDMAST.TMP"
           END-IF.

       810-WRITE-ONE-DEDUCTION-ROW.
           WRITE DEDUCTION-REWRITE-REC
             FROM WS-DML-IMAGE (WS-DED-SCAN).

      ***********************************************************
      * MARK THE POSTED CYCLE ON THE CALENDAR, STAMPED WITH THE
      * RUN DATE, BY REWRITING PAYCAL.DAT FROM THE TABLE THROUGH
           MOVE WS-PCAL-FLAG (WS-CYCLE-SCAN)  TO PCAL-POSTED-FLAG
           MOVE WS-PCAL-POSTED-DATE (WS-CYCLE-SCAN)
             TO PCAL-POSTED-DATE
           MOVE WS-PCAL-CLOSED-FLAG (WS-CYCLE-SCAN)
             TO PCAL-CLOSED-FLAG
           MOVE WS-PCAL-CLOSED-DATE (WS-CYCLE-SCAN)
             TO PCAL-CLOSED-DATE

           WRITE CALENDAR-REWRITE-REC FROM PAY-CALENDAR-RECORD.
