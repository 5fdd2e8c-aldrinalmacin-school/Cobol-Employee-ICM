      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: ANNUAL MERIT INCREASE CYCLE.  APPLIES THE MERIT
      *          PERCENTAGES HR SUPPLIES ON MERITPCT.DAT - BY
      *          JOB-CLASS-CODE-IN, OPTIONALLY BY TERRITORY-NUM-IN -
      *          TO EVERY ACTIVE SALARIED EMPLOYEE ON CH0402.DAT,
      *          ROUNDED TO THE DOLLAR AND CAPPED AT THE JOBCLASS.DAT
      *          BAND MAXIMUM IN FORCE ON THE EFFECTIVE DATE.  EACH
      *          INCREASE IS WRITTEN TO EMPMAINT.TRN AS A CHANGE
      *          TRANSACTION DATED THE EFFECTIVE DATE, SO EMPMAINT
      *          HOLDS IT ON EMMPEND.DAT AND EMMRELSE RELEASES IT THE
      *          NIGHT THE DATE ARRIVES, WITH THE USUAL EMMAUDIT.DAT
      *          IMAGES.  THE MERITINC.DAT PROPOSAL REPORT LISTS EACH
      *          EMPLOYEE'S OLD AND NEW SALARY AND ANYONE CAPPED AT
      *          THE BAND, WITH THE ANNUAL COST SUBTOTALLED BY
      *          OFFICE AND TERRITORY.
      *          PARAMETER 1 IS THE EFFECTIVE DATE (YYYYMMDD, NOT
      *          BEFORE THE RUN DATE).  PARAMETER 2 "P" RUNS IN
      *          PROPOSAL-ONLY MODE: THE REPORT IS WRITTEN AND NO
      *          TRANSACTIONS ARE.
      *          THE TRANSACTION IS A SALARY-ONLY CHANGE (ACTION
      *          "S"), NOT A FULL-IMAGE "C": IT CARRIES THE NEW
      *          SALARY AND, IN THE IMAGE'S TRAILING FILLER, THE OLD
      *          SALARY THE INCREASE WAS FIGURED FROM.  WHEN IT IS
      *          RELEASED, EMPMAINT CHANGES NOTHING BUT
      *          ANNUAL-SALARY-IN, AND ONLY IF THE EMPLOYEE IS STILL
      *          ACTIVE AND STILL ON THAT OLD SALARY.  AN EMPLOYEE
      *          TERMINATED, PUT ON LEAVE OR GIVEN ANOTHER SALARY
      *          CHANGE BEFORE THE EFFECTIVE DATE HAS THE INCREASE
      *          SENT TO EMMEXCPT.DAT FOR HR TO REVIEW, AND A
      *          TRANSFER OR OTHER CHANGE MADE IN BETWEEN IS LEFT
      *          AS IT IS.
      * MODIFICATION HISTORY:
      *   2026-10-15  AJA  WRITE THE INCREASE AS A SALARY-ONLY "S"
      *                    TRANSACTION CARRYING THE OLD SALARY, SO
      *                    RELEASING IT CANNOT REVERT A TERMINATION
      *                    OR TRANSFER APPLIED BEFORE THE EFFECTIVE
      *                    DATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITINC.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EMPLOYEE-NUM-IN.

           SELECT OPTIONAL MERIT-PERCENT-FILE
             ASSIGN TO "MERITPCT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-CLASS-TABLE-FILE
             ASSIGN TO "JOBCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
             ASSIGN TO "MISORTWK.DAT".

           SELECT MERIT-REPORT
             ASSIGN TO "MERITINC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINT-TRANSACTIONS
             ASSIGN TO "EMPMAINT.TRN"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

      ***********************************************************
      * MERITPCT.DAT - ONE ROW PER JOB CLASS, OR PER JOB CLASS
      * AND TERRITORY WHERE A TERRITORY GETS A DIFFERENT FIGURE.
      * A BLANK TERRITORY IS THE JOB CLASS'S FIGURE EVERYWHERE
      * ELSE.  THE PERCENTAGE CARRIES THREE IMPLIED DECIMALS
      * (03500 = 3.500 PERCENT).
      ***********************************************************
       FD MERIT-PERCENT-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 11 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 MERIT-PERCENT-RECORD.
        05 MPT-JOB-CLASS           PIC XX.
        05                         PIC X(1).
        05 MPT-TERRITORY-NUM       PIC XX.
        05                         PIC X(1).
        05 MPT-PERCENT             PIC X(5).
        05 MPT-PERCENT-N REDEFINES MPT-PERCENT
                                   PIC 9(2)V999.

       FD JOB-CLASS-TABLE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 42 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY JOBCLASR.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
        05 SR-TERRITORY-NUM       PIC XX.
        05 SR-OFFICE-NUM          PIC XX.
        05 SR-EMPLOYEE-NUM        PIC X(5).
        05 SR-EMPLOYEE-NAME       PIC X(20).
        05 SR-JOB-CLASS           PIC XX.
        05 SR-MERIT-PERCENT       PIC 9(2)V999.
        05 SR-OLD-SALARY          PIC 9(6).
        05 SR-NEW-SALARY          PIC 9(6).
        05 SR-BAND-MAX            PIC 9(6).
        05 SR-FINDING             PIC X(8).
        05 SR-RECORD-IMAGE        PIC X(80).

       FD MERIT-REPORT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 MERIT-REPORT-LINE       PIC X(80).

       FD MAINT-TRANSACTIONS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 89 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 MAINT-TRANSACTION-OUT.
        05 TRN-ACTION-CODE     PIC X(1).
        05 TRN-RECORD-IMAGE    PIC X(80).
        05 TRN-SALARY-IMAGE REDEFINES TRN-RECORD-IMAGE.
           10                  PIC X(63).
           10 TRN-OLD-SALARY   PIC 9(6).
           10                  PIC X(11).
        05 TRN-EFFECTIVE-DATE  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)  VALUE "YES".
       01 WS-MORE-SORT-DATA       PIC X(3)  VALUE "YES".
       01 WS-FIRST-RECORD-SW      PIC X(1)  VALUE "Y".
           88 WS-FIRST-RECORD    VALUE "Y" WHEN SET TO FALSE IS "N".
           COPY EDITCHKW.
           COPY RPTFMTW.
       01 WS-RUN-DATE             PIC X(8)  VALUE SPACES.
       01 WS-EFFECTIVE-DATE-PARM  PIC X(8)  VALUE SPACES.
       01 WS-EFFECTIVE-DATE       PIC X(8)  VALUE SPACES.
       01 WS-MODE-PARM            PIC X(1)  VALUE SPACE.
           88 WS-PROPOSAL-ONLY               VALUE "P".
       01 WS-MERIT-TITLE.
           05 WS-MT-MODE          PIC X(19) VALUE SPACES.
           05 WS-MT-EFFECTIVE-DATE PIC X(8) VALUE SPACES.
           05                     PIC X(3)  VALUE SPACES.
       01 WS-MERIT-TABLE.
           05 WS-MERIT-COUNT      PIC 9(4)  COMP VALUE ZERO.
           05 WS-MERIT-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-MERIT-COUNT
                             INDEXED BY WS-MRT-IDX.
               10 WS-MRT-JOB-CLASS     PIC XX.
               10 WS-MRT-TERRITORY-NUM PIC XX.
               10 WS-MRT-PERCENT       PIC 9(2)V999.
       01 WS-MERIT-FOUND-SW       PIC X(1)  VALUE "N".
           88 WS-MERIT-FOUND                 VALUE "Y".
       01 WS-MERIT-LOOKUP.
           05 WS-LOOKUP-JOB-CLASS     PIC XX.
           05 WS-LOOKUP-TERRITORY-NUM PIC XX.
       01 WS-JOB-CLASS-TABLE.
           05 WS-JOB-CLASS-COUNT  PIC 9(4)   COMP VALUE ZERO.
           05 WS-JOB-CLASS-ENTRY OCCURS 1 TO 50 TIMES
                                 DEPENDING ON WS-JOB-CLASS-COUNT
                                 INDEXED BY WS-JCT-IDX.
               10 WS-JCT-CODE       PIC XX.
               10 WS-JCT-MAX-SALARY PIC 9(6).
               10 WS-JCT-EFF-DATE   PIC X(8).
       01 WS-JOB-CLASS-FOUND-SW   PIC X(1)   VALUE "N".
           88 WS-JOB-CLASS-FOUND             VALUE "Y".
       01 WS-JCT-ROW-EFF-DATE     PIC X(8)   VALUE SPACES.
       01 WS-MERIT-SALARY         PIC 9(7)   VALUE ZERO.
       01 WS-ANNUAL-COST          PIC 9(6)   VALUE ZERO.
       01 WS-MERIT-HEADS.
           05                         PIC X(2).
           05                         PIC X(5)  VALUE "EMPNO".
           05                         PIC X(1).
           05                         PIC X(20) VALUE "EMPLOYEE NAME".
           05                         PIC X(1).
           05                         PIC X(2)  VALUE "JC".
           05                         PIC X(1).
           05                         PIC X(6)  VALUE "  PCT ".
           05                         PIC X(1).
           05                         PIC X(7)  VALUE "    OLD".
           05                         PIC X(1).
           05                         PIC X(7)  VALUE "    NEW".
           05                         PIC X(1).
           05                         PIC X(7)  VALUE "BAND MX".
           05                         PIC X(1).
           05                         PIC X(7)  VALUE "   COST".
           05                         PIC X(1).
           05                         PIC X(8)  VALUE "NOTE".
           05                         PIC X(1).

       01 WS-BREAK-CONTROLS.
           05 WS-PRIOR-TERRITORY-NUM  PIC XX     VALUE SPACES.
           05 WS-PRIOR-OFFICE-NUM     PIC XX     VALUE SPACES.

       01 WS-OFFICE-SUBTOTALS.
           05 WS-OFFICE-EMP-COUNT     PIC 9(6)   COMP VALUE ZERO.
           05 WS-OFFICE-CAPPED-COUNT  PIC 9(6)   COMP VALUE ZERO.
           05 WS-OFFICE-COST-TOTAL    PIC 9(9)   VALUE ZERO.

       01 WS-TERRITORY-SUBTOTALS.
           05 WS-TERR-EMP-COUNT       PIC 9(6)   COMP VALUE ZERO.
           05 WS-TERR-CAPPED-COUNT    PIC 9(6)   COMP VALUE ZERO.
           05 WS-TERR-COST-TOTAL      PIC 9(9)   VALUE ZERO.

       01 WS-REPORT-TOTALS.
           05 WS-REPORT-EMP-COUNT     PIC 9(6)   COMP VALUE ZERO.
           05 WS-REPORT-CAPPED-COUNT  PIC 9(6)   COMP VALUE ZERO.
           05 WS-REPORT-COST-TOTAL    PIC 9(9)   VALUE ZERO.
           05 WS-REPORT-NO-RATE       PIC 9(6)   COMP VALUE ZERO.
           05 WS-TRANS-WRITTEN        PIC 9(6)   COMP VALUE ZERO.

       01 WS-DETAIL-LINE.
           05                         PIC X(2).
           05 WS-D-EMPLOYEE-NUM       PIC X(5).
           05                         PIC X(1).
           05 WS-D-EMPLOYEE-NAME      PIC X(20).
           05                         PIC X(1).
           05 WS-D-JOB-CLASS          PIC XX.
           05                         PIC X(1).
           05 WS-D-MERIT-PERCENT      PIC Z9.999.
           05                         PIC X(1).
           05 WS-D-OLD-SALARY         PIC ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-D-NEW-SALARY         PIC ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-D-BAND-MAX           PIC ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-D-ANNUAL-COST        PIC ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-D-FINDING            PIC X(8).
           05                         PIC X(1).

       01 WS-OFFICE-BREAK-LINE.
           05                         PIC X(9).
           05                         PIC X(7)  VALUE "OFFICE ".
           05 WS-OB-TERRITORY-NUM     PIC XX.
           05                         PIC X(1)  VALUE "/".
           05 WS-OB-OFFICE-NUM        PIC XX.
           05                         PIC X(3).
           05 WS-OB-EMP-COUNT         PIC ZZ,ZZ9.
           05                         PIC X(11) VALUE " EMPLOYEES ".
           05 WS-OB-CAPPED-COUNT      PIC ZZ,ZZ9.
           05                         PIC X(8)  VALUE " CAPPED ".
           05                         PIC X(5)  VALUE "COST ".
           05 WS-OB-COST-TOTAL        PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(9).

       01 WS-TERRITORY-BREAK-LINE.
           05                         PIC X(9).
           05                         PIC X(10) VALUE "TERRITORY ".
           05 WS-TB-TERRITORY-NUM     PIC XX.
           05                         PIC X(3).
           05 WS-TB-EMP-COUNT         PIC ZZ,ZZ9.
           05                         PIC X(11) VALUE " EMPLOYEES ".
           05 WS-TB-CAPPED-COUNT      PIC ZZ,ZZ9.
           05                         PIC X(8)  VALUE " CAPPED ".
           05                         PIC X(5)  VALUE "COST ".
           05 WS-TB-COST-TOTAL        PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(9).

       01 WS-REPORT-TOTAL-LINE.
           05                         PIC X(2).
           05                         PIC X(22) VALUE
                    "TOTAL ANNUAL COST . .:".
           05                         PIC X(2).
           05 WS-RT-EMP-COUNT         PIC ZZ,ZZ9.
           05                         PIC X(11) VALUE " EMPLOYEES ".
           05 WS-RT-CAPPED-COUNT      PIC ZZ,ZZ9.
           05                         PIC X(8)  VALUE " CAPPED ".
           05                         PIC X(5)  VALUE "COST ".
           05 WS-RT-COST-TOTAL        PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(7).

       01 WS-REPORT-MODE-LINE.
           05                         PIC X(2).
           05 WS-RM-TRANS-WRITTEN     PIC ZZ,ZZ9.
           05                         PIC X(1).
           05 WS-RM-TEXT              PIC X(71).
      ***********************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-EFFECTIVE-DATE-PARM FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF WS-EFFECTIVE-DATE-PARM NOT NUMERIC
            OR WS-EFFECTIVE-DATE-PARM < WS-RUN-DATE
               DISPLAY "MERITINC: EFFECTIVE DATE (YYYYMMDD, NOT "
                       "BEFORE TODAY) REQUIRED - NOTHING WRITTEN"
               STOP RUN
           END-IF
           MOVE WS-EFFECTIVE-DATE-PARM TO WS-EFFECTIVE-DATE

           PERFORM 050-LOAD-MERIT-TABLE
           PERFORM 060-LOAD-JOB-CLASS-TABLE

           IF WS-PROPOSAL-ONLY
               MOVE "MERIT PROPOSAL EFF " TO WS-MT-MODE
           ELSE
               MOVE "MERIT INCREASE EFF " TO WS-MT-MODE
           END-IF
           MOVE WS-EFFECTIVE-DATE      TO WS-MT-EFFECTIVE-DATE

           MOVE "MERITINC"             TO WS-RPT-ID
           MOVE WS-MERIT-TITLE         TO WS-RPT-TITLE
           MOVE WS-RUN-DATE            TO WS-RPT-RUN-DATE
           MOVE WS-MERIT-HEADS         TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID              TO WS-RE-RPT-ID

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-TERRITORY-NUM SR-OFFICE-NUM
                                SR-EMPLOYEE-NUM
               INPUT PROCEDURE  IS 200-BUILD-SORT-RECORDS
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT

           IF WS-PROPOSAL-ONLY
               DISPLAY "MERITINC: PROPOSAL ONLY - "
                       WS-REPORT-EMP-COUNT " EMPLOYEES ON "
                       "MERITINC.DAT, NO TRANSACTIONS WRITTEN"
           ELSE
               DISPLAY "MERITINC: " WS-TRANS-WRITTEN
                       " CHANGE TRANSACTIONS WRITTEN TO "
                       "EMPMAINT.TRN EFFECTIVE " WS-EFFECTIVE-DATE
           END-IF
           IF WS-REPORT-NO-RATE > ZERO
               DISPLAY "MERITINC: " WS-REPORT-NO-RATE
                       " EMPLOYEES HAVE NO MERITPCT.DAT RATE"
           END-IF
           STOP RUN.

      ***********************************************************
      * LOAD THE MERITPCT.DAT PERCENTAGES.  A ROW THAT IS NOT
      * NUMERIC, OR REPEATS A JOB CLASS AND TERRITORY ALREADY
      * LOADED, IS SKIPPED WITH A MESSAGE.  WITHOUT A TABLE NO
      * ONE WOULD GET AN INCREASE, SO THE RUN IS REFUSED.
      ***********************************************************
       050-LOAD-MERIT-TABLE.
           OPEN INPUT MERIT-PERCENT-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ MERIT-PERCENT-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 055-APPLY-MERIT-ROW
             END-READ
           END-PERFORM

           CLOSE MERIT-PERCENT-FILE
           MOVE "YES" TO WS-MORE-DATA

           IF WS-MERIT-COUNT = ZERO
               DISPLAY "MERITINC: MERITPCT.DAT MISSING OR EMPTY - "
                       "NOTHING WRITTEN"
               STOP RUN
           END-IF.

       055-APPLY-MERIT-ROW.
           MOVE MPT-JOB-CLASS     TO WS-LOOKUP-JOB-CLASS
           MOVE MPT-TERRITORY-NUM TO WS-LOOKUP-TERRITORY-NUM
           PERFORM 410-FIND-MERIT-ROW

           IF MPT-PERCENT NOT NUMERIC
            OR WS-MERIT-FOUND
            OR WS-MERIT-COUNT NOT < 200
               DISPLAY "MERITPCT.DAT ENTRY SKIPPED: "
                       MERIT-PERCENT-RECORD
           ELSE
               ADD 1 TO WS-MERIT-COUNT
               MOVE MPT-JOB-CLASS
                 TO WS-MRT-JOB-CLASS (WS-MERIT-COUNT)
               MOVE MPT-TERRITORY-NUM
                 TO WS-MRT-TERRITORY-NUM (WS-MERIT-COUNT)
               MOVE MPT-PERCENT-N
                 TO WS-MRT-PERCENT (WS-MERIT-COUNT)
           END-IF.

      ***********************************************************
      * LOAD THE JOB CLASS BANDS, KEEPING PER CODE THE
      * EFFECTIVE-DATED ROW IN FORCE ON THE MERIT EFFECTIVE DATE,
      * THE SAME WAY SALBAND LOADS THE ROWS IN FORCE ON ITS
      * AS-OF DATE: A BAND RAISE ALREADY APPROVED FOR THE MERIT
      * DATE CAPS THE INCREASE, ONE DATED AFTER IT DOES NOT.
      ***********************************************************
       060-LOAD-JOB-CLASS-TABLE.
           OPEN INPUT JOB-CLASS-TABLE-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ JOB-CLASS-TABLE-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 065-APPLY-JOB-CLASS-ROW
             END-READ
           END-PERFORM

           CLOSE JOB-CLASS-TABLE-FILE
           MOVE "YES" TO WS-MORE-DATA.

       065-APPLY-JOB-CLASS-ROW.
           IF JCT-EFF-DATE-IN NUMERIC
               MOVE JCT-EFF-DATE-IN TO WS-JCT-ROW-EFF-DATE
           ELSE
               MOVE "00000000"      TO WS-JCT-ROW-EFF-DATE
           END-IF

           IF WS-JCT-ROW-EFF-DATE > WS-EFFECTIVE-DATE
               CONTINUE
           ELSE
               PERFORM 068-FIND-TABLE-CODE
               IF WS-JOB-CLASS-FOUND
                   IF WS-JCT-ROW-EFF-DATE
                            >= WS-JCT-EFF-DATE (WS-JCT-IDX)
                       PERFORM 069-STORE-TABLE-ROW
                   END-IF
               ELSE
                   IF WS-JOB-CLASS-COUNT < 50
                       ADD 1 TO WS-JOB-CLASS-COUNT
                       SET WS-JCT-IDX TO WS-JOB-CLASS-COUNT
                       PERFORM 069-STORE-TABLE-ROW
                   ELSE
                       DISPLAY "JOBCLASS.DAT OVER 50 CODES - "
                               "SKIPPING " JCT-CODE-IN
                   END-IF
               END-IF
           END-IF.

       068-FIND-TABLE-CODE.
           MOVE "N" TO WS-JOB-CLASS-FOUND-SW

           IF WS-JOB-CLASS-COUNT > ZERO
               SET WS-JCT-IDX TO 1
               SEARCH WS-JOB-CLASS-ENTRY
                 AT END
                     MOVE "N" TO WS-JOB-CLASS-FOUND-SW
                 WHEN WS-JCT-CODE (WS-JCT-IDX) = JCT-CODE-IN
                     MOVE "Y" TO WS-JOB-CLASS-FOUND-SW
               END-SEARCH
           END-IF.

       069-STORE-TABLE-ROW.
           MOVE JCT-CODE-IN         TO WS-JCT-CODE (WS-JCT-IDX)
           MOVE JCT-MAX-SALARY-IN   TO WS-JCT-MAX-SALARY (WS-JCT-IDX)
           MOVE WS-JCT-ROW-EFF-DATE TO WS-JCT-EFF-DATE (WS-JCT-IDX).

      ***********************************************************
      * READ THE INDEXED MASTER AND RELEASE ONE SORT RECORD PER
      * VALID, ACTIVE, SALARIED EMPLOYEE.  EMPLOYEES ON LEAVE
      * AND HOURLY EMPLOYEES ARE NOT IN THE MERIT CYCLE.
      ***********************************************************
       200-BUILD-SORT-RECORDS.
           OPEN INPUT PAYROLL-MASTER

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAYROLL-MASTER
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 250-EDIT-INPUT-RECORD
                  IF WS-RECORD-IS-VALID
                   AND EMPLOYEE-ACTIVE
                   AND PAY-TYPE-SALARIED
                      PERFORM 270-RELEASE-MERIT
                  END-IF
             END-READ
           END-PERFORM

           CLOSE PAYROLL-MASTER.

      ***********************************************************
      * APPLY THE SAME FIELD EDITS ASSIGNMENT1 USES, SO A RECORD
      * REJECTED THERE IS NOT GIVEN AN INCREASE HERE.
      ***********************************************************
       250-EDIT-INPUT-RECORD.
           COPY EDITCHK.

      ***********************************************************
      * PRICE ONE EMPLOYEE'S MERIT.  THE TERRITORY'S OWN ROW FOR
      * THE JOB CLASS WINS OVER THE JOB CLASS'S GENERAL ROW.  THE
      * NEW SALARY IS ROUNDED TO THE DOLLAR AND HELD TO THE BAND
      * MAXIMUM; AN EMPLOYEE ALREADY AT OR ABOVE THE MAXIMUM
      * GETS NOTHING RATHER THAN A CUT.  A JOB CLASS WITH NO BAND
      * IN FORCE CANNOT BE CAPPED AND IS NOTED ON THE REPORT.
      * THE TRANSACTION IMAGE IS THE MASTER RECORD WITH ONLY THE
      * SALARY CHANGED.
      ***********************************************************
       270-RELEASE-MERIT.
           MOVE SPACES              TO SR-FINDING
           MOVE ZERO                TO SR-MERIT-PERCENT
                                       SR-BAND-MAX
           MOVE ANNUAL-SALARY-IN-N  TO SR-OLD-SALARY
                                       SR-NEW-SALARY

           MOVE JOB-CLASS-CODE-IN   TO WS-LOOKUP-JOB-CLASS
           MOVE TERRITORY-NUM-IN    TO WS-LOOKUP-TERRITORY-NUM
           PERFORM 410-FIND-MERIT-ROW
           IF NOT WS-MERIT-FOUND
               MOVE SPACES          TO WS-LOOKUP-TERRITORY-NUM
               PERFORM 410-FIND-MERIT-ROW
           END-IF

           PERFORM 420-LOOKUP-JOB-CLASS
           IF WS-JOB-CLASS-FOUND
               MOVE WS-JCT-MAX-SALARY (WS-JCT-IDX) TO SR-BAND-MAX
           END-IF

           IF NOT WS-MERIT-FOUND
               MOVE "NO RATE"       TO SR-FINDING
           ELSE
               MOVE WS-MRT-PERCENT (WS-MRT-IDX) TO SR-MERIT-PERCENT
               COMPUTE WS-MERIT-SALARY ROUNDED =
                       ANNUAL-SALARY-IN-N
                     + ANNUAL-SALARY-IN-N * SR-MERIT-PERCENT / 100
               IF NOT WS-JOB-CLASS-FOUND
                   MOVE "NO BAND"   TO SR-FINDING
                   IF WS-MERIT-SALARY > 999999
                       MOVE 999999  TO WS-MERIT-SALARY
                   END-IF
                   MOVE WS-MERIT-SALARY TO SR-NEW-SALARY
               ELSE
                   IF ANNUAL-SALARY-IN-N NOT < SR-BAND-MAX
                       MOVE "AT MAX" TO SR-FINDING
                   ELSE
                       IF WS-MERIT-SALARY > SR-BAND-MAX
                           MOVE "CAPPED"    TO SR-FINDING
                           MOVE SR-BAND-MAX TO SR-NEW-SALARY
                       ELSE
                           MOVE WS-MERIT-SALARY TO SR-NEW-SALARY
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE SR-NEW-SALARY       TO ANNUAL-SALARY-IN-N
           MOVE PAYROLL-RECORD-IN   TO SR-RECORD-IMAGE
           MOVE TERRITORY-NUM-IN    TO SR-TERRITORY-NUM
           MOVE OFFICE-NUM-IN       TO SR-OFFICE-NUM
           MOVE EMPLOYEE-NUM-IN     TO SR-EMPLOYEE-NUM
           MOVE EMPLOYEE-NAME-IN    TO SR-EMPLOYEE-NAME
           MOVE JOB-CLASS-CODE-IN   TO SR-JOB-CLASS
           RELEASE SORT-RECORD.

      ***********************************************************
      * SEARCH THE MERIT TABLE FOR WS-MERIT-LOOKUP.
      ***********************************************************
       410-FIND-MERIT-ROW.
           MOVE "N" TO WS-MERIT-FOUND-SW

           IF WS-MERIT-COUNT > ZERO
               SET WS-MRT-IDX TO 1
               SEARCH WS-MERIT-ENTRY
                 AT END
                     MOVE "N" TO WS-MERIT-FOUND-SW
                 WHEN WS-MRT-JOB-CLASS (WS-MRT-IDX)
                                  = WS-LOOKUP-JOB-CLASS
                  AND WS-MRT-TERRITORY-NUM (WS-MRT-IDX)
                                  = WS-LOOKUP-TERRITORY-NUM
                     MOVE "Y" TO WS-MERIT-FOUND-SW
               END-SEARCH
           END-IF.

      ***********************************************************
      * SEARCH WS-JOB-CLASS-TABLE FOR JOB-CLASS-CODE-IN.
      ***********************************************************
       420-LOOKUP-JOB-CLASS.
           MOVE "N" TO WS-JOB-CLASS-FOUND-SW

           IF WS-JOB-CLASS-COUNT > ZERO
               SET WS-JCT-IDX TO 1
               SEARCH WS-JOB-CLASS-ENTRY
                 AT END
                     MOVE "N" TO WS-JOB-CLASS-FOUND-SW
                 WHEN WS-JCT-CODE (WS-JCT-IDX) = JOB-CLASS-CODE-IN
                     MOVE "Y" TO WS-JOB-CLASS-FOUND-SW
               END-SEARCH
           END-IF.

      ***********************************************************
      * READ THE SORTED RECORDS IN TERRITORY/OFFICE SEQUENCE,
      * WRITE DETAIL LINES WITH COST SUBTOTALS AT EACH BREAK
      * AND, UNLESS THIS IS A PROPOSAL RUN, THE CHANGE
      * TRANSACTION FOR EVERY EMPLOYEE WHOSE SALARY GOES UP.
      * EMPMAINT.TRN IS OPENED EXTEND, THE WAY EMMRELSE ADDS TO
      * IT, SO TRANSACTIONS ALREADY KEYED FOR TONIGHT SURVIVE.
      ***********************************************************
       300-PRODUCE-REPORT.
           OPEN OUTPUT MERIT-REPORT
           IF NOT WS-PROPOSAL-ONLY
               OPEN EXTEND MAINT-TRANSACTIONS
           END-IF

           PERFORM UNTIL WS-MORE-SORT-DATA = "NO"
             RETURN SORT-WORK-FILE
               AT END
                  MOVE "NO" TO WS-MORE-SORT-DATA
               NOT AT END
                  PERFORM 400-PROCESS-SORTED-RECORD
             END-RETURN
           END-PERFORM

           IF NOT WS-FIRST-RECORD
               PERFORM 500-WRITE-OFFICE-BREAK
               PERFORM 600-WRITE-TERRITORY-BREAK
           END-IF

           MOVE WS-REPORT-EMP-COUNT     TO WS-RT-EMP-COUNT
           MOVE WS-REPORT-CAPPED-COUNT  TO WS-RT-CAPPED-COUNT
           MOVE WS-REPORT-COST-TOTAL    TO WS-RT-COST-TOTAL
           PERFORM 700-PAGE-CHECK
           WRITE MERIT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE SPACES                  TO WS-REPORT-MODE-LINE
           IF WS-PROPOSAL-ONLY
               MOVE "PROPOSAL ONLY - NO TRANSACTIONS WRITTEN"
                 TO WS-RM-TEXT
           ELSE
               MOVE WS-TRANS-WRITTEN    TO WS-RM-TRANS-WRITTEN
               MOVE "CHANGE TRANSACTIONS WRITTEN TO EMPMAINT.TRN"
                 TO WS-RM-TEXT
           END-IF
           PERFORM 700-PAGE-CHECK
           WRITE MERIT-REPORT-LINE FROM WS-REPORT-MODE-LINE

           PERFORM 700-PAGE-CHECK
           WRITE MERIT-REPORT-LINE FROM WS-RPT-END-LINE

           CLOSE MERIT-REPORT
           IF NOT WS-PROPOSAL-ONLY
               CLOSE MAINT-TRANSACTIONS
           END-IF.

       400-PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD
               MOVE SR-TERRITORY-NUM TO WS-PRIOR-TERRITORY-NUM
               MOVE SR-OFFICE-NUM    TO WS-PRIOR-OFFICE-NUM
               SET WS-FIRST-RECORD TO FALSE
           END-IF

           IF SR-TERRITORY-NUM NOT = WS-PRIOR-TERRITORY-NUM
               PERFORM 500-WRITE-OFFICE-BREAK
               PERFORM 600-WRITE-TERRITORY-BREAK
               MOVE SR-TERRITORY-NUM TO WS-PRIOR-TERRITORY-NUM
               MOVE SR-OFFICE-NUM    TO WS-PRIOR-OFFICE-NUM
           ELSE
             IF SR-OFFICE-NUM NOT = WS-PRIOR-OFFICE-NUM
               PERFORM 500-WRITE-OFFICE-BREAK
               MOVE SR-OFFICE-NUM    TO WS-PRIOR-OFFICE-NUM
             END-IF
           END-IF

           COMPUTE WS-ANNUAL-COST = SR-NEW-SALARY - SR-OLD-SALARY

           MOVE SPACES               TO WS-DETAIL-LINE
           MOVE SR-EMPLOYEE-NUM      TO WS-D-EMPLOYEE-NUM
           MOVE SR-EMPLOYEE-NAME     TO WS-D-EMPLOYEE-NAME
           MOVE SR-JOB-CLASS         TO WS-D-JOB-CLASS
           MOVE SR-MERIT-PERCENT     TO WS-D-MERIT-PERCENT
           MOVE SR-OLD-SALARY        TO WS-D-OLD-SALARY
           MOVE SR-NEW-SALARY        TO WS-D-NEW-SALARY
           MOVE SR-BAND-MAX          TO WS-D-BAND-MAX
           MOVE WS-ANNUAL-COST       TO WS-D-ANNUAL-COST
           MOVE SR-FINDING           TO WS-D-FINDING

           PERFORM 700-PAGE-CHECK
           WRITE MERIT-REPORT-LINE FROM WS-DETAIL-LINE

           ADD WS-ANNUAL-COST     TO WS-OFFICE-COST-TOTAL
                                     WS-TERR-COST-TOTAL
                                     WS-REPORT-COST-TOTAL
           ADD 1                  TO WS-OFFICE-EMP-COUNT
                                     WS-TERR-EMP-COUNT
                                     WS-REPORT-EMP-COUNT
           IF SR-FINDING = "CAPPED" OR SR-FINDING = "AT MAX"
               ADD 1              TO WS-OFFICE-CAPPED-COUNT
                                     WS-TERR-CAPPED-COUNT
                                     WS-REPORT-CAPPED-COUNT
           END-IF
           IF SR-FINDING = "NO RATE"
               ADD 1              TO WS-REPORT-NO-RATE
           END-IF

           IF SR-NEW-SALARY > SR-OLD-SALARY
            AND NOT WS-PROPOSAL-ONLY
               PERFORM 450-WRITE-CHANGE-TRANSACTION
           END-IF.

      ***********************************************************
      * ONE FUTURE-DATED EMPMAINT SALARY-ONLY TRANSACTION
      * CARRYING THE EMPLOYEE'S RECORD WITH THE NEW SALARY, AND
      * THE OLD SALARY IN THE TRAILING FILLER FOR EMPMAINT TO
      * CHECK AGAINST THE MASTER WHEN IT IS RELEASED.
      ***********************************************************
       450-WRITE-CHANGE-TRANSACTION.
           MOVE SPACES               TO MAINT-TRANSACTION-OUT
           MOVE "S"                  TO TRN-ACTION-CODE
           MOVE SR-RECORD-IMAGE      TO TRN-RECORD-IMAGE
           MOVE SR-OLD-SALARY        TO TRN-OLD-SALARY
           MOVE WS-EFFECTIVE-DATE    TO TRN-EFFECTIVE-DATE

           WRITE MAINT-TRANSACTION-OUT

           ADD 1 TO WS-TRANS-WRITTEN.

       500-WRITE-OFFICE-BREAK.
           MOVE WS-PRIOR-TERRITORY-NUM  TO WS-OB-TERRITORY-NUM
           MOVE WS-PRIOR-OFFICE-NUM     TO WS-OB-OFFICE-NUM
           MOVE WS-OFFICE-EMP-COUNT     TO WS-OB-EMP-COUNT
           MOVE WS-OFFICE-CAPPED-COUNT  TO WS-OB-CAPPED-COUNT
           MOVE WS-OFFICE-COST-TOTAL    TO WS-OB-COST-TOTAL

           PERFORM 700-PAGE-CHECK
           WRITE MERIT-REPORT-LINE FROM WS-OFFICE-BREAK-LINE

           MOVE ZERO TO WS-OFFICE-EMP-COUNT WS-OFFICE-CAPPED-COUNT
                        WS-OFFICE-COST-TOTAL.

       600-WRITE-TERRITORY-BREAK.
           MOVE WS-PRIOR-TERRITORY-NUM  TO WS-TB-TERRITORY-NUM
           MOVE WS-TERR-EMP-COUNT       TO WS-TB-EMP-COUNT
           MOVE WS-TERR-CAPPED-COUNT    TO WS-TB-CAPPED-COUNT
           MOVE WS-TERR-COST-TOTAL      TO WS-TB-COST-TOTAL

           PERFORM 700-PAGE-CHECK
           WRITE MERIT-REPORT-LINE FROM WS-TERRITORY-BREAK-LINE

           MOVE ZERO TO WS-TERR-EMP-COUNT WS-TERR-CAPPED-COUNT
                        WS-TERR-COST-TOTAL.

      ***********************************************************
      * THE SHARED PAGE-CONTROL LOGIC, PERFORMED BEFORE EVERY
      * LINE WRITTEN TO MERITINC.DAT.
      ***********************************************************
       700-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==MERIT-REPORT-LINE==.
