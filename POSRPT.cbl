      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: MONTHLY POSITION BUDGET VERSUS ACTUAL REPORT.  THE
      *          POSBUD.DAT ROWS IN FORCE ON THE AS-OF DATE (THE
      *          LATEST EFFECTIVE DATE NOT AFTER IT, PER TERRITORY/
      *          OFFICE/JOB CLASS) ARE SET AGAINST THE ACTIVE AND
      *          ON-LEAVE EMPLOYEES ON CH0402.DAT.  EACH LINE SHOWS
      *          BUDGETED AND ACTUAL HEADCOUNT, VACANCIES, OVER-
      *          HIRES, AND BUDGETED AGAINST ACTUAL ANNUAL SALARY -
      *          ANNUAL-SALARY-IN FOR SALARIED STAFF, HOURLY-RATE-IN
      *          OVER A 2080-HOUR YEAR FOR HOURLY STAFF - WITH
      *          SUBTOTALS AT EACH OFFICE AND TERRITORY BREAK AND A
      *          REPORT TOTAL.  A JOB CLASS STAFFED WITH NO BUDGET
      *          ROW IN FORCE IS LISTED AS NO BUDGET.  PARAMETER 1
      *          IS THE AS-OF DATE (YYYYMMDD); IT DEFAULTS TO TODAY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRPT.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EMPLOYEE-NUM-IN.

           SELECT OPTIONAL POSITION-BUDGET-FILE
             ASSIGN TO "POSBUD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
             ASSIGN TO "PBSORTWK.DAT".

           SELECT BUDGET-REPORT
             ASSIGN TO "POSRPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

       FD POSITION-BUDGET-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 30 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY POSBUDR.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
        05 SR-TERRITORY-NUM       PIC XX.
        05 SR-OFFICE-NUM          PIC XX.
        05 SR-JOB-CLASS           PIC XX.
        05 SR-BUDGET-HEADCOUNT    PIC 9(4).
        05 SR-ACTUAL-HEADCOUNT    PIC 9(4).
        05 SR-BUDGET-SALARY       PIC 9(9).
        05 SR-ACTUAL-SALARY       PIC 9(9).
        05 SR-BUDGETED-SW         PIC X(1).
           88 SR-BUDGETED                   VALUE "Y".

       FD BUDGET-REPORT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 BUDGET-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)  VALUE "YES".
       01 WS-MORE-SORT-DATA       PIC X(3)  VALUE "YES".
       01 WS-FIRST-RECORD-SW      PIC X(1)  VALUE "Y".
           88 WS-FIRST-RECORD    VALUE "Y" WHEN SET TO FALSE IS "N".
           COPY EDITCHKW.
           COPY RPTFMTW.
       01 WS-RUN-DATE             PIC X(8)  VALUE SPACES.
       01 WS-AS-OF-PARM           PIC X(8)  VALUE SPACES.
       01 WS-AS-OF-DATE           PIC X(8)  VALUE SPACES.
       01 WS-STANDARD-HOURS       PIC 9(4)  VALUE 2080.
       01 WS-BUDGET-TITLE.
           05                         PIC X(22) VALUE
                    "POSITION BUDGET AS OF ".
           05 WS-BT-AS-OF-DATE        PIC X(8).

       01 WS-POSITION-TABLE.
           05 WS-POSITION-COUNT   PIC 9(4)  COMP VALUE ZERO.
           05 WS-POSITION-ENTRY OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-POSITION-COUNT
                                INDEXED BY WS-POS-IDX.
               10 WS-POS-KEY          PIC X(6).
               10 WS-POS-BUD-HEADCOUNT PIC 9(4).
               10 WS-POS-BUD-SALARY   PIC 9(9).
               10 WS-POS-EFF-DATE     PIC X(8).
               10 WS-POS-ACT-HEADCOUNT PIC 9(4)  COMP.
               10 WS-POS-ACT-SALARY   PIC 9(9).
               10 WS-POS-BUDGETED     PIC X(1).
       01 WS-POSITION-FOUND-SW    PIC X(1)  VALUE "N".
           88 WS-POSITION-FOUND              VALUE "Y".
       01 WS-POSITION-SCAN        PIC 9(4)  COMP VALUE ZERO.
       01 WS-ROW-EFF-DATE         PIC X(8)  VALUE SPACES.
       01 WS-EMPLOYEE-KEY.
           05 WS-EK-TERRITORY-NUM     PIC XX.
           05 WS-EK-OFFICE-NUM        PIC XX.
           05 WS-EK-JOB-CLASS         PIC XX.
       01 WS-EMPLOYEE-SALARY      PIC 9(9)  VALUE ZERO.
       01 WS-EMPLOYEES-NOT-COUNTED PIC 9(5) COMP VALUE ZERO.

       01 WS-ROW-FIGURES.
           05 WS-ROW-VACANCIES        PIC 9(4)  VALUE ZERO.
           05 WS-ROW-OVER-HIRES       PIC 9(4)  VALUE ZERO.
           05 WS-ROW-SALARY-OVER      PIC 9(9)  VALUE ZERO.

       01 WS-BUDGET-HEADS.
           05                         PIC X(1).
           05                         PIC X(2)  VALUE "TR".
           05                         PIC X(1).
           05                         PIC X(2)  VALUE "OF".
           05                         PIC X(1).
           05                         PIC X(2)  VALUE "JC".
           05                         PIC X(2).
           05                         PIC X(4)  VALUE "BUDG".
           05                         PIC X(1).
           05                         PIC X(4)  VALUE "ACTL".
           05                         PIC X(1).
           05                         PIC X(4)  VALUE " VAC".
           05                         PIC X(1).
           05                         PIC X(4)  VALUE "OVER".
           05                         PIC X(2).
           05                         PIC X(11) VALUE " BUDGET SAL".
           05                         PIC X(1).
           05                         PIC X(11) VALUE " ACTUAL SAL".
           05                         PIC X(1).
           05                         PIC X(10) VALUE "  SAL OVER".
           05                         PIC X(1).
           05                         PIC X(13) VALUE "NOTE".

       01 WS-BREAK-CONTROLS.
           05 WS-PRIOR-TERRITORY-NUM  PIC XX     VALUE SPACES.
           05 WS-PRIOR-OFFICE-NUM     PIC XX     VALUE SPACES.

       01 WS-OFFICE-SUBTOTALS.
           05 WS-OFFICE-BUD-HEADCOUNT PIC 9(4)  VALUE ZERO.
           05 WS-OFFICE-ACT-HEADCOUNT PIC 9(4)  VALUE ZERO.
           05 WS-OFFICE-VACANCIES     PIC 9(4)  VALUE ZERO.
           05 WS-OFFICE-OVER-HIRES    PIC 9(4)  VALUE ZERO.
           05 WS-OFFICE-BUD-SALARY    PIC 9(9)  VALUE ZERO.
           05 WS-OFFICE-ACT-SALARY    PIC 9(9)  VALUE ZERO.
           05 WS-OFFICE-SALARY-OVER   PIC 9(9)  VALUE ZERO.

       01 WS-TERRITORY-SUBTOTALS.
           05 WS-TERR-BUD-HEADCOUNT   PIC 9(4)  VALUE ZERO.
           05 WS-TERR-ACT-HEADCOUNT   PIC 9(4)  VALUE ZERO.
           05 WS-TERR-VACANCIES       PIC 9(4)  VALUE ZERO.
           05 WS-TERR-OVER-HIRES      PIC 9(4)  VALUE ZERO.
           05 WS-TERR-BUD-SALARY      PIC 9(9)  VALUE ZERO.
           05 WS-TERR-ACT-SALARY      PIC 9(9)  VALUE ZERO.
           05 WS-TERR-SALARY-OVER     PIC 9(9)  VALUE ZERO.

       01 WS-REPORT-TOTALS.
           05 WS-REPORT-BUD-HEADCOUNT PIC 9(4)  VALUE ZERO.
           05 WS-REPORT-ACT-HEADCOUNT PIC 9(4)  VALUE ZERO.
           05 WS-REPORT-VACANCIES     PIC 9(4)  VALUE ZERO.
           05 WS-REPORT-OVER-HIRES    PIC 9(4)  VALUE ZERO.
           05 WS-REPORT-BUD-SALARY    PIC 9(9)  VALUE ZERO.
           05 WS-REPORT-ACT-SALARY    PIC 9(9)  VALUE ZERO.
           05 WS-REPORT-SALARY-OVER   PIC 9(9)  VALUE ZERO.

       01 WS-DETAIL-LINE.
           05                         PIC X(1).
           05 WS-D-TERRITORY-NUM      PIC XX.
           05                         PIC X(1).
           05 WS-D-OFFICE-NUM         PIC XX.
           05                         PIC X(1).
           05 WS-D-JOB-CLASS          PIC XX.
           05                         PIC X(2).
           05 WS-D-BUD-HEADCOUNT      PIC ZZZ9.
           05                         PIC X(1).
           05 WS-D-ACT-HEADCOUNT      PIC ZZZ9.
           05                         PIC X(1).
           05 WS-D-VACANCIES          PIC ZZZ9.
           05                         PIC X(1).
           05 WS-D-OVER-HIRES         PIC ZZZ9.
           05                         PIC X(2).
           05 WS-D-BUD-SALARY         PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-D-ACT-SALARY         PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-D-SALARY-OVER        PIC ZZ,ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-D-NOTE               PIC X(13).
      ***********************************************************
      * THE BREAK AND TOTAL LINES CARRY THE SAME COLUMNS AS THE
      * DETAIL LINE, WITH THE LEVEL NAMED IN THE NOTE COLUMN.
      ***********************************************************
       01 WS-TOTAL-LINE.
           05                         PIC X(1).
           05 WS-T-TERRITORY-NUM      PIC XX.
           05                         PIC X(1).
           05 WS-T-OFFICE-NUM         PIC XX.
           05                         PIC X(5).
           05 WS-T-BUD-HEADCOUNT      PIC ZZZ9.
           05                         PIC X(1).
           05 WS-T-ACT-HEADCOUNT      PIC ZZZ9.
           05                         PIC X(1).
           05 WS-T-VACANCIES          PIC ZZZ9.
           05                         PIC X(1).
           05 WS-T-OVER-HIRES         PIC ZZZ9.
           05                         PIC X(2).
           05 WS-T-BUD-SALARY         PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-T-ACT-SALARY         PIC ZZZ,ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-T-SALARY-OVER        PIC ZZ,ZZZ,ZZ9.
           05                         PIC X(1).
           05 WS-T-LEVEL              PIC X(13).
      ***********************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-AS-OF-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF WS-AS-OF-PARM NUMERIC
               MOVE WS-AS-OF-PARM TO WS-AS-OF-DATE
           ELSE
               MOVE WS-RUN-DATE   TO WS-AS-OF-DATE
           END-IF

           PERFORM 050-LOAD-BUDGET-TABLE

           MOVE WS-AS-OF-DATE          TO WS-BT-AS-OF-DATE
           MOVE "POSRPT"               TO WS-RPT-ID
           MOVE WS-BUDGET-TITLE        TO WS-RPT-TITLE
           MOVE WS-RUN-DATE            TO WS-RPT-RUN-DATE
           MOVE WS-BUDGET-HEADS        TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID              TO WS-RE-RPT-ID

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-TERRITORY-NUM SR-OFFICE-NUM
                                SR-JOB-CLASS
               INPUT PROCEDURE  IS 200-BUILD-SORT-RECORDS
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT

           IF WS-EMPLOYEES-NOT-COUNTED > ZERO
               DISPLAY "POSRPT: " WS-EMPLOYEES-NOT-COUNTED
                       " EMPLOYEE(S) NOT COUNTED - OVER 1000 "
                       "TERRITORY/OFFICE/JOB CLASS COMBINATIONS"
           END-IF

           STOP RUN.

      ***********************************************************
      * LOAD THE BUDGET ROW IN FORCE ON THE AS-OF DATE FOR EACH
      * TERRITORY/OFFICE/JOB CLASS, THE SAME WAY SALBAND PICKS
      * THE JOBCLASS.DAT BAND: ROWS DATED AFTER THE AS-OF DATE
      * ARE NOT IN FORCE YET, AND OF THE REST THE LATEST WINS.
      ***********************************************************
       050-LOAD-BUDGET-TABLE.
           OPEN INPUT POSITION-BUDGET-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ POSITION-BUDGET-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 055-APPLY-BUDGET-ROW
             END-READ
           END-PERFORM

           CLOSE POSITION-BUDGET-FILE
           MOVE "YES" TO WS-MORE-DATA.

       055-APPLY-BUDGET-ROW.
           IF PBR-EFF-DATE NUMERIC
               MOVE PBR-EFF-DATE    TO WS-ROW-EFF-DATE
           ELSE
               MOVE "00000000"      TO WS-ROW-EFF-DATE
           END-IF

           IF WS-ROW-EFF-DATE > WS-AS-OF-DATE
               CONTINUE
           ELSE
               MOVE PBR-KEY TO WS-EMPLOYEE-KEY
               PERFORM 250-FIND-POSITION
               IF WS-POSITION-FOUND
                   IF WS-ROW-EFF-DATE
                            >= WS-POS-EFF-DATE (WS-POS-IDX)
                       PERFORM 059-STORE-BUDGET-ROW
                   END-IF
               ELSE
                   IF WS-POSITION-COUNT < 1000
                       ADD 1 TO WS-POSITION-COUNT
                       SET WS-POS-IDX TO WS-POSITION-COUNT
                       PERFORM 059-STORE-BUDGET-ROW
                       MOVE ZERO
                         TO WS-POS-ACT-HEADCOUNT (WS-POS-IDX)
                            WS-POS-ACT-SALARY (WS-POS-IDX)
                   ELSE
                       DISPLAY "POSBUD.DAT OVER 1000 POSITIONS - "
                               "SKIPPING " PBR-KEY
                   END-IF
               END-IF
           END-IF.

       059-STORE-BUDGET-ROW.
           MOVE PBR-KEY              TO WS-POS-KEY (WS-POS-IDX)
           MOVE PBR-BUDGET-HEADCOUNT
             TO WS-POS-BUD-HEADCOUNT (WS-POS-IDX)
           MOVE PBR-BUDGET-SALARY    TO WS-POS-BUD-SALARY (WS-POS-IDX)
           MOVE WS-ROW-EFF-DATE      TO WS-POS-EFF-DATE (WS-POS-IDX)
           MOVE "Y"                  TO WS-POS-BUDGETED (WS-POS-IDX).

      ***********************************************************
      * COUNT EVERY VALID ACTIVE OR ON-LEAVE EMPLOYEE AGAINST
      * THEIR TERRITORY/OFFICE/JOB CLASS - AN EMPLOYEE ON LEAVE
      * STILL HOLDS THE POSITION - THEN RELEASE ONE SORT RECORD
      * PER POSITION, BUDGETED OR NOT.
      ***********************************************************
       200-BUILD-SORT-RECORDS.
           OPEN INPUT PAYROLL-MASTER

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAYROLL-MASTER
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 220-EDIT-INPUT-RECORD
                  IF WS-RECORD-IS-VALID
                   AND (EMPLOYEE-ACTIVE OR EMPLOYEE-ON-LEAVE)
                      PERFORM 230-COUNT-EMPLOYEE
                  END-IF
             END-READ
           END-PERFORM

           CLOSE PAYROLL-MASTER

           PERFORM 270-RELEASE-POSITION
               VARYING WS-POSITION-SCAN FROM 1 BY 1
               UNTIL WS-POSITION-SCAN > WS-POSITION-COUNT.

      ***********************************************************
      * APPLY THE SAME FIELD EDITS ASSIGNMENT1 USES, SO A RECORD
      * REJECTED THERE IS NOT COUNTED HERE.
      ***********************************************************
       220-EDIT-INPUT-RECORD.
           COPY EDITCHK.

      ***********************************************************
      * ADD ONE EMPLOYEE'S HEAD AND ANNUAL SALARY TO THEIR
      * POSITION, OPENING AN UNBUDGETED ONE IF THE COMBINATION
      * HAS NO BUDGET ROW IN FORCE.
      ***********************************************************
       230-COUNT-EMPLOYEE.
           MOVE TERRITORY-NUM-IN    TO WS-EK-TERRITORY-NUM
           MOVE OFFICE-NUM-IN       TO WS-EK-OFFICE-NUM
           MOVE JOB-CLASS-CODE-IN   TO WS-EK-JOB-CLASS
           PERFORM 250-FIND-POSITION

           IF NOT WS-POSITION-FOUND
               IF WS-POSITION-COUNT < 1000
                   ADD 1 TO WS-POSITION-COUNT
                   SET WS-POS-IDX TO WS-POSITION-COUNT
                   MOVE WS-EMPLOYEE-KEY TO WS-POS-KEY (WS-POS-IDX)
                   MOVE ZERO
                     TO WS-POS-BUD-HEADCOUNT (WS-POS-IDX)
                        WS-POS-BUD-SALARY (WS-POS-IDX)
                        WS-POS-ACT-HEADCOUNT (WS-POS-IDX)
                        WS-POS-ACT-SALARY (WS-POS-IDX)
                   MOVE SPACES TO WS-POS-EFF-DATE (WS-POS-IDX)
                   MOVE "N"    TO WS-POS-BUDGETED (WS-POS-IDX)
                   MOVE "Y"    TO WS-POSITION-FOUND-SW
               ELSE
                   ADD 1 TO WS-EMPLOYEES-NOT-COUNTED
               END-IF
           END-IF

           IF WS-POSITION-FOUND
               IF PAY-TYPE-HOURLY
                   COMPUTE WS-EMPLOYEE-SALARY ROUNDED =
                           HOURLY-RATE-IN-N * WS-STANDARD-HOURS
               ELSE
                   MOVE ANNUAL-SALARY-IN-N TO WS-EMPLOYEE-SALARY
               END-IF
               ADD 1 TO WS-POS-ACT-HEADCOUNT (WS-POS-IDX)
               ADD WS-EMPLOYEE-SALARY
                 TO WS-POS-ACT-SALARY (WS-POS-IDX)
           END-IF.

      ***********************************************************
      * SEARCH THE POSITION TABLE FOR WS-EMPLOYEE-KEY.
      ***********************************************************
       250-FIND-POSITION.
           MOVE "N" TO WS-POSITION-FOUND-SW

           IF WS-POSITION-COUNT > ZERO
               SET WS-POS-IDX TO 1
               SEARCH WS-POSITION-ENTRY
                 AT END
                     MOVE "N" TO WS-POSITION-FOUND-SW
                 WHEN WS-POS-KEY (WS-POS-IDX) = WS-EMPLOYEE-KEY
                     MOVE "Y" TO WS-POSITION-FOUND-SW
               END-SEARCH
           END-IF.

       270-RELEASE-POSITION.
           MOVE WS-POS-KEY (WS-POSITION-SCAN) TO WS-EMPLOYEE-KEY
           MOVE WS-EK-TERRITORY-NUM  TO SR-TERRITORY-NUM
           MOVE WS-EK-OFFICE-NUM     TO SR-OFFICE-NUM
           MOVE WS-EK-JOB-CLASS      TO SR-JOB-CLASS
           MOVE WS-POS-BUD-HEADCOUNT (WS-POSITION-SCAN)
             TO SR-BUDGET-HEADCOUNT
           MOVE WS-POS-ACT-HEADCOUNT (WS-POSITION-SCAN)
             TO SR-ACTUAL-HEADCOUNT
           MOVE WS-POS-BUD-SALARY (WS-POSITION-SCAN)
             TO SR-BUDGET-SALARY
           MOVE WS-POS-ACT-SALARY (WS-POSITION-SCAN)
             TO SR-ACTUAL-SALARY
           MOVE WS-POS-BUDGETED (WS-POSITION-SCAN)
             TO SR-BUDGETED-SW
           RELEASE SORT-RECORD.

      ***********************************************************
      * READ THE SORTED POSITIONS IN TERRITORY/OFFICE SEQUENCE
      * AND WRITE DETAIL LINES WITH SUBTOTALS AT EACH BREAK.
      ***********************************************************
       300-PRODUCE-REPORT.
           OPEN OUTPUT BUDGET-REPORT

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

           MOVE SPACES                  TO WS-TOTAL-LINE
           MOVE WS-REPORT-BUD-HEADCOUNT TO WS-T-BUD-HEADCOUNT
           MOVE WS-REPORT-ACT-HEADCOUNT TO WS-T-ACT-HEADCOUNT
           MOVE WS-REPORT-VACANCIES     TO WS-T-VACANCIES
           MOVE WS-REPORT-OVER-HIRES    TO WS-T-OVER-HIRES
           MOVE WS-REPORT-BUD-SALARY    TO WS-T-BUD-SALARY
           MOVE WS-REPORT-ACT-SALARY    TO WS-T-ACT-SALARY
           MOVE WS-REPORT-SALARY-OVER   TO WS-T-SALARY-OVER
           MOVE "REPORT TOTAL"          TO WS-T-LEVEL
           PERFORM 700-PAGE-CHECK
           WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE

           PERFORM 700-PAGE-CHECK
           WRITE BUDGET-REPORT-LINE FROM WS-RPT-END-LINE

           CLOSE BUDGET-REPORT.

      ***********************************************************
      * VACANCIES ARE BUDGETED HEADS NOT FILLED, OVER-HIRES ARE
      * HEADS ON FILE BEYOND THE BUDGET, AND SALARY OVER IS THE
      * ACTUAL ANNUAL SALARY BEYOND THE BUDGETED DOLLARS.  EACH
      * IS ZERO WHEN THE POSITION IS WITHIN BUDGET.
      ***********************************************************
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

           MOVE ZERO TO WS-ROW-VACANCIES
                        WS-ROW-OVER-HIRES
                        WS-ROW-SALARY-OVER
           IF SR-BUDGET-HEADCOUNT > SR-ACTUAL-HEADCOUNT
               COMPUTE WS-ROW-VACANCIES =
                       SR-BUDGET-HEADCOUNT - SR-ACTUAL-HEADCOUNT
           ELSE
               COMPUTE WS-ROW-OVER-HIRES =
                       SR-ACTUAL-HEADCOUNT - SR-BUDGET-HEADCOUNT
           END-IF
           IF SR-ACTUAL-SALARY > SR-BUDGET-SALARY
               COMPUTE WS-ROW-SALARY-OVER =
                       SR-ACTUAL-SALARY - SR-BUDGET-SALARY
           END-IF

           MOVE SPACES               TO WS-DETAIL-LINE
           MOVE SR-TERRITORY-NUM     TO WS-D-TERRITORY-NUM
           MOVE SR-OFFICE-NUM        TO WS-D-OFFICE-NUM
           MOVE SR-JOB-CLASS         TO WS-D-JOB-CLASS
           MOVE SR-BUDGET-HEADCOUNT  TO WS-D-BUD-HEADCOUNT
           MOVE SR-ACTUAL-HEADCOUNT  TO WS-D-ACT-HEADCOUNT
           MOVE WS-ROW-VACANCIES     TO WS-D-VACANCIES
           MOVE WS-ROW-OVER-HIRES    TO WS-D-OVER-HIRES
           MOVE SR-BUDGET-SALARY     TO WS-D-BUD-SALARY
           MOVE SR-ACTUAL-SALARY     TO WS-D-ACT-SALARY
           MOVE WS-ROW-SALARY-OVER   TO WS-D-SALARY-OVER

           IF NOT SR-BUDGETED
               MOVE "NO BUDGET"      TO WS-D-NOTE
           ELSE
             IF WS-ROW-OVER-HIRES > ZERO
              AND WS-ROW-SALARY-OVER > ZERO
               MOVE "OVR HIRE+SAL"   TO WS-D-NOTE
             ELSE
               IF WS-ROW-OVER-HIRES > ZERO
                 MOVE "OVER HIRE"    TO WS-D-NOTE
               ELSE
                 IF WS-ROW-SALARY-OVER > ZERO
                   MOVE "OVER SALARY" TO WS-D-NOTE
                 END-IF
               END-IF
             END-IF
           END-IF

           PERFORM 700-PAGE-CHECK
           WRITE BUDGET-REPORT-LINE FROM WS-DETAIL-LINE

           ADD SR-BUDGET-HEADCOUNT TO WS-OFFICE-BUD-HEADCOUNT
                                      WS-TERR-BUD-HEADCOUNT
                                      WS-REPORT-BUD-HEADCOUNT
           ADD SR-ACTUAL-HEADCOUNT TO WS-OFFICE-ACT-HEADCOUNT
                                      WS-TERR-ACT-HEADCOUNT
                                      WS-REPORT-ACT-HEADCOUNT
           ADD WS-ROW-VACANCIES    TO WS-OFFICE-VACANCIES
                                      WS-TERR-VACANCIES
                                      WS-REPORT-VACANCIES
           ADD WS-ROW-OVER-HIRES   TO WS-OFFICE-OVER-HIRES
                                      WS-TERR-OVER-HIRES
                                      WS-REPORT-OVER-HIRES
           ADD SR-BUDGET-SALARY    TO WS-OFFICE-BUD-SALARY
                                      WS-TERR-BUD-SALARY
                                      WS-REPORT-BUD-SALARY
           ADD SR-ACTUAL-SALARY    TO WS-OFFICE-ACT-SALARY
                                      WS-TERR-ACT-SALARY
                                      WS-REPORT-ACT-SALARY
           ADD WS-ROW-SALARY-OVER  TO WS-OFFICE-SALARY-OVER
                                      WS-TERR-SALARY-OVER
                                      WS-REPORT-SALARY-OVER.

       500-WRITE-OFFICE-BREAK.
           MOVE SPACES                  TO WS-TOTAL-LINE
           MOVE WS-PRIOR-TERRITORY-NUM  TO WS-T-TERRITORY-NUM
           MOVE WS-PRIOR-OFFICE-NUM     TO WS-T-OFFICE-NUM
           MOVE WS-OFFICE-BUD-HEADCOUNT TO WS-T-BUD-HEADCOUNT
           MOVE WS-OFFICE-ACT-HEADCOUNT TO WS-T-ACT-HEADCOUNT
           MOVE WS-OFFICE-VACANCIES     TO WS-T-VACANCIES
           MOVE WS-OFFICE-OVER-HIRES    TO WS-T-OVER-HIRES
           MOVE WS-OFFICE-BUD-SALARY    TO WS-T-BUD-SALARY
           MOVE WS-OFFICE-ACT-SALARY    TO WS-T-ACT-SALARY
           MOVE WS-OFFICE-SALARY-OVER   TO WS-T-SALARY-OVER
           MOVE "OFFICE TOTAL"          TO WS-T-LEVEL

           PERFORM 700-PAGE-CHECK
           WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE ZERO TO WS-OFFICE-BUD-HEADCOUNT WS-OFFICE-ACT-HEADCOUNT
                        WS-OFFICE-VACANCIES     WS-OFFICE-OVER-HIRES
                        WS-OFFICE-BUD-SALARY    WS-OFFICE-ACT-SALARY
                        WS-OFFICE-SALARY-OVER.

       600-WRITE-TERRITORY-BREAK.
           MOVE SPACES                  TO WS-TOTAL-LINE
           MOVE WS-PRIOR-TERRITORY-NUM  TO WS-T-TERRITORY-NUM
           MOVE WS-TERR-BUD-HEADCOUNT   TO WS-T-BUD-HEADCOUNT
           MOVE WS-TERR-ACT-HEADCOUNT   TO WS-T-ACT-HEADCOUNT
           MOVE WS-TERR-VACANCIES       TO WS-T-VACANCIES
           MOVE WS-TERR-OVER-HIRES      TO WS-T-OVER-HIRES
           MOVE WS-TERR-BUD-SALARY      TO WS-T-BUD-SALARY
           MOVE WS-TERR-ACT-SALARY      TO WS-T-ACT-SALARY
           MOVE WS-TERR-SALARY-OVER     TO WS-T-SALARY-OVER
           MOVE "TERRITORY TOT"         TO WS-T-LEVEL

           PERFORM 700-PAGE-CHECK
           WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE ZERO TO WS-TERR-BUD-HEADCOUNT WS-TERR-ACT-HEADCOUNT
                        WS-TERR-VACANCIES     WS-TERR-OVER-HIRES
                        WS-TERR-BUD-SALARY    WS-TERR-ACT-SALARY
                        WS-TERR-SALARY-OVER.

      ***********************************************************
      * THE SHARED PAGE-CONTROL LOGIC, PERFORMED BEFORE EVERY
      * LINE WRITTEN TO POSRPT.DAT.
      ***********************************************************
       700-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==BUDGET-REPORT-LINE==.
