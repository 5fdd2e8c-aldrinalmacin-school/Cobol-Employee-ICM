      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: QUARTER-END WAGE AND TAX SUMMARY OFF THE
      *          QTDMAST.DAT QUARTER-TO-DATE MASTER, SO THE
      *          QUARTERLY TAX RETURN AND THE STATE UNEMPLOYMENT
      *          WAGE REPORTS NO LONGER HAVE TO BE RECONSTRUCTED
      *          FROM SAVED PAYREG.DAT PRINTOUTS.  EVERY EMPLOYEE
      *          PAID IN THE QUARTER IS LISTED WITH SSN, QUARTERLY
      *          WAGES, WITHHOLDING AND PERIODS PAID, TOTALED BY
      *          TERRITORY-NUM-IN SINCE EACH TERRITORY FILES WITH
      *          ITS OWN STATE, AND A FIXED-FORMAT WAGE FILE IS
      *          WRITTEN PER TERRITORY (QWAGEtt.yyyyQq: HEADER,
      *          ONE RECORD PER EMPLOYEE WITH SSN, NAME AND
      *          QUARTERLY WAGES, TRAILER WITH COUNT AND TOTAL)
      *          FOR ELECTRONIC SUBMISSION.  THE FOUR QUARTERS OF
      *          EACH EMPLOYEE'S YEAR ARE CROSS-FOOTED AGAINST THE
      *          YTDMAST.DAT GROSS, WITHHOLDING AND PERIODS PAID;
      *          AN EMPLOYEE WHO DOES NOT CROSS-FOOT IS LISTED AND
      *          FLAGGED WITH BOTH SETS OF FIGURES EVEN WITH NO
      *          WAGES IN THE QUARTER, AS IS A YEAR-TO-DATE RECORD
      *          WITH NO QUARTERLY RECORD BEHIND IT, AND THE
      *          REPORT ENDS SAYING WHETHER EVERYTHING CROSS-FOOTS.
      *          PARAMETER 1 IS THE TAX YEAR (YYYY) AND PARAMETER
      *          2 THE QUARTER (1-4); WITH NEITHER, THE LAST
      *          COMPLETED QUARTER BEFORE THE RUN DATE IS REPORTED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRWAGE.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QTD-MASTER
             ASSIGN TO "QTDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS QTD-KEY
             FILE STATUS IS WS-QTD-STATUS.

           SELECT OPTIONAL YTD-MASTER
             ASSIGN TO "YTDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS YTD-EMPLOYEE-NUM
             FILE STATUS IS WS-YTD-STATUS.

           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMPLOYEE-NUM-IN
             FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK-FILE
             ASSIGN TO "QWSORTWK.DAT".

           SELECT QUARTERLY-REPORT
             ASSIGN TO "QTRWAGE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAGE-FILE
             ASSIGN TO WS-WAGE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD QTD-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 150 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY QTDMASTR.

       FD YTD-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 50 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY YTDMASTR.

       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
        05 SR-TERRITORY-NUM       PIC XX.
        05 SR-EMPLOYEE-NUM        PIC X(5).
        05 SR-EMPLOYEE-NAME       PIC X(20).
        05 SR-SOCIAL-SEC-NUM      PIC X(9).
        05 SR-QTR-GROSS           PIC 9(9)V99.
        05 SR-QTR-WITHHOLD        PIC 9(9)V99.
        05 SR-QTR-PERIODS         PIC 9(3).
        05 SR-XFOOT-STATUS        PIC X(1).
           88 SR-XFOOT-BALANCED              VALUE "B".
           88 SR-XFOOT-DIFFERENT             VALUE "D".
           88 SR-XFOOT-NO-YTD                VALUE "N".
           88 SR-XFOOT-OTHER-YEAR            VALUE "Y".
           88 SR-XFOOT-NO-QTD                VALUE "Q".
        05 SR-SUM-GROSS           PIC 9(9)V99.
        05 SR-SUM-WITHHOLD        PIC 9(9)V99.
        05 SR-SUM-PERIODS         PIC 9(3).
        05 SR-YTD-YEAR            PIC 9(4).
        05 SR-YTD-GROSS           PIC 9(9)V99.
        05 SR-YTD-WITHHOLD        PIC 9(9)V99.
        05 SR-YTD-PERIODS         PIC 9(3).

       FD QUARTERLY-REPORT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 QUARTERLY-REPORT-LINE   PIC X(80).

       FD WAGE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 WAGE-FILE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)   VALUE "YES".
       01 WS-MORE-SORT-DATA       PIC X(3)   VALUE "YES".
       01 WS-FIRST-RECORD-SW      PIC X(1)   VALUE "Y".
           88 WS-FIRST-RECORD    VALUE "Y" WHEN SET TO FALSE IS "N".
           COPY RPTFMTW.
       01 WS-QTD-STATUS           PIC XX.
           88 WS-QTD-READ-OK                 VALUE "00".
           88 WS-QTD-NOT-FOUND               VALUE "23".
       01 WS-YTD-STATUS           PIC XX.
           88 WS-YTD-READ-OK                 VALUE "00".
           88 WS-YTD-NOT-FOUND               VALUE "23".
       01 WS-MASTER-STATUS        PIC XX.
           88 WS-MASTER-READ-OK              VALUE "00".
           88 WS-MASTER-NOT-FOUND            VALUE "23".
       01 WS-YEAR-PARM            PIC X(4)   VALUE SPACES.
       01 WS-QUARTER-PARM         PIC X(1)   VALUE SPACE.
           88 WS-VALID-QUARTER-PARM          VALUE "1" THRU "4".
       01 WS-REPORT-YEAR          PIC 9(4)   VALUE ZERO.
       01 WS-REPORT-QUARTER       PIC 9      VALUE ZERO.
       01 WS-RUN-DATE.
           05 WS-RUN-YEAR-NUM     PIC 9(4).
           05 WS-RUN-MONTH-NUM    PIC 99.
           05                     PIC XX.
       01 WS-WAGE-FILE-NAME       PIC X(20)  VALUE SPACES.
       01 WS-WAGE-FILE-OPEN-SW    PIC X(1)   VALUE "N".
           88 WS-WAGE-FILE-OPEN              VALUE "Y".
       01 WS-QUARTER-SUB          PIC 9      VALUE ZERO.
       01 WS-PRIOR-TERRITORY-NUM  PIC XX     VALUE SPACES.
       01 WS-TERRITORY-TOTALS.
           05 WS-TERR-EMP-COUNT   PIC 9(5)   COMP VALUE ZERO.
           05 WS-TERR-QTR-GROSS   PIC 9(11)V99 COMP VALUE ZERO.
           05 WS-TERR-QTR-WITHHOLD PIC 9(11)V99 COMP VALUE ZERO.
       01 WS-REPORT-TOTALS.
           05 WS-RPT-EMP-COUNT    PIC 9(5)   COMP VALUE ZERO.
           05 WS-RPT-QTR-GROSS    PIC 9(11)V99 COMP VALUE ZERO.
           05 WS-RPT-QTR-WITHHOLD PIC 9(11)V99 COMP VALUE ZERO.
           05 WS-WAGE-FILES-WRITTEN PIC 9(3) COMP VALUE ZERO.
       01 WS-WAGE-FILE-TOTALS.
           05 WS-WAGE-COUNT       PIC 9(7)   COMP VALUE ZERO.
           05 WS-WAGE-TOTAL       PIC 9(11)V99 COMP VALUE ZERO.
       01 WS-CROSS-FOOT-TOTALS.
           05 WS-XF-BALANCED      PIC 9(5)   COMP VALUE ZERO.
           05 WS-XF-DIFFERENT     PIC 9(5)   COMP VALUE ZERO.
           05 WS-XF-NOT-CHECKED   PIC 9(5)   COMP VALUE ZERO.
           05 WS-XF-QTD-GROSS     PIC 9(11)V99 COMP VALUE ZERO.
           05 WS-XF-QTD-WITHHOLD  PIC 9(11)V99 COMP VALUE ZERO.
           05 WS-XF-YTD-GROSS     PIC 9(11)V99 COMP VALUE ZERO.
           05 WS-XF-YTD-WITHHOLD  PIC 9(11)V99 COMP VALUE ZERO.
       01 WS-QUARTERLY-HEADS.
           05                     PIC X(6)   VALUE "EMP#".
           05                     PIC X(21)  VALUE "NAME".
           05                     PIC X(12)  VALUE "SSN".
           05                     PIC X(15)  VALUE "     QTR WAGES".
           05                     PIC X(15)  VALUE "  QTR WITHHELD".
           05                     PIC X(4)   VALUE "PDS".
           05                     PIC X(7).
       01 WS-PERIOD-LINE.
           05                     PIC X(9)   VALUE "TAX YEAR ".
           05 WS-PD-YEAR          PIC 9(4).
           05                     PIC X(10)  VALUE "  QUARTER ".
           05 WS-PD-QUARTER       PIC 9.
           05                     PIC X(56).
       01 WS-TERRITORY-HEAD-LINE.
           05                     PIC X(10)  VALUE "TERRITORY ".
           05 WS-TH-TERRITORY-NUM PIC XX.
           05                     PIC X(2).
           05 WS-TH-TEXT          PIC X(10).
           05 WS-TH-FILE-NAME     PIC X(20).
           05                     PIC X(36).
       01 WS-DETAIL-LINE.
           05 WS-D-EMPLOYEE-NUM   PIC X(5).
           05                     PIC X(1).
           05 WS-D-EMPLOYEE-NAME  PIC X(20).
           05                     PIC X(1).
           05 WS-D-SSN.
               10 WS-D-SSN-AREA   PIC X(3).
               10                 PIC X(1)   VALUE "-".
               10 WS-D-SSN-GROUP  PIC X(2).
               10                 PIC X(1)   VALUE "-".
               10 WS-D-SSN-SERIAL PIC X(4).
           05                     PIC X(1).
           05 WS-D-QTR-GROSS      PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-D-QTR-WITHHOLD   PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-D-QTR-PERIODS    PIC ZZ9.
           05                     PIC X(1).
           05 WS-D-FLAG           PIC X(6).
           05                     PIC X(1).
       01 WS-XFOOT-AMOUNT-LINE.
           05                     PIC X(7).
           05 WS-XA-TEXT          PIC X(32).
           05 WS-XA-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-XA-WITHHOLD      PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-XA-PERIODS       PIC ZZ9.
           05                     PIC X(8).
       01 WS-XFOOT-NOTE-LINE.
           05                     PIC X(7).
           05 WS-XN-TEXT          PIC X(49).
           05 WS-XN-YEAR          PIC X(4).
           05                     PIC X(20).
       01 WS-TERRITORY-BREAK-LINE.
           05                     PIC X(4).
           05                     PIC X(10)  VALUE "TERRITORY ".
           05 WS-TB-TERRITORY-NUM PIC XX.
           05                     PIC X(7)   VALUE " TOTAL ".
           05 WS-TB-EMP-COUNT     PIC ZZ,ZZ9.
           05                     PIC X(10)  VALUE " EMPLOYEES".
           05 WS-TB-QTR-GROSS     PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-TB-QTR-WITHHOLD  PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(12).
       01 WS-REPORT-TOTAL-LINE.
           05                     PIC X(4).
           05                     PIC X(19)  VALUE "REPORT TOTAL".
           05 WS-RT-EMP-COUNT     PIC ZZ,ZZ9.
           05                     PIC X(10)  VALUE " EMPLOYEES".
           05 WS-RT-QTR-GROSS     PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-RT-QTR-WITHHOLD  PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(12).
       01 WS-WAGE-FILES-LINE.
           05                     PIC X(4).
           05                     PIC X(22)  VALUE
                    "WAGE FILES WRITTEN .:".
           05 WS-WF-COUNT         PIC ZZ9.
           05                     PIC X(51).
       01 WS-XFOOT-COUNT-LINE.
           05                     PIC X(4).
           05                     PIC X(27)  VALUE
                    "CROSS-FOOT TO YTDMAST.DAT:".
           05                     PIC X(9)   VALUE "BALANCED ".
           05 WS-XC-BALANCED      PIC ZZ,ZZ9.
           05                     PIC X(11)  VALUE "  DIFFERENT".
           05 WS-XC-DIFFERENT     PIC ZZ,ZZ9.
           05                     PIC X(13)  VALUE "  NOT CHECKED".
           05 WS-XC-NOT-CHECKED   PIC ZZ,ZZ9.
           05                     PIC X(4).
       01 WS-XFOOT-TOTAL-LINE.
           05                     PIC X(7).
           05 WS-XT-TEXT          PIC X(32).
           05 WS-XT-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-XT-WITHHOLD      PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(12).
       01 WS-XFOOT-RESULT-LINE.
           05                     PIC X(4).
           05 WS-XR-TEXT          PIC X(60).
           05                     PIC X(16).
       01 WS-WAGE-HEADER.
           05                     PIC X(1)   VALUE "H".
           05 WS-WH-TERRITORY-NUM PIC XX.
           05 WS-WH-YEAR          PIC 9(4).
           05 WS-WH-QUARTER       PIC 9.
           05 WS-WH-RUN-DATE      PIC X(8).
           05                     PIC X(64).
       01 WS-WAGE-DETAIL.
           05                     PIC X(1)   VALUE "E".
           05 WS-WD-SOCIAL-SEC-NUM PIC X(9).
           05 WS-WD-EMPLOYEE-NAME PIC X(20).
           05 WS-WD-QTR-WAGES     PIC 9(9)V99.
           05                     PIC X(39).
       01 WS-WAGE-TRAILER.
           05                     PIC X(1)   VALUE "T".
           05 WS-WT-TERRITORY-NUM PIC XX.
           05 WS-WT-RECORD-COUNT  PIC 9(7).
           05 WS-WT-TOTAL-WAGES   PIC 9(11)V99.
           05                     PIC X(57).
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-YEAR-PARM FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-QUARTER-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 050-SET-REPORT-QUARTER

           MOVE "QTRWAGE"               TO WS-RPT-ID
           MOVE "QUARTERLY WAGE AND TAX SUMMARY" TO WS-RPT-TITLE
           MOVE WS-RUN-DATE             TO WS-RPT-RUN-DATE
           MOVE WS-QUARTERLY-HEADS      TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID               TO WS-RE-RPT-ID

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-TERRITORY-NUM SR-EMPLOYEE-NUM
               INPUT PROCEDURE  IS 200-BUILD-SORT-RECORDS
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT

           DISPLAY "QTRWAGE: " WS-REPORT-YEAR " QUARTER "
                   WS-REPORT-QUARTER " - " WS-RPT-EMP-COUNT
                   " EMPLOYEES LISTED, " WS-WAGE-FILES-WRITTEN
                   " WAGE FILES, " WS-XF-DIFFERENT
                   " CROSS-FOOT DIFFERENCES"
           STOP RUN.

      ***********************************************************
      * THE QUARTER TO REPORT.  A YEAR AND QUARTER GIVEN AS
      * PARAMETERS ARE USED AS GIVEN; WITH NEITHER, THE LAST
      * QUARTER COMPLETED BEFORE THE RUN DATE IS REPORTED, SINCE
      * THE RUN NORMALLY FOLLOWS THE QUARTER-END.  ANYTHING ELSE
      * IS A MISKEYED PARAMETER AND THE RUN IS REFUSED.
      ***********************************************************
       050-SET-REPORT-QUARTER.
           IF WS-YEAR-PARM = SPACES
            AND WS-QUARTER-PARM = SPACE
               COMPUTE WS-REPORT-QUARTER =
                       (WS-RUN-MONTH-NUM + 2) / 3 - 1
               MOVE WS-RUN-YEAR-NUM TO WS-REPORT-YEAR
               IF WS-REPORT-QUARTER = ZERO
                   MOVE 4 TO WS-REPORT-QUARTER
                   SUBTRACT 1 FROM WS-REPORT-YEAR
               END-IF
           ELSE
               IF WS-YEAR-PARM NUMERIC
                AND WS-VALID-QUARTER-PARM
                   MOVE WS-YEAR-PARM    TO WS-REPORT-YEAR
                   MOVE WS-QUARTER-PARM TO WS-REPORT-QUARTER
               ELSE
                   DISPLAY "QTRWAGE: PARAMETERS ARE THE YEAR (YYYY) "
                           "AND QUARTER (1-4) - NOTHING REPORTED"
                   STOP RUN
               END-IF
           END-IF.

      ***********************************************************
      * READ EVERY QTDMAST RECORD FOR THE REPORT YEAR, CROSS-FOOT
      * IT AGAINST YTDMAST.DAT AND RELEASE IT WHEN IT HAS WAGES
      * IN THE QUARTER OR DOES NOT CROSS-FOOT.  THEN READ
      * YTDMAST.DAT FOR THE YEAR'S RECORDS THAT HAVE NO QUARTERLY
      * RECORD AT ALL - DOLLARS THE QUARTERS NEVER SAW.
      ***********************************************************
       200-BUILD-SORT-RECORDS.
           OPEN INPUT QTD-MASTER
                INPUT YTD-MASTER
                INPUT PAYROLL-MASTER

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ QTD-MASTER NEXT RECORD
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  IF QTD-YEAR = WS-REPORT-YEAR
                      PERFORM 220-CROSS-FOOT-ONE-EMPLOYEE
                  END-IF
             END-READ
           END-PERFORM

           CLOSE YTD-MASTER
           OPEN INPUT YTD-MASTER
           MOVE "YES" TO WS-MORE-DATA

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ YTD-MASTER NEXT RECORD
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  IF YTD-YEAR = WS-REPORT-YEAR
                      PERFORM 250-CHECK-FOR-QTD-RECORD
                  END-IF
             END-READ
           END-PERFORM

           CLOSE QTD-MASTER
                 YTD-MASTER
                 PAYROLL-MASTER
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * ADD UP THE EMPLOYEE'S FOUR QUARTERS AND COMPARE THEM WITH
      * THE YTDMAST.DAT GROSS, WITHHOLDING AND PERIODS PAID.  A
      * YTD RECORD ALREADY STARTED OVER FOR A LATER YEAR CANNOT
      * BE CROSS-FOOTED, AND IS SAID SO.
      ***********************************************************
       220-CROSS-FOOT-ONE-EMPLOYEE.
           MOVE QTD-TERRITORY-NUM     TO SR-TERRITORY-NUM
           MOVE QTD-EMPLOYEE-NUM      TO SR-EMPLOYEE-NUM
           MOVE QTD-EMPLOYEE-NAME     TO SR-EMPLOYEE-NAME
           MOVE QTD-SOCIAL-SEC-NUM    TO SR-SOCIAL-SEC-NUM
           MOVE QTD-GROSS-AMOUNT (WS-REPORT-QUARTER)
             TO SR-QTR-GROSS
           MOVE QTD-WITHHOLDING-AMOUNT (WS-REPORT-QUARTER)
             TO SR-QTR-WITHHOLD
           MOVE QTD-PERIODS-PAID (WS-REPORT-QUARTER)
             TO SR-QTR-PERIODS

           MOVE ZERO TO SR-SUM-GROSS SR-SUM-WITHHOLD SR-SUM-PERIODS
           PERFORM 230-ADD-ONE-QUARTER
               VARYING WS-QUARTER-SUB FROM 1 BY 1
               UNTIL WS-QUARTER-SUB > 4

           MOVE QTD-EMPLOYEE-NUM TO YTD-EMPLOYEE-NUM
           READ YTD-MASTER
             INVALID KEY
                 CONTINUE
           END-READ

           IF WS-YTD-READ-OK
               MOVE YTD-YEAR               TO SR-YTD-YEAR
               MOVE YTD-GROSS-AMOUNT       TO SR-YTD-GROSS
               MOVE YTD-WITHHOLDING-AMOUNT TO SR-YTD-WITHHOLD
               MOVE YTD-PERIODS-PAID       TO SR-YTD-PERIODS
           ELSE
               MOVE ZERO TO SR-YTD-YEAR SR-YTD-GROSS
                            SR-YTD-WITHHOLD SR-YTD-PERIODS
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-YTD-READ-OK
                   SET SR-XFOOT-NO-YTD TO TRUE
                   ADD 1 TO WS-XF-NOT-CHECKED
               WHEN YTD-YEAR NOT = WS-REPORT-YEAR
                   SET SR-XFOOT-OTHER-YEAR TO TRUE
                   ADD 1 TO WS-XF-NOT-CHECKED
               WHEN SR-SUM-GROSS    = SR-YTD-GROSS
                AND SR-SUM-WITHHOLD = SR-YTD-WITHHOLD
                AND SR-SUM-PERIODS  = SR-YTD-PERIODS
                   SET SR-XFOOT-BALANCED TO TRUE
                   ADD 1 TO WS-XF-BALANCED
               WHEN OTHER
                   SET SR-XFOOT-DIFFERENT TO TRUE
                   ADD 1 TO WS-XF-DIFFERENT
           END-EVALUATE

           IF SR-XFOOT-BALANCED
            OR SR-XFOOT-DIFFERENT
               ADD SR-SUM-GROSS    TO WS-XF-QTD-GROSS
               ADD SR-SUM-WITHHOLD TO WS-XF-QTD-WITHHOLD
               ADD SR-YTD-GROSS    TO WS-XF-YTD-GROSS
               ADD SR-YTD-WITHHOLD TO WS-XF-YTD-WITHHOLD
           END-IF

           IF SR-QTR-GROSS > ZERO
            OR SR-QTR-WITHHOLD > ZERO
            OR SR-QTR-PERIODS > ZERO
            OR NOT SR-XFOOT-BALANCED
               RELEASE SORT-RECORD
           END-IF.

       230-ADD-ONE-QUARTER.
           ADD QTD-GROSS-AMOUNT (WS-QUARTER-SUB)
             TO SR-SUM-GROSS
           ADD QTD-WITHHOLDING-AMOUNT (WS-QUARTER-SUB)
             TO SR-SUM-WITHHOLD
           ADD QTD-PERIODS-PAID (WS-QUARTER-SUB)
             TO SR-SUM-PERIODS.

      ***********************************************************
      * A YTDMAST.DAT RECORD FOR THE REPORT YEAR WITH DOLLARS ON
      * IT BUT NO QTDMAST RECORD BEHIND IT IS A CROSS-FOOT
      * DIFFERENCE THE QUARTERS CANNOT SHOW.  THE EMPLOYEE IS
      * LISTED UNDER THE CH0402.DAT TERRITORY WHEN THERE IS ONE.
      ***********************************************************
       250-CHECK-FOR-QTD-RECORD.
           MOVE YTD-EMPLOYEE-NUM TO QTD-EMPLOYEE-NUM
           MOVE WS-REPORT-YEAR   TO QTD-YEAR
           READ QTD-MASTER
             INVALID KEY
                 CONTINUE
           END-READ

           IF WS-QTD-NOT-FOUND
            AND (YTD-GROSS-AMOUNT > ZERO
                 OR YTD-WITHHOLDING-AMOUNT > ZERO)
               MOVE YTD-EMPLOYEE-NUM TO EMPLOYEE-NUM-IN
               READ PAYROLL-MASTER
                 INVALID KEY
                     CONTINUE
               END-READ

               IF WS-MASTER-READ-OK
                   MOVE TERRITORY-NUM-IN  TO SR-TERRITORY-NUM
                   MOVE EMPLOYEE-NAME-IN  TO SR-EMPLOYEE-NAME
                   MOVE SOCIAL-SEC-NUM-IN TO SR-SOCIAL-SEC-NUM
               ELSE
                   MOVE SPACES            TO SR-TERRITORY-NUM
                   MOVE "NOT ON CH0402.DAT" TO SR-EMPLOYEE-NAME
                   MOVE SPACES            TO SR-SOCIAL-SEC-NUM
               END-IF

               MOVE YTD-EMPLOYEE-NUM       TO SR-EMPLOYEE-NUM
               MOVE ZERO                   TO SR-QTR-GROSS
                                              SR-QTR-WITHHOLD
                                              SR-QTR-PERIODS
                                              SR-SUM-GROSS
                                              SR-SUM-WITHHOLD
                                              SR-SUM-PERIODS
               MOVE YTD-YEAR               TO SR-YTD-YEAR
               MOVE YTD-GROSS-AMOUNT       TO SR-YTD-GROSS
               MOVE YTD-WITHHOLDING-AMOUNT TO SR-YTD-WITHHOLD
               MOVE YTD-PERIODS-PAID       TO SR-YTD-PERIODS
               SET SR-XFOOT-NO-QTD         TO TRUE
               ADD 1                       TO WS-XF-DIFFERENT
               ADD YTD-GROSS-AMOUNT        TO WS-XF-YTD-GROSS
               ADD YTD-WITHHOLDING-AMOUNT  TO WS-XF-YTD-WITHHOLD
               RELEASE SORT-RECORD
           END-IF.

      ***********************************************************
      * READ THE SORTED RECORDS IN TERRITORY SEQUENCE, WRITING
      * THE DETAIL AND A TERRITORY TOTAL AT EACH BREAK, AND THE
      * TERRITORY'S WAGE FILE ALONGSIDE.
      ***********************************************************
       300-PRODUCE-REPORT.
           OPEN OUTPUT QUARTERLY-REPORT

           MOVE WS-REPORT-YEAR    TO WS-PD-YEAR
           MOVE WS-REPORT-QUARTER TO WS-PD-QUARTER
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-PERIOD-LINE

           PERFORM UNTIL WS-MORE-SORT-DATA = "NO"
             RETURN SORT-WORK-FILE
               AT END
                  MOVE "NO" TO WS-MORE-SORT-DATA
               NOT AT END
                  PERFORM 400-PROCESS-SORTED-RECORD
             END-RETURN
           END-PERFORM

           IF NOT WS-FIRST-RECORD
               PERFORM 600-WRITE-TERRITORY-BREAK
           END-IF

           PERFORM 700-WRITE-REPORT-TOTALS

           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-RPT-END-LINE

           CLOSE QUARTERLY-REPORT.

       400-PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD
               MOVE SR-TERRITORY-NUM TO WS-PRIOR-TERRITORY-NUM
               SET WS-FIRST-RECORD TO FALSE
               PERFORM 450-START-TERRITORY
           END-IF

           IF SR-TERRITORY-NUM NOT = WS-PRIOR-TERRITORY-NUM
               PERFORM 600-WRITE-TERRITORY-BREAK
               MOVE SR-TERRITORY-NUM TO WS-PRIOR-TERRITORY-NUM
               PERFORM 450-START-TERRITORY
           END-IF

           MOVE SR-EMPLOYEE-NUM          TO WS-D-EMPLOYEE-NUM
           MOVE SR-EMPLOYEE-NAME         TO WS-D-EMPLOYEE-NAME
           MOVE SR-SOCIAL-SEC-NUM (1:3)  TO WS-D-SSN-AREA
           MOVE SR-SOCIAL-SEC-NUM (4:2)  TO WS-D-SSN-GROUP
           MOVE SR-SOCIAL-SEC-NUM (6:4)  TO WS-D-SSN-SERIAL
           MOVE SR-QTR-GROSS             TO WS-D-QTR-GROSS
           MOVE SR-QTR-WITHHOLD          TO WS-D-QTR-WITHHOLD
           MOVE SR-QTR-PERIODS           TO WS-D-QTR-PERIODS
           IF SR-XFOOT-BALANCED
               MOVE SPACES               TO WS-D-FLAG
           ELSE
               MOVE "*XFOOT"             TO WS-D-FLAG
           END-IF

           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-DETAIL-LINE

           IF NOT SR-XFOOT-BALANCED
               PERFORM 500-WRITE-CROSS-FOOT-LINES
           END-IF

           ADD 1                  TO WS-TERR-EMP-COUNT
           ADD SR-QTR-GROSS       TO WS-TERR-QTR-GROSS
           ADD SR-QTR-WITHHOLD    TO WS-TERR-QTR-WITHHOLD

           IF WS-WAGE-FILE-OPEN
            AND SR-QTR-GROSS > ZERO
               PERFORM 550-WRITE-WAGE-RECORD
           END-IF.

      ***********************************************************
      * HEAD UP A NEW TERRITORY AND OPEN ITS WAGE FILE, NAMED FOR
      * THE TERRITORY, YEAR AND QUARTER THE WAY MSTUNLD NAMES ITS
      * DATED BACKUPS.  AN EMPLOYEE WITH NO TERRITORY ON FILE
      * CANNOT BE FILED WITH ANY STATE AND GETS NO WAGE FILE.
      ***********************************************************
       450-START-TERRITORY.
           IF SR-TERRITORY-NUM = SPACES
               MOVE "??"                TO WS-TH-TERRITORY-NUM
               MOVE "NOT FILED "        TO WS-TH-TEXT
               MOVE "- NO TERRITORY"    TO WS-TH-FILE-NAME
           ELSE
               MOVE SPACES              TO WS-WAGE-FILE-NAME
               MOVE "QWAGE"             TO WS-WAGE-FILE-NAME (1:5)
               MOVE SR-TERRITORY-NUM    TO WS-WAGE-FILE-NAME (6:2)
               MOVE "."                 TO WS-WAGE-FILE-NAME (8:1)
               MOVE WS-REPORT-YEAR      TO WS-WAGE-FILE-NAME (9:4)
               MOVE "Q"                 TO WS-WAGE-FILE-NAME (13:1)
               MOVE WS-REPORT-QUARTER   TO WS-WAGE-FILE-NAME (14:1)

               OPEN OUTPUT WAGE-FILE
               MOVE "Y"                 TO WS-WAGE-FILE-OPEN-SW
               ADD 1                    TO WS-WAGE-FILES-WRITTEN
               MOVE ZERO                TO WS-WAGE-COUNT
                                           WS-WAGE-TOTAL

               MOVE SR-TERRITORY-NUM    TO WS-WH-TERRITORY-NUM
               MOVE WS-REPORT-YEAR      TO WS-WH-YEAR
               MOVE WS-REPORT-QUARTER   TO WS-WH-QUARTER
               MOVE WS-RUN-DATE         TO WS-WH-RUN-DATE
               WRITE WAGE-FILE-RECORD FROM WS-WAGE-HEADER

               MOVE SR-TERRITORY-NUM    TO WS-TH-TERRITORY-NUM
               MOVE "WAGE FILE "        TO WS-TH-TEXT
               MOVE WS-WAGE-FILE-NAME   TO WS-TH-FILE-NAME
           END-IF

           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-RPT-BLANK-LINE
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-TERRITORY-HEAD-LINE.

      ***********************************************************
      * SHOW WHY AN EMPLOYEE IS FLAGGED: BOTH SETS OF FIGURES
      * WHEN THEY DIFFER, OR WHY THEY COULD NOT BE COMPARED.
      ***********************************************************
       500-WRITE-CROSS-FOOT-LINES.
           EVALUATE TRUE
               WHEN SR-XFOOT-DIFFERENT
                   MOVE "** DOES NOT CROSS-FOOT - YTDMAST"
                     TO WS-XA-TEXT
                   PERFORM 510-WRITE-YTD-FIGURES
                   MOVE "   QUARTERS 1-4 OF THE YEAR"
                     TO WS-XA-TEXT
                   MOVE SR-SUM-GROSS    TO WS-XA-GROSS
                   MOVE SR-SUM-WITHHOLD TO WS-XA-WITHHOLD
                   MOVE SR-SUM-PERIODS  TO WS-XA-PERIODS
                   PERFORM 800-PAGE-CHECK
                   WRITE QUARTERLY-REPORT-LINE
                     FROM WS-XFOOT-AMOUNT-LINE
               WHEN SR-XFOOT-NO-QTD
                   MOVE "** NO QTDMAST RECORD - YTDMAST"
                     TO WS-XA-TEXT
                   PERFORM 510-WRITE-YTD-FIGURES
               WHEN SR-XFOOT-NO-YTD
                   MOVE "** NOT CROSS-FOOTED - NO YTDMAST.DAT RECORD"
                     TO WS-XN-TEXT
                   MOVE SPACES          TO WS-XN-YEAR
                   PERFORM 800-PAGE-CHECK
                   WRITE QUARTERLY-REPORT-LINE FROM WS-XFOOT-NOTE-LINE
               WHEN OTHER
                   MOVE "** NOT CROSS-FOOTED - YTDMAST.DAT NOW HOLDS"
                     TO WS-XN-TEXT
                   MOVE SR-YTD-YEAR     TO WS-XN-YEAR
                   PERFORM 800-PAGE-CHECK
                   WRITE QUARTERLY-REPORT-LINE FROM WS-XFOOT-NOTE-LINE
           END-EVALUATE.

       510-WRITE-YTD-FIGURES.
           MOVE SR-YTD-GROSS            TO WS-XA-GROSS
           MOVE SR-YTD-WITHHOLD         TO WS-XA-WITHHOLD
           MOVE SR-YTD-PERIODS          TO WS-XA-PERIODS
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-XFOOT-AMOUNT-LINE.

      ***********************************************************
      * ONE WAGE FILE RECORD PER EMPLOYEE WITH WAGES IN THE
      * QUARTER: SSN, NAME AND QUARTERLY WAGES.
      ***********************************************************
       550-WRITE-WAGE-RECORD.
           MOVE SR-SOCIAL-SEC-NUM       TO WS-WD-SOCIAL-SEC-NUM
           MOVE SR-EMPLOYEE-NAME        TO WS-WD-EMPLOYEE-NAME
           MOVE SR-QTR-GROSS            TO WS-WD-QTR-WAGES
           WRITE WAGE-FILE-RECORD FROM WS-WAGE-DETAIL

           ADD 1                        TO WS-WAGE-COUNT
           ADD SR-QTR-GROSS             TO WS-WAGE-TOTAL.

      ***********************************************************
      * TERRITORY TOTAL LINE, AND THE TRAILER THAT CLOSES THE
      * TERRITORY'S WAGE FILE.
      ***********************************************************
       600-WRITE-TERRITORY-BREAK.
           IF WS-PRIOR-TERRITORY-NUM = SPACES
               MOVE "??"                TO WS-TB-TERRITORY-NUM
           ELSE
               MOVE WS-PRIOR-TERRITORY-NUM TO WS-TB-TERRITORY-NUM
           END-IF
           MOVE WS-TERR-EMP-COUNT       TO WS-TB-EMP-COUNT
           MOVE WS-TERR-QTR-GROSS       TO WS-TB-QTR-GROSS
           MOVE WS-TERR-QTR-WITHHOLD    TO WS-TB-QTR-WITHHOLD

           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-TERRITORY-BREAK-LINE

           ADD WS-TERR-EMP-COUNT        TO WS-RPT-EMP-COUNT
           ADD WS-TERR-QTR-GROSS        TO WS-RPT-QTR-GROSS
           ADD WS-TERR-QTR-WITHHOLD     TO WS-RPT-QTR-WITHHOLD
           MOVE ZERO TO WS-TERR-EMP-COUNT WS-TERR-QTR-GROSS
                        WS-TERR-QTR-WITHHOLD

           IF WS-WAGE-FILE-OPEN
               MOVE WS-PRIOR-TERRITORY-NUM TO WS-WT-TERRITORY-NUM
               MOVE WS-WAGE-COUNT       TO WS-WT-RECORD-COUNT
               MOVE WS-WAGE-TOTAL       TO WS-WT-TOTAL-WAGES
               WRITE WAGE-FILE-RECORD FROM WS-WAGE-TRAILER
               CLOSE WAGE-FILE
               MOVE "N"                 TO WS-WAGE-FILE-OPEN-SW
           END-IF.

      ***********************************************************
      * REPORT TOTALS AND THE CROSS-FOOT RESULT: HOW MANY OF THE
      * YEAR'S EMPLOYEES BALANCED, DIFFERED OR COULD NOT BE
      * CHECKED, THE YEAR'S QUARTERS AGAINST YTDMAST.DAT IN
      * TOTAL, AND A CLOSING LINE THAT SAYS WHETHER IT ALL TIES.
      ***********************************************************
       700-WRITE-REPORT-TOTALS.
           MOVE WS-RPT-EMP-COUNT        TO WS-RT-EMP-COUNT
           MOVE WS-RPT-QTR-GROSS        TO WS-RT-QTR-GROSS
           MOVE WS-RPT-QTR-WITHHOLD     TO WS-RT-QTR-WITHHOLD
           MOVE WS-WAGE-FILES-WRITTEN   TO WS-WF-COUNT
           MOVE WS-XF-BALANCED          TO WS-XC-BALANCED
           MOVE WS-XF-DIFFERENT         TO WS-XC-DIFFERENT
           MOVE WS-XF-NOT-CHECKED       TO WS-XC-NOT-CHECKED

           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-RPT-BLANK-LINE
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-WAGE-FILES-LINE
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-RPT-BLANK-LINE
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-XFOOT-COUNT-LINE

           MOVE "YEAR'S QUARTERS 1-4 TOTAL"   TO WS-XT-TEXT
           MOVE WS-XF-QTD-GROSS         TO WS-XT-GROSS
           MOVE WS-XF-QTD-WITHHOLD      TO WS-XT-WITHHOLD
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-XFOOT-TOTAL-LINE

           MOVE "YTDMAST.DAT YEAR-TO-DATE TOTAL" TO WS-XT-TEXT
           MOVE WS-XF-YTD-GROSS         TO WS-XT-GROSS
           MOVE WS-XF-YTD-WITHHOLD      TO WS-XT-WITHHOLD
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-XFOOT-TOTAL-LINE

           IF WS-XF-DIFFERENT = ZERO
            AND WS-XF-NOT-CHECKED = ZERO
               MOVE "QUARTERS CROSS-FOOT TO YTDMAST.DAT - "
                 TO WS-XR-TEXT
               MOVE "NO DIFFERENCES"    TO WS-XR-TEXT (38:14)
           ELSE
               MOVE "*** QUARTERS DO NOT CROSS-FOOT TO YTDMAST.DAT - "
                 TO WS-XR-TEXT
               MOVE "SEE ** LINES"      TO WS-XR-TEXT (49:12)
           END-IF

           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-RPT-BLANK-LINE
           PERFORM 800-PAGE-CHECK
           WRITE QUARTERLY-REPORT-LINE FROM WS-XFOOT-RESULT-LINE.

      ***********************************************************
      * THE SHARED PAGE-CONTROL LOGIC, PERFORMED BEFORE EVERY
      * LINE WRITTEN TO QTRWAGE.DAT.
      ***********************************************************
       800-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==QUARTERLY-REPORT-LINE==.
