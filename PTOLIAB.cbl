      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: PAID-TIME-OFF LIABILITY REPORT FOR FINANCE.  EVERY
      *          ACTIVE OR ON-LEAVE EMPLOYEE WITH HOURS IN THE
      *          PTOBAL.DAT BANK IS LISTED BY TERRITORY/OFFICE WITH
      *          THE HOURS VALUED AT THE EMPLOYEE'S CURRENT RATE -
      *          HOURLY-RATE-IN FOR HOURLY STAFF, ANNUAL-SALARY-IN
      *          SPREAD OVER A 2080-HOUR YEAR FOR SALARIED STAFF -
      *          WITH HOURS AND DOLLAR SUBTOTALS AT EACH OFFICE AND
      *          TERRITORY BREAK AND A REPORT TOTAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOLIAB.
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

           SELECT SORT-WORK-FILE
             ASSIGN TO "PLSORTWK.DAT".

           SELECT LIABILITY-REPORT
             ASSIGN TO "PTOLIAB.DAT"
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

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
        05 SR-TERRITORY-NUM       PIC XX.
        05 SR-OFFICE-NUM          PIC XX.
        05 SR-EMPLOYEE-NUM        PIC X(5).
        05 SR-EMPLOYEE-NAME       PIC X(20).
        05 SR-BALANCE-HOURS       PIC 9(4)V99.
        05 SR-HOURLY-VALUE        PIC 9(3)V99.
        05 SR-LIABILITY           PIC 9(7)V99.

       FD LIABILITY-REPORT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 LIABILITY-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)  VALUE "YES".
       01 WS-MORE-SORT-DATA       PIC X(3)  VALUE "YES".
       01 WS-FIRST-RECORD-SW      PIC X(1)  VALUE "Y".
           88 WS-FIRST-RECORD    VALUE "Y" WHEN SET TO FALSE IS "N".
           COPY EDITCHKW.
           COPY RPTFMTW.
       01 WS-PTO-STATUS           PIC XX.
           88 WS-PTO-READ-OK                VALUE "00".
           88 WS-PTO-NOT-FOUND              VALUE "23".
       01 WS-RUN-DATE             PIC X(8)  VALUE SPACES.
       01 WS-STANDARD-HOURS       PIC 9(4)  VALUE 2080.
       01 WS-LIABILITY-HEADS.
           05                         PIC X(2).
           05                         PIC X(5)  VALUE "EMPNO".
           05                         PIC X(2).
           05                         PIC X(20) VALUE "EMPLOYEE NAME".
           05                         PIC X(2).
           05                         PIC X(2)  VALUE "TR".
           05                         PIC X(1).
           05                         PIC X(2)  VALUE "OF".
           05                         PIC X(2).
           05                         PIC X(8)  VALUE "   HOURS".
           05                         PIC X(2).
           05                         PIC X(6)  VALUE "  RATE".
           05                         PIC X(2).
           05                         PIC X(10) VALUE " LIABILITY".
           05                         PIC X(14).

       01 WS-BREAK-CONTROLS.
           05 WS-PRIOR-TERRITORY-NUM  PIC XX     VALUE SPACES.
           05 WS-PRIOR-OFFICE-NUM     PIC XX     VALUE SPACES.

       01 WS-OFFICE-SUBTOTALS.
           05 WS-OFFICE-HOURS-TOTAL   PIC 9(7)V99 VALUE ZERO.
           05 WS-OFFICE-DOLLAR-TOTAL  PIC 9(9)V99 VALUE ZERO.

       01 WS-TERRITORY-SUBTOTALS.
           05 WS-TERR-HOURS-TOTAL     PIC 9(7)V99 VALUE ZERO.
           05 WS-TERR-DOLLAR-TOTAL    PIC 9(9)V99 VALUE ZERO.

       01 WS-REPORT-TOTALS.
           05 WS-REPORT-EMP-COUNT     PIC 9(6)   COMP VALUE ZERO.
           05 WS-REPORT-HOURS-TOTAL   PIC 9(7)V99 VALUE ZERO.
           05 WS-REPORT-DOLLAR-TOTAL  PIC 9(9)V99 VALUE ZERO.

       01 WS-DETAIL-LINE.
           05                         PIC X(2).
           05 WS-D-EMPLOYEE-NUM       PIC X(5).
           05                         PIC X(2).
           05 WS-D-EMPLOYEE-NAME      PIC X(20).
           05                         PIC X(2).
           05 WS-D-TERRITORY-NUM      PIC XX.
           05                         PIC X(1).
           05 WS-D-OFFICE-NUM         PIC XX.
           05                         PIC X(2).
           05 WS-D-BALANCE-HOURS      PIC Z,ZZ9.99.
           05                         PIC X(2).
           05 WS-D-HOURLY-VALUE       PIC ZZ9.99.
           05                         PIC X(2).
           05 WS-D-LIABILITY          PIC Z,ZZZ,ZZ9.99.
           05                         PIC X(12).

       01 WS-OFFICE-BREAK-LINE.
           05                         PIC X(9).
           05                         PIC X(20) VALUE
                    "OFFICE TOTAL. . . .:".
           05                         PIC X(4).
           05 WS-OB-HOURS-TOTAL       PIC ZZZ,ZZ9.99.
           05                         PIC X(8).
           05 WS-OB-DOLLAR-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05                         PIC X(15).

       01 WS-TERRITORY-BREAK-LINE.
           05                         PIC X(9).
           05                         PIC X(23) VALUE
                    "TERRITORY TOTAL . . .:".
           05                         PIC X(1).
           05 WS-TB-HOURS-TOTAL       PIC ZZZ,ZZ9.99.
           05                         PIC X(8).
           05 WS-TB-DOLLAR-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05                         PIC X(15).

       01 WS-REPORT-TOTAL-LINE.
           05                         PIC X(2).
           05                         PIC X(13) VALUE
                    "REPORT TOTAL ".
           05 WS-RT-EMP-COUNT         PIC ZZZ,ZZ9.
           05                         PIC X(11) VALUE " EMPLOYEES".
           05 WS-RT-HOURS-TOTAL       PIC ZZZ,ZZ9.99.
           05                         PIC X(8).
           05 WS-RT-DOLLAR-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05                         PIC X(15).
      ***********************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE "PTOLIAB"              TO WS-RPT-ID
           MOVE "PAID-TIME-OFF LIABILITY" TO WS-RPT-TITLE
           MOVE WS-RUN-DATE            TO WS-RPT-RUN-DATE
           MOVE WS-LIABILITY-HEADS     TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID              TO WS-RE-RPT-ID

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-TERRITORY-NUM SR-OFFICE-NUM
                                SR-EMPLOYEE-NUM
               INPUT PROCEDURE  IS 200-BUILD-SORT-RECORDS
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT

           GOBACK.

      ***********************************************************
      * READ THE INDEXED MASTER AND RELEASE ONE SORT RECORD PER
      * VALID, NON-TERMINATED EMPLOYEE WITH HOURS IN THE BANK.
      * A TERMINATED EMPLOYEE'S HOURS WERE LISTED FOR FINAL
      * PAYOUT BY EMPMAINT AND ARE NO LONGER A LIABILITY HERE.
      ***********************************************************
       200-BUILD-SORT-RECORDS.
           OPEN INPUT PAYROLL-MASTER
                      PTO-BALANCE-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAYROLL-MASTER
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 250-EDIT-INPUT-RECORD
                  IF WS-RECORD-IS-VALID
                   AND NOT EMPLOYEE-TERMINATED
                      PERFORM 270-RELEASE-BALANCE
                  END-IF
             END-READ
           END-PERFORM

           CLOSE PAYROLL-MASTER
                 PTO-BALANCE-FILE.

      ***********************************************************
      * APPLY THE SAME FIELD EDITS ASSIGNMENT1 USES, SO A RECORD
      * REJECTED THERE IS NOT VALUED HERE.
      ***********************************************************
       250-EDIT-INPUT-RECORD.
           COPY EDITCHK.

      ***********************************************************
      * LOOK UP THE EMPLOYEE'S BANK AND VALUE IT.  EDITCHK HAS
      * ALREADY MADE SURE AN HOURLY EMPLOYEE HAS A RATE.
      ***********************************************************
       270-RELEASE-BALANCE.
           MOVE EMPLOYEE-NUM-IN TO PTO-EMPLOYEE-NUM
           READ PTO-BALANCE-FILE
             INVALID KEY
                CONTINUE
           END-READ

           IF WS-PTO-READ-OK
            AND PTO-BALANCE-HOURS > ZERO
               IF PAY-TYPE-HOURLY
                   MOVE HOURLY-RATE-IN-N TO SR-HOURLY-VALUE
               ELSE
                   COMPUTE SR-HOURLY-VALUE ROUNDED =
                           ANNUAL-SALARY-IN-N / WS-STANDARD-HOURS
               END-IF
               COMPUTE SR-LIABILITY ROUNDED =
                       PTO-BALANCE-HOURS * SR-HOURLY-VALUE
               MOVE TERRITORY-NUM-IN    TO SR-TERRITORY-NUM
               MOVE OFFICE-NUM-IN       TO SR-OFFICE-NUM
               MOVE EMPLOYEE-NUM-IN     TO SR-EMPLOYEE-NUM
               MOVE EMPLOYEE-NAME-IN    TO SR-EMPLOYEE-NAME
               MOVE PTO-BALANCE-HOURS   TO SR-BALANCE-HOURS
               RELEASE SORT-RECORD
           END-IF.

      ***********************************************************
      * READ THE SORTED RECORDS IN TERRITORY/OFFICE SEQUENCE AND
      * WRITE DETAIL LINES WITH SUBTOTALS AT EACH BREAK.
      ***********************************************************
       300-PRODUCE-REPORT.
           OPEN OUTPUT LIABILITY-REPORT

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
           MOVE WS-REPORT-HOURS-TOTAL   TO WS-RT-HOURS-TOTAL
           MOVE WS-REPORT-DOLLAR-TOTAL  TO WS-RT-DOLLAR-TOTAL
           PERFORM 700-PAGE-CHECK
           WRITE LIABILITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           PERFORM 700-PAGE-CHECK
           WRITE LIABILITY-REPORT-LINE FROM WS-RPT-END-LINE

           CLOSE LIABILITY-REPORT.

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

           MOVE SPACES               TO WS-DETAIL-LINE
           MOVE SR-EMPLOYEE-NUM      TO WS-D-EMPLOYEE-NUM
           MOVE SR-EMPLOYEE-NAME     TO WS-D-EMPLOYEE-NAME
           MOVE SR-TERRITORY-NUM     TO WS-D-TERRITORY-NUM
           MOVE SR-OFFICE-NUM        TO WS-D-OFFICE-NUM
           MOVE SR-BALANCE-HOURS     TO WS-D-BALANCE-HOURS
           MOVE SR-HOURLY-VALUE      TO WS-D-HOURLY-VALUE
           MOVE SR-LIABILITY         TO WS-D-LIABILITY

           PERFORM 700-PAGE-CHECK
           WRITE LIABILITY-REPORT-LINE FROM WS-DETAIL-LINE

           ADD SR-BALANCE-HOURS   TO WS-OFFICE-HOURS-TOTAL
                                     WS-TERR-HOURS-TOTAL
                                     WS-REPORT-HOURS-TOTAL
           ADD SR-LIABILITY       TO WS-OFFICE-DOLLAR-TOTAL
                                     WS-TERR-DOLLAR-TOTAL
                                     WS-REPORT-DOLLAR-TOTAL
           ADD 1                  TO WS-REPORT-EMP-COUNT.

       500-WRITE-OFFICE-BREAK.
           MOVE WS-OFFICE-HOURS-TOTAL   TO WS-OB-HOURS-TOTAL
           MOVE WS-OFFICE-DOLLAR-TOTAL  TO WS-OB-DOLLAR-TOTAL

           PERFORM 700-PAGE-CHECK
           WRITE LIABILITY-REPORT-LINE FROM WS-OFFICE-BREAK-LINE

           MOVE ZERO TO WS-OFFICE-HOURS-TOTAL WS-OFFICE-DOLLAR-TOTAL.

       600-WRITE-TERRITORY-BREAK.
           MOVE WS-TERR-HOURS-TOTAL     TO WS-TB-HOURS-TOTAL
           MOVE WS-TERR-DOLLAR-TOTAL    TO WS-TB-DOLLAR-TOTAL

           PERFORM 700-PAGE-CHECK
           WRITE LIABILITY-REPORT-LINE FROM WS-TERRITORY-BREAK-LINE

           MOVE ZERO TO WS-TERR-HOURS-TOTAL WS-TERR-DOLLAR-TOTAL.

      ***********************************************************
      * THE SHARED PAGE-CONTROL LOGIC, PERFORMED BEFORE EVERY
      * LINE WRITTEN TO PTOLIAB.DAT.
      ***********************************************************
       700-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==LIABILITY-REPORT-LINE==.
