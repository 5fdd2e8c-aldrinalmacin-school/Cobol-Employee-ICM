      *                    WITHHOLDING ARE PRICED FROM THE CYCLE
      *                    TIMESHEET, INSTEAD OF QUOTING FIGURES
      *                    COMPUTED FROM A ZERO SALARY.
      *   2026-10-15  AJA  OPERATOR SIGN-ON AGAINST OPERATOR.DAT
      *                    (MAINTAINED BY OPRMAINT) BEFORE ANY
      *                    SEARCH.  THE OPERATOR'S ACCESS LEVEL
      *                    DECIDES WHAT IS SHOWN: LEVEL 1 SEES THE
      *                    SSN MASKED TO THE LAST FOUR AND NO PAY
      *                    FIGURES, LEVEL 2 SEES PAY WITH THE SSN
      *                    STILL MASKED, LEVEL 3 SEES EVERYTHING.
      *                    EVERY REFUSED SIGN-ON, SEARCH MATCH
      *                    LISTED, EMPLOYEE DISPLAYED, BROWSE STEP
      *                    AND EMPTY SEARCH IS APPENDED TO THE
      *                    INQLOG.DAT ACCESS LOG FOR THE INQRPT
      *                    WEEKLY ACCESS REPORT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIGNMENT3.
      ***********************************************************
           SELECT JOB-CLASS-TABLE-FILE
             ASSIGN TO "JOBCLASS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
             ASSIGN TO "OPERATOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INQUIRY-LOG
             ASSIGN TO "INQLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
          BLOCK CONTAINS 10 RECORDS.
           COPY JOBCLASR.

       FD OPERATOR-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY OPERATR.

       FD INQUIRY-LOG
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 60 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY INQLOGR.

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA          PIC X(3)   VALUE "YES".
       01 WS-SEARCH-TYPE        PIC X(1)   VALUE SPACE.
           05 WS-MONTHLY-GROSS    PIC 9(7)V99 COMP VALUE ZERO.
           05 WS-BIWEEKLY-GROSS   PIC 9(7)V99 COMP VALUE ZERO.
       01 WS-WITHHOLDING-ALLOWANCE PIC 9(7)V99 VALUE ZERO.
       01 WS-SIGN-ON-ID         PIC X(8)   VALUE SPACES.
       01 WS-SIGN-ON-PASSCODE   PIC X(8)   VALUE SPACES.
       01 WS-SIGN-ON-SW         PIC X(1)   VALUE "N".
           88 WS-SIGNED-ON                VALUE "Y".
       01 WS-OPERATOR-LEVEL     PIC X(1)   VALUE SPACE.
           88 WS-LEVEL-LOOKUP             VALUE "1".
           88 WS-LEVEL-PAY                VALUE "2".
           88 WS-LEVEL-FULL               VALUE "3".
       01 WS-OPERATOR-EMPLOYEE  PIC X(5)   VALUE SPACES.
       01 WS-LOG-EVENT          PIC X(1)   VALUE SPACE.
       01 WS-LOG-EMPLOYEE-NUM   PIC X(5)   VALUE SPACES.
       01 WS-LOG-DATE           PIC X(8)   VALUE SPACES.
       01 WS-TIME-NOW           PIC X(8)   VALUE SPACES.
       01 WS-MASKED-SSN.
           05                   PIC X(5)   VALUE "*****".
           05 WS-MASKED-SSN-LAST-4 PIC X(4).
       01 WS-DISPLAY-FIELDS.
           05 WS-DSP-MONTHLY      PIC ZZZ,ZZ9.99.
           05 WS-DSP-BIWEEKLY     PIC ZZZ,ZZ9.99.
             IF WS-SEARCH-VALUE = SPACES
               DISPLAY "SEARCH VALUE PARAMETER REQUIRED"
             ELSE
               INSPECT WS-SEARCH-TYPE CONVERTING "ens" TO "ENS"
               PERFORM 050-SIGN-ON-OPERATOR
               IF WS-SIGNED-ON
                   PERFORM 150-LOAD-JOB-CLASS-TABLE
                   OPEN INPUT  PAYROLL-MASTER
                        EXTEND INQUIRY-LOG
                   PERFORM 200-FIND-FIRST-HIT
                   IF WS-FIRST-HIT-KEY NOT = SPACES
                       MOVE "L" TO WS-LOG-EVENT
                       PERFORM 600-DISPLAY-EMPLOYEE
                       PERFORM 700-BROWSE-FROM-HIT
                   END-IF
                   CLOSE PAYROLL-MASTER
                         INQUIRY-LOG
               ELSE
                   DISPLAY "SIGN-ON REFUSED"
               END-IF
             END-IF
           END-IF

           STOP RUN.

      ***********************************************************
      * SIGN THE OPERATOR ON: THE OPERATOR ID AND PASSCODE KEYED
      * AT THE CONSOLE MUST MATCH AN ACTIVE OPERATOR.DAT ROW WITH
      * A VALID ACCESS LEVEL.  THE OPERATOR IS NOT TOLD WHICH
      * PART FAILED; A REFUSED SIGN-ON IS LOGGED AND ENDS THE RUN.
      ***********************************************************
       050-SIGN-ON-OPERATOR.
           DISPLAY "OPERATOR ID:"
           ACCEPT WS-SIGN-ON-ID FROM CONSOLE
           DISPLAY "PASSCODE:"
           ACCEPT WS-SIGN-ON-PASSCODE FROM CONSOLE
           MOVE "N" TO WS-SIGN-ON-SW

           IF WS-SIGN-ON-ID NOT = SPACES
               OPEN INPUT OPERATOR-FILE
               PERFORM UNTIL WS-MORE-DATA = "NO"
                 READ OPERATOR-FILE
                   AT END
                      MOVE "NO" TO WS-MORE-DATA
                   NOT AT END
                      IF OPR-OPERATOR-ID = WS-SIGN-ON-ID
                          PERFORM 055-CHECK-OPERATOR
                          MOVE "NO" TO WS-MORE-DATA
                      END-IF
                 END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               MOVE "YES" TO WS-MORE-DATA
           END-IF

           IF NOT WS-SIGNED-ON
               OPEN EXTEND INQUIRY-LOG
               MOVE "R"    TO WS-LOG-EVENT
               MOVE SPACES TO WS-LOG-EMPLOYEE-NUM
               PERFORM 800-WRITE-ACCESS-LOG
               CLOSE INQUIRY-LOG
           END-IF.

       055-CHECK-OPERATOR.
           IF OPR-ACTIVE
            AND OPR-LEVEL-VALID
            AND OPR-PASSCODE NOT = SPACES
            AND OPR-PASSCODE = WS-SIGN-ON-PASSCODE
               MOVE "Y"              TO WS-SIGN-ON-SW
               MOVE OPR-ACCESS-LEVEL TO WS-OPERATOR-LEVEL
               MOVE OPR-EMPLOYEE-NUM TO WS-OPERATOR-EMPLOYEE
           END-IF.

      ***********************************************************
      * LOAD THE JOB CLASS TABLE ONE TIME SO EVERY DISPLAY CAN
      * SHOW THE TITLE, THE SAME TABLE ASSIGNMENT1 LOADS: PER
               ELSE
                   DISPLAY "NO RECORD ON FILE FOR EMPLOYEE "
                           WS-SEARCH-VALUE (1:5)
                   MOVE "X" TO WS-LOG-EVENT
                   MOVE WS-SEARCH-VALUE (1:5) TO WS-LOG-EMPLOYEE-NUM
                   PERFORM 800-WRITE-ACCESS-LOG
               END-IF
           ELSE
               PERFORM 250-PREPARE-SCAN-COMPARES
               PERFORM 300-SCAN-FOR-MATCHES
               IF WS-FIRST-HIT-KEY = SPACES
                   DISPLAY "NO EMPLOYEE MATCHES THE SEARCH VALUE"
                   MOVE "X"    TO WS-LOG-EVENT
                   MOVE SPACES TO WS-LOG-EMPLOYEE-NUM
                   PERFORM 800-WRITE-ACCESS-LOG
               ELSE
                   DISPLAY WS-HIT-COUNT " EMPLOYEE(S) MATCHED - "
                           "SHOWING THE FIRST"
               ADD 1 TO WS-HIT-COUNT
               DISPLAY "  MATCH: " EMPLOYEE-NUM-IN " "
                       EMPLOYEE-NAME-IN
               MOVE "M"             TO WS-LOG-EVENT
               MOVE EMPLOYEE-NUM-IN TO WS-LOG-EMPLOYEE-NUM
               PERFORM 800-WRITE-ACCESS-LOG
               IF WS-FIRST-HIT-KEY = SPACES
                   MOVE EMPLOYEE-NUM-IN TO WS-FIRST-HIT-KEY
               END-IF
      ***********************************************************
      * DISPLAY ONE EMPLOYEE: THE MASTER FIELDS, THE NEW HIRE
      * DATE, STATUS AND PAY TYPE, AND THE DERIVED FIGURES THE
      * BATCH REPORTS COMPUTE, CUT DOWN TO THE OPERATOR'S ACCESS
      * LEVEL, THEN LOG THE DISPLAY UNDER THE EVENT THE CALLER
      * SET IN WS-LOG-EVENT.
      ***********************************************************
       600-DISPLAY-EMPLOYEE.
           DISPLAY " "
           DISPLAY "EMPLOYEE NAME. . . . : " EMPLOYEE-NAME-IN
           DISPLAY "TERRITORY/OFFICE . . : " TERRITORY-NUM-IN
                   "/" OFFICE-NUM-IN
           IF NOT WS-LEVEL-LOOKUP
               DISPLAY "ANNUAL SALARY. . . . : " ANNUAL-SALARY-IN
           END-IF
           IF WS-LEVEL-FULL
               DISPLAY "SOCIAL SECURITY NUM. : " SOCIAL-SEC-NUM-IN
           ELSE
               MOVE SOCIAL-SEC-NUM-IN (6:4) TO WS-MASKED-SSN-LAST-4
               DISPLAY "SOCIAL SECURITY NUM. : " WS-MASKED-SSN
           END-IF
           DISPLAY "DEPENDENTS . . . . . : " DEPENDENTS-IN
           DISPLAY "JOB CLASS CODE . . . : " JOB-CLASS-CODE-IN
           PERFORM 610-DISPLAY-JOB-TITLE
           DISPLAY "HIRE DATE. . . . . . : " HIRE-DATE-IN
           DISPLAY "EMPLOYMENT STATUS. . : " EMPLOYMENT-STATUS-IN
           DISPLAY "PAY TYPE . . . . . . : " PAY-TYPE-IN
           IF WS-LEVEL-LOOKUP
               DISPLAY "PAY FIGURES. . . . . : NOT SHOWN AT THIS "
                       "ACCESS LEVEL"
           ELSE
               PERFORM 620-DISPLAY-COMPUTED-PAY
           END-IF

           MOVE EMPLOYEE-NUM-IN TO WS-LOG-EMPLOYEE-NUM
           PERFORM 800-WRITE-ACCESS-LOG.

       610-DISPLAY-JOB-TITLE.
           SET WS-JCT-IDX TO 1
               ACCEPT WS-BROWSE-CMD FROM CONSOLE
               EVALUATE TRUE
                   WHEN WS-BROWSE-FORWARD
                       MOVE "F" TO WS-LOG-EVENT
                       READ PAYROLL-MASTER NEXT RECORD
                         AT END
                            DISPLAY "END OF FILE - BROWSE ENDED"
                            PERFORM 600-DISPLAY-EMPLOYEE
                       END-READ
                   WHEN WS-BROWSE-BACKWARD
                       MOVE "B" TO WS-LOG-EVENT
                       READ PAYROLL-MASTER PREVIOUS RECORD
                         AT END
                            DISPLAY "START OF FILE - BROWSE ENDED"
           END-PERFORM

           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * APPEND ONE LINE TO THE INQLOG.DAT ACCESS LOG FOR THE
      * EVENT IN WS-LOG-EVENT AND THE EMPLOYEE IN
      * WS-LOG-EMPLOYEE-NUM.  THE DATE AND TIME ARE TAKEN AT THE
      * MOMENT OF ACCESS.  FOR AN EMPLOYEE DISPLAYED, THE LINE
      * RECORDS WHETHER THE FULL SSN AND THE PAY FIGURES WERE
      * SHOWN AND WHETHER IT WAS THE OPERATOR'S OWN RECORD.
      ***********************************************************
       800-WRITE-ACCESS-LOG.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME

           MOVE SPACES               TO INQUIRY-LOG-RECORD
           MOVE WS-LOG-DATE          TO IQL-ACCESS-DATE
           MOVE WS-TIME-NOW (1:6)    TO IQL-ACCESS-TIME
           MOVE WS-SIGN-ON-ID        TO IQL-OPERATOR-ID
           MOVE WS-OPERATOR-LEVEL    TO IQL-ACCESS-LEVEL
           MOVE WS-LOG-EVENT         TO IQL-EVENT
           MOVE WS-SEARCH-TYPE       TO IQL-SEARCH-TYPE
           MOVE WS-LOG-EMPLOYEE-NUM  TO IQL-EMPLOYEE-NUM

           IF IQL-EMPLOYEE-DISPLAYED
               IF WS-LEVEL-FULL
                   MOVE "F" TO IQL-SSN-VIEW
               ELSE
                   MOVE "M" TO IQL-SSN-VIEW
               END-IF
               IF WS-LEVEL-LOOKUP
                   MOVE "N" TO IQL-PAY-SHOWN
               ELSE
                   MOVE "Y" TO IQL-PAY-SHOWN
               END-IF
               IF WS-OPERATOR-EMPLOYEE NOT = SPACES
                AND WS-OPERATOR-EMPLOYEE = WS-LOG-EMPLOYEE-NUM
                   MOVE "Y" TO IQL-SELF-LOOKUP
               ELSE
                   MOVE "N" TO IQL-SELF-LOOKUP
               END-IF
           ELSE
               MOVE "N" TO IQL-SSN-VIEW
                           IQL-PAY-SHOWN
                           IQL-SELF-LOOKUP
           END-IF

           WRITE INQUIRY-LOG-RECORD.
