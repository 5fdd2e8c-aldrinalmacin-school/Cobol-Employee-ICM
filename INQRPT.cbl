      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: WEEKLY INQUIRY ACCESS REPORT FOR THE AUDITORS.
      *          READS THE INQLOG.DAT ACCESS LOG EMPINQ APPENDS TO
      *          AND, FOR THE SEVEN DAYS ENDING ON THE WEEK-ENDING
      *          DATE IN THE FIRST RUN PARAMETER (DEFAULT: THE RUN
      *          DATE), LISTS PER OPERATOR EVERY EMPLOYEE THEY
      *          VIEWED - HOW MANY TIMES THE RECORD WAS DISPLAYED,
      *          HOW MANY TIMES IT WAS ONLY LISTED AS A SEARCH
      *          MATCH, WHEN IT WAS FIRST SEEN, AND WHETHER THE FULL
      *          SSN WAS SHOWN OR IT WAS THE OPERATOR'S OWN RECORD.
      *          EACH OPERATOR GETS A TOTAL LINE WITH THEIR EMPTY
      *          SEARCHES AND REFUSED SIGN-ONS, AND A FLAG LINE WHEN
      *          THEY VIEWED A FULL SSN OR LOOKED AT THEIR OWN
      *          RECORD.  OPERATOR NAMES AND CURRENT LEVELS COME
      *          FROM OPERATOR.DAT, EMPLOYEE NAMES FROM CH0402.DAT.
      *          OUTPUT IS INQRPT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQRPT.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INQUIRY-LOG
             ASSIGN TO "INQLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
             ASSIGN TO "OPERATOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-MASTER
             ASSIGN TO "CH0402.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMPLOYEE-NUM-IN
             FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK-FILE
             ASSIGN TO "IQSORTWK.DAT".

           SELECT ACCESS-REPORT
             ASSIGN TO "INQRPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD INQUIRY-LOG
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 60 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY INQLOGR.

       FD OPERATOR-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY OPERATR.

       FD PAYROLL-MASTER
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CH0402M.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
        05 SR-OPERATOR-ID         PIC X(8).
        05 SR-EMPLOYEE-NUM        PIC X(5).
        05 SR-ACCESS-DATE         PIC X(8).
        05 SR-ACCESS-TIME         PIC X(6).
        05 SR-EVENT               PIC X(1).
        05 SR-SSN-VIEW            PIC X(1).
        05 SR-SELF-LOOKUP         PIC X(1).

       FD ACCESS-REPORT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 ACCESS-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)  VALUE "YES".
       01 WS-MORE-SORT-DATA       PIC X(3)  VALUE "YES".
       01 WS-FIRST-RECORD-SW      PIC X(1)  VALUE "Y".
           88 WS-FIRST-RECORD    VALUE "Y" WHEN SET TO FALSE IS "N".
           COPY RPTFMTW.
       01 WS-MASTER-STATUS        PIC XX.
           88 WS-MASTER-READ-OK             VALUE "00".
           88 WS-MASTER-NOT-FOUND           VALUE "23".
       01 WS-RUN-DATE             PIC X(8)  VALUE SPACES.
       01 WS-WEEK-PARM            PIC X(8)  VALUE SPACES.
       01 WS-WEEK-END-DATE.
           05 WS-WEEK-END-YEAR    PIC X(4).
           05 WS-WEEK-END-MONTH   PIC XX.
           05 WS-WEEK-END-DAY     PIC XX.
       01 WS-WEEK-END-DATE-N REDEFINES WS-WEEK-END-DATE
                                  PIC 9(8).
       01 WS-WEEK-START-DATE      PIC 9(8)  VALUE ZERO.
       01 WS-WEEK-START-DATE-X REDEFINES WS-WEEK-START-DATE
                                  PIC X(8).
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-COUNT   PIC 9(4)  COMP VALUE ZERO.
           05 WS-OPERATOR-ENTRY OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-OPERATOR-COUNT
                                INDEXED BY WS-OPR-IDX.
               10 WS-OPR-ID         PIC X(8).
               10 WS-OPR-NAME       PIC X(20).
               10 WS-OPR-LEVEL      PIC X(1).
               10 WS-OPR-STATUS     PIC X(1).
       01 WS-OPERATOR-FOUND-SW    PIC X(1)  VALUE "N".
           88 WS-OPERATOR-FOUND             VALUE "Y".
       01 WS-LOG-TOTALS.
           05 WS-LOG-LINES-READ   PIC 9(7)  COMP VALUE ZERO.
           05 WS-LOG-LINES-USED   PIC 9(7)  COMP VALUE ZERO.
       01 WS-ACCESS-HEADS.
           05                         PIC X(2).
           05                         PIC X(5)  VALUE "EMPNO".
           05                         PIC X(2).
           05                         PIC X(20) VALUE "EMPLOYEE NAME".
           05                         PIC X(2).
           05                         PIC X(4)  VALUE "DISP".
           05                         PIC X(2).
           05                         PIC X(4)  VALUE "LIST".
           05                         PIC X(2).
           05                         PIC X(15) VALUE "FIRST SEEN".
           05                         PIC X(2).
           05                         PIC X(4)  VALUE "SSN".
           05                         PIC X(2).
           05                         PIC X(4)  VALUE "SELF".
           05                         PIC X(10).

       01 WS-BREAK-CONTROLS.
           05 WS-PRIOR-OPERATOR-ID    PIC X(8)   VALUE SPACES.
           05 WS-PRIOR-EMPLOYEE-NUM   PIC X(5)   VALUE SPACES.

       01 WS-EMPLOYEE-SUBTOTALS.
           05 WS-EMP-DISPLAYS         PIC 9(5)   COMP VALUE ZERO.
           05 WS-EMP-LISTED           PIC 9(5)   COMP VALUE ZERO.
           05 WS-EMP-FIRST-DATE       PIC X(8)   VALUE SPACES.
           05 WS-EMP-FIRST-TIME       PIC X(6)   VALUE SPACES.
           05 WS-EMP-FULL-SSN-SW      PIC X(1)   VALUE "N".
               88 WS-EMP-FULL-SSN-SEEN          VALUE "Y".
           05 WS-EMP-SELF-SW          PIC X(1)   VALUE "N".
               88 WS-EMP-SELF-SEEN              VALUE "Y".

       01 WS-OPERATOR-SUBTOTALS.
           05 WS-OPR-EMPLOYEES        PIC 9(5)   COMP VALUE ZERO.
           05 WS-OPR-DISPLAYS         PIC 9(5)   COMP VALUE ZERO.
           05 WS-OPR-NOT-FOUND        PIC 9(5)   COMP VALUE ZERO.
           05 WS-OPR-REFUSED          PIC 9(5)   COMP VALUE ZERO.
           05 WS-OPR-FULL-SSN-SW      PIC X(1)   VALUE "N".
               88 WS-OPR-FULL-SSN-SEEN          VALUE "Y".
           05 WS-OPR-SELF-SW          PIC X(1)   VALUE "N".
               88 WS-OPR-SELF-SEEN              VALUE "Y".

       01 WS-REPORT-TOTALS.
           05 WS-REPORT-OPERATORS     PIC 9(5)   COMP VALUE ZERO.
           05 WS-REPORT-DISPLAYS      PIC 9(7)   COMP VALUE ZERO.
           05 WS-REPORT-FLAGGED       PIC 9(5)   COMP VALUE ZERO.

       01 WS-WEEK-LINE.
           05                         PIC X(2).
           05                         PIC X(12) VALUE
                    "ACCESS FROM ".
           05 WS-WL-START-DATE        PIC X(8).
           05                         PIC X(9)  VALUE " THROUGH ".
           05 WS-WL-END-DATE          PIC X(8).
           05                         PIC X(41).

       01 WS-OPERATOR-LINE.
           05                         PIC X(2).
           05                         PIC X(10) VALUE "OPERATOR: ".
           05 WS-OL-OPERATOR-ID       PIC X(8).
           05                         PIC X(2).
           05 WS-OL-OPERATOR-NAME     PIC X(20).
           05                         PIC X(2).
           05                         PIC X(6)  VALUE "LEVEL ".
           05 WS-OL-ACCESS-LEVEL      PIC X(1).
           05                         PIC X(2).
           05 WS-OL-STATUS            PIC X(10).
           05                         PIC X(17).

       01 WS-DETAIL-LINE.
           05                         PIC X(2).
           05 WS-D-EMPLOYEE-NUM       PIC X(5).
           05                         PIC X(2).
           05 WS-D-EMPLOYEE-NAME      PIC X(20).
           05                         PIC X(2).
           05 WS-D-DISPLAYS           PIC ZZZ9.
           05                         PIC X(2).
           05 WS-D-LISTED             PIC ZZZ9.
           05                         PIC X(2).
           05 WS-D-FIRST-DATE         PIC X(8).
           05                         PIC X(1).
           05 WS-D-FIRST-TIME         PIC X(6).
           05                         PIC X(2).
           05 WS-D-SSN-VIEW           PIC X(4).
           05                         PIC X(2).
           05 WS-D-SELF               PIC X(4).
           05                         PIC X(10).

       01 WS-OPERATOR-TOTAL-LINE.
           05                         PIC X(5).
           05                         PIC X(17) VALUE
                    "EMPLOYEES VIEWED:".
           05 WS-OT-EMPLOYEES         PIC ZZZ9.
           05                         PIC X(2).
           05                         PIC X(9)  VALUE "DISPLAYS:".
           05 WS-OT-DISPLAYS          PIC ZZZZ9.
           05                         PIC X(2).
           05                         PIC X(10) VALUE "NOT FOUND:".
           05 WS-OT-NOT-FOUND         PIC ZZZ9.
           05                         PIC X(2).
           05                         PIC X(16) VALUE
                    "SIGN-ON REFUSED:".
           05 WS-OT-REFUSED           PIC ZZZ9.

       01 WS-FLAG-LINE.
           05                         PIC X(5).
           05                         PIC X(15) VALUE
                    "*** FLAG:      ".
           05 WS-FL-TEXT              PIC X(40).
           05                         PIC X(20).

       01 WS-REPORT-TOTAL-LINE.
           05                         PIC X(2).
           05                         PIC X(13) VALUE
                    "REPORT TOTAL ".
           05 WS-RT-OPERATORS         PIC ZZZ9.
           05                         PIC X(10) VALUE " OPERATORS".
           05                         PIC X(2).
           05 WS-RT-DISPLAYS          PIC ZZZZZ9.
           05                         PIC X(9)  VALUE " DISPLAYS".
           05                         PIC X(2).
           05 WS-RT-FLAGGED           PIC ZZZ9.
           05                         PIC X(8)  VALUE " FLAGGED".
           05                         PIC X(20).
      ***********************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-WEEK-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF WS-WEEK-PARM = SPACES
               MOVE WS-RUN-DATE  TO WS-WEEK-END-DATE
           ELSE
               MOVE WS-WEEK-PARM TO WS-WEEK-END-DATE
           END-IF

           IF WS-WEEK-END-DATE NOT NUMERIC
            OR WS-WEEK-END-MONTH < "01" OR WS-WEEK-END-MONTH > "12"
            OR WS-WEEK-END-DAY < "01" OR WS-WEEK-END-DAY > "31"
               DISPLAY "INQRPT: WEEK-ENDING DATE " WS-WEEK-PARM
                       " IS NOT A YYYYMMDD DATE - NO REPORT"
               STOP RUN
           END-IF

           COMPUTE WS-WEEK-START-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-WEEK-END-DATE-N)
                           - 6)

           PERFORM 050-LOAD-OPERATOR-TABLE

           MOVE "INQRPT"               TO WS-RPT-ID
           MOVE "INQUIRY ACCESS REPORT" TO WS-RPT-TITLE
           MOVE WS-RUN-DATE            TO WS-RPT-RUN-DATE
           MOVE WS-ACCESS-HEADS        TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID              TO WS-RE-RPT-ID

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-OPERATOR-ID SR-EMPLOYEE-NUM
                                SR-ACCESS-DATE SR-ACCESS-TIME
               INPUT PROCEDURE  IS 200-BUILD-SORT-RECORDS
               OUTPUT PROCEDURE IS 300-PRODUCE-REPORT

           DISPLAY "INQRPT: " WS-LOG-LINES-READ " LOG LINES READ, "
                   WS-LOG-LINES-USED " IN THE WEEK"
           STOP RUN.

      ***********************************************************
      * LOAD OPERATOR.DAT SO EACH OPERATOR'S HEADING CAN CARRY
      * THEIR NAME, CURRENT LEVEL AND STATUS.
      ***********************************************************
       050-LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ OPERATOR-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF WS-OPERATOR-COUNT < 500
                    ADD 1 TO WS-OPERATOR-COUNT
                    MOVE OPR-OPERATOR-ID
                      TO WS-OPR-ID (WS-OPERATOR-COUNT)
                    MOVE OPR-OPERATOR-NAME
                      TO WS-OPR-NAME (WS-OPERATOR-COUNT)
                    MOVE OPR-ACCESS-LEVEL
                      TO WS-OPR-LEVEL (WS-OPERATOR-COUNT)
                    MOVE OPR-STATUS
                      TO WS-OPR-STATUS (WS-OPERATOR-COUNT)
                 ELSE
                    DISPLAY "INQRPT: OVER 500 OPERATORS ON "
                            "OPERATOR.DAT - SKIPPING "
                            OPR-OPERATOR-ID
                 END-IF
             END-READ
           END-PERFORM

           CLOSE OPERATOR-FILE
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * RELEASE ONE SORT RECORD PER ACCESS LOG LINE DATED INSIDE
      * THE WEEK.
      ***********************************************************
       200-BUILD-SORT-RECORDS.
           OPEN INPUT INQUIRY-LOG

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ INQUIRY-LOG
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  ADD 1 TO WS-LOG-LINES-READ
                  IF IQL-ACCESS-DATE NOT < WS-WEEK-START-DATE-X
                   AND IQL-ACCESS-DATE NOT > WS-WEEK-END-DATE
                      PERFORM 250-RELEASE-LOG-LINE
                  END-IF
             END-READ
           END-PERFORM

           CLOSE INQUIRY-LOG.

       250-RELEASE-LOG-LINE.
           MOVE IQL-OPERATOR-ID      TO SR-OPERATOR-ID
           MOVE IQL-EMPLOYEE-NUM     TO SR-EMPLOYEE-NUM
           MOVE IQL-ACCESS-DATE      TO SR-ACCESS-DATE
           MOVE IQL-ACCESS-TIME      TO SR-ACCESS-TIME
           MOVE IQL-EVENT            TO SR-EVENT
           MOVE IQL-SSN-VIEW         TO SR-SSN-VIEW
           MOVE IQL-SELF-LOOKUP      TO SR-SELF-LOOKUP
           RELEASE SORT-RECORD
           ADD 1                     TO WS-LOG-LINES-USED.

      ***********************************************************
      * READ THE SORTED LOG LINES IN OPERATOR/EMPLOYEE SEQUENCE
      * AND WRITE ONE LINE PER EMPLOYEE VIEWED, WITH A TOTAL AND
      * ANY FLAGS AT EACH OPERATOR BREAK.
      ***********************************************************
       300-PRODUCE-REPORT.
           OPEN INPUT  PAYROLL-MASTER
                OUTPUT ACCESS-REPORT

           MOVE WS-WEEK-START-DATE-X    TO WS-WL-START-DATE
           MOVE WS-WEEK-END-DATE        TO WS-WL-END-DATE
           PERFORM 700-PAGE-CHECK
           WRITE ACCESS-REPORT-LINE FROM WS-WEEK-LINE
           PERFORM 700-PAGE-CHECK
           WRITE ACCESS-REPORT-LINE FROM WS-RPT-BLANK-LINE

           PERFORM UNTIL WS-MORE-SORT-DATA = "NO"
             RETURN SORT-WORK-FILE
               AT END
                  MOVE "NO" TO WS-MORE-SORT-DATA
               NOT AT END
                  PERFORM 400-PROCESS-SORTED-RECORD
             END-RETURN
           END-PERFORM

           IF NOT WS-FIRST-RECORD
               PERFORM 500-WRITE-EMPLOYEE-BREAK
               PERFORM 600-WRITE-OPERATOR-BREAK
           END-IF

           MOVE WS-REPORT-OPERATORS     TO WS-RT-OPERATORS
           MOVE WS-REPORT-DISPLAYS      TO WS-RT-DISPLAYS
           MOVE WS-REPORT-FLAGGED       TO WS-RT-FLAGGED
           PERFORM 700-PAGE-CHECK
           WRITE ACCESS-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           PERFORM 700-PAGE-CHECK
           WRITE ACCESS-REPORT-LINE FROM WS-RPT-END-LINE

           CLOSE PAYROLL-MASTER
                 ACCESS-REPORT.

      ***********************************************************
      * BREAK ON OPERATOR AND ON EMPLOYEE WITHIN OPERATOR, THEN
      * COUNT THE LINE BY ITS EVENT.  A REFUSED SIGN-ON OR A
      * SEARCH THAT FOUND NOTHING COUNTS AGAINST THE OPERATOR
      * ONLY - NO EMPLOYEE WAS SHOWN.
      ***********************************************************
       400-PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD
               MOVE SR-OPERATOR-ID   TO WS-PRIOR-OPERATOR-ID
               MOVE SR-EMPLOYEE-NUM  TO WS-PRIOR-EMPLOYEE-NUM
               PERFORM 550-WRITE-OPERATOR-HEADING
               SET WS-FIRST-RECORD TO FALSE
           END-IF

           IF SR-OPERATOR-ID NOT = WS-PRIOR-OPERATOR-ID
               PERFORM 500-WRITE-EMPLOYEE-BREAK
               PERFORM 600-WRITE-OPERATOR-BREAK
               MOVE SR-OPERATOR-ID   TO WS-PRIOR-OPERATOR-ID
               MOVE SR-EMPLOYEE-NUM  TO WS-PRIOR-EMPLOYEE-NUM
               PERFORM 550-WRITE-OPERATOR-HEADING
           ELSE
             IF SR-EMPLOYEE-NUM NOT = WS-PRIOR-EMPLOYEE-NUM
               PERFORM 500-WRITE-EMPLOYEE-BREAK
               MOVE SR-EMPLOYEE-NUM  TO WS-PRIOR-EMPLOYEE-NUM
             END-IF
           END-IF

           EVALUATE SR-EVENT
               WHEN "R"
                   ADD 1 TO WS-OPR-REFUSED
               WHEN "X"
                   ADD 1 TO WS-OPR-NOT-FOUND
               WHEN "M"
                   PERFORM 450-NOTE-FIRST-SEEN
                   ADD 1 TO WS-EMP-LISTED
               WHEN "L"
               WHEN "F"
               WHEN "B"
                   PERFORM 450-NOTE-FIRST-SEEN
                   ADD 1 TO WS-EMP-DISPLAYS
                   IF SR-SSN-VIEW = "F"
                       MOVE "Y" TO WS-EMP-FULL-SSN-SW
                   END-IF
                   IF SR-SELF-LOOKUP = "Y"
                       MOVE "Y" TO WS-EMP-SELF-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       450-NOTE-FIRST-SEEN.
           IF WS-EMP-FIRST-DATE = SPACES
               MOVE SR-ACCESS-DATE TO WS-EMP-FIRST-DATE
               MOVE SR-ACCESS-TIME TO WS-EMP-FIRST-TIME
           END-IF.

      ***********************************************************
      * WRITE THE LINE FOR THE EMPLOYEE JUST FINISHED, IF THE
      * OPERATOR ACTUALLY SAW THEM, AND ROLL THE FLAGS UP TO THE
      * OPERATOR.
      ***********************************************************
       500-WRITE-EMPLOYEE-BREAK.
           IF WS-EMP-DISPLAYS > ZERO
            OR WS-EMP-LISTED > ZERO
               MOVE SPACES               TO WS-DETAIL-LINE
               MOVE WS-PRIOR-EMPLOYEE-NUM TO WS-D-EMPLOYEE-NUM
               MOVE WS-PRIOR-EMPLOYEE-NUM TO EMPLOYEE-NUM-IN
               READ PAYROLL-MASTER
                 INVALID KEY
                    CONTINUE
               END-READ
               IF WS-MASTER-READ-OK
                   MOVE EMPLOYEE-NAME-IN TO WS-D-EMPLOYEE-NAME
               ELSE
                   MOVE "NOT ON CH0402.DAT" TO WS-D-EMPLOYEE-NAME
               END-IF
               MOVE WS-EMP-DISPLAYS      TO WS-D-DISPLAYS
               MOVE WS-EMP-LISTED        TO WS-D-LISTED
               MOVE WS-EMP-FIRST-DATE    TO WS-D-FIRST-DATE
               MOVE WS-EMP-FIRST-TIME    TO WS-D-FIRST-TIME
               IF WS-EMP-FULL-SSN-SEEN
                   MOVE "FULL"           TO WS-D-SSN-VIEW
                   MOVE "Y"              TO WS-OPR-FULL-SSN-SW
               END-IF
               IF WS-EMP-SELF-SEEN
                   MOVE "OWN"            TO WS-D-SELF
                   MOVE "Y"              TO WS-OPR-SELF-SW
               END-IF

               PERFORM 700-PAGE-CHECK
               WRITE ACCESS-REPORT-LINE FROM WS-DETAIL-LINE

               ADD 1                     TO WS-OPR-EMPLOYEES
               ADD WS-EMP-DISPLAYS       TO WS-OPR-DISPLAYS
           END-IF

           MOVE ZERO   TO WS-EMP-DISPLAYS WS-EMP-LISTED
           MOVE SPACES TO WS-EMP-FIRST-DATE WS-EMP-FIRST-TIME
           MOVE "N"    TO WS-EMP-FULL-SSN-SW WS-EMP-SELF-SW.

      ***********************************************************
      * WRITE THE HEADING LINE FOR THE OPERATOR NOW STARTING.  AN
      * ID NOT ON OPERATOR.DAT - A MISKEYED OR GUESSED SIGN-ON -
      * IS SHOWN AS SUCH.
      ***********************************************************
       550-WRITE-OPERATOR-HEADING.
           MOVE WS-PRIOR-OPERATOR-ID TO WS-OL-OPERATOR-ID
           MOVE SPACES               TO WS-OL-OPERATOR-NAME
                                        WS-OL-ACCESS-LEVEL
                                        WS-OL-STATUS
           MOVE "N" TO WS-OPERATOR-FOUND-SW

           IF WS-OPERATOR-COUNT > ZERO
               SET WS-OPR-IDX TO 1
               SEARCH WS-OPERATOR-ENTRY
                 AT END
                     MOVE "N" TO WS-OPERATOR-FOUND-SW
                 WHEN WS-OPR-ID (WS-OPR-IDX) = WS-PRIOR-OPERATOR-ID
                     MOVE "Y" TO WS-OPERATOR-FOUND-SW
               END-SEARCH
           END-IF

           IF WS-OPERATOR-FOUND
               MOVE WS-OPR-NAME (WS-OPR-IDX)  TO WS-OL-OPERATOR-NAME
               MOVE WS-OPR-LEVEL (WS-OPR-IDX) TO WS-OL-ACCESS-LEVEL
               IF WS-OPR-STATUS (WS-OPR-IDX) = "R"
                   MOVE "REVOKED"            TO WS-OL-STATUS
               END-IF
           ELSE
               MOVE "NOT ON OPERATOR.DAT"    TO WS-OL-OPERATOR-NAME
           END-IF

           PERFORM 700-PAGE-CHECK
           WRITE ACCESS-REPORT-LINE FROM WS-OPERATOR-LINE.

      ***********************************************************
      * WRITE THE OPERATOR'S TOTAL LINE AND A FLAG LINE FOR A
      * FULL SSN VIEWED OR THEIR OWN RECORD LOOKED AT.
      ***********************************************************
       600-WRITE-OPERATOR-BREAK.
           MOVE WS-OPR-EMPLOYEES        TO WS-OT-EMPLOYEES
           MOVE WS-OPR-DISPLAYS         TO WS-OT-DISPLAYS
           MOVE WS-OPR-NOT-FOUND        TO WS-OT-NOT-FOUND
           MOVE WS-OPR-REFUSED          TO WS-OT-REFUSED
           PERFORM 700-PAGE-CHECK
           WRITE ACCESS-REPORT-LINE FROM WS-OPERATOR-TOTAL-LINE

           IF WS-OPR-FULL-SSN-SEEN
               MOVE "VIEWED FULL SOCIAL SECURITY NUMBERS"
                 TO WS-FL-TEXT
               PERFORM 700-PAGE-CHECK
               WRITE ACCESS-REPORT-LINE FROM WS-FLAG-LINE
           END-IF

           IF WS-OPR-SELF-SEEN
               MOVE "VIEWED OWN EMPLOYEE RECORD" TO WS-FL-TEXT
               PERFORM 700-PAGE-CHECK
               WRITE ACCESS-REPORT-LINE FROM WS-FLAG-LINE
           END-IF

           IF WS-OPR-FULL-SSN-SEEN
            OR WS-OPR-SELF-SEEN
               ADD 1 TO WS-REPORT-FLAGGED
           END-IF

           PERFORM 700-PAGE-CHECK
           WRITE ACCESS-REPORT-LINE FROM WS-RPT-BLANK-LINE

           ADD 1                  TO WS-REPORT-OPERATORS
           ADD WS-OPR-DISPLAYS    TO WS-REPORT-DISPLAYS

           MOVE ZERO TO WS-OPR-EMPLOYEES WS-OPR-DISPLAYS
                        WS-OPR-NOT-FOUND WS-OPR-REFUSED
           MOVE "N"  TO WS-OPR-FULL-SSN-SW WS-OPR-SELF-SW.

      ***********************************************************
      * THE SHARED PAGE-CONTROL LOGIC, PERFORMED BEFORE EVERY
      * LINE WRITTEN TO INQRPT.DAT.
      ***********************************************************
       700-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==ACCESS-REPORT-LINE==.
