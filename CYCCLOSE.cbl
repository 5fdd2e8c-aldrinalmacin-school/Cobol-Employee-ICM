      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: PAY-CYCLE CLOSE.  PAYREG, YTDUPDT AND GLEXTR EACH
      *          RECORD THE CYCLE'S TOTALS BY TERRITORY/OFFICE ON
      *          CYCTOT.DAT - HEADCOUNT PAID, REGULAR GROSS, HOURLY
      *          GROSS AND EMPLOYEES SKIPPED FOR LEAVE.  THIS
      *          PROGRAM COMPARES THE THREE STEPS FOR ONE CYCLE
      *          DATE AND PRINTS THE CYCCLOSE.DAT BALANCING REPORT:
      *          EACH STEP'S FIGURES PER OFFICE, WITH TERRITORY AND
      *          CYCLE TOTALS, AND ANY OFFICE WHERE THE STEPS
      *          DISAGREE FLAGGED OUT OF BALANCE.  ONLY WHEN THE
      *          CYCLE IS POSTED, ALL THREE STEPS HAVE RECORDED
      *          TOTALS AND EVERY OFFICE AGREES IS THE CYCLE MARKED
      *          CLOSED ON PAYCAL.DAT, STAMPED WITH THE RUN DATE.
      *          YTDUPDT AND GLEXTR WILL NOT START THE NEXT CYCLE
      *          UNTIL THEN.  PARAMETER 1 IS THE CYCLE DATE
      *          (YYYYMMDD); WITHOUT IT THE OLDEST POSTED CYCLE NOT
      *          YET CLOSED IS TAKEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCLOSE.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-CALENDAR
             ASSIGN TO "PAYCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-REWRITE
             ASSIGN TO "PAYCAL.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CYCLE-TOTALS-FILE
             ASSIGN TO "CYCTOT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
             ASSIGN TO "CCSORTWK.DAT".

           SELECT BALANCE-REPORT
             ASSIGN TO "CYCCLOSE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD CYCLE-TOTALS-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CYCTOTR.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
        05 SR-TERRITORY-NUM       PIC XX.
        05 SR-OFFICE-NUM          PIC XX.
        05 SR-STEP-SUB            PIC 9.
        05 SR-HEADCOUNT           PIC 9(5).
        05 SR-REGULAR-GROSS       PIC 9(9)V99.
        05 SR-HOURLY-GROSS        PIC 9(9)V99.
        05 SR-LEAVE-SKIPPED       PIC 9(5).

       FD BALANCE-REPORT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 BALANCE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)   VALUE "YES".
       01 WS-MORE-SORT-DATA       PIC X(3)   VALUE "YES".
       01 WS-FIRST-RECORD-SW      PIC X(1)   VALUE "Y".
           88 WS-FIRST-RECORD    VALUE "Y" WHEN SET TO FALSE IS "N".
           COPY RPTFMTW.
       01 WS-RUN-DATE             PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-DATE-PARM      PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-DATE           PIC X(8)   VALUE SPACES.
       01 WS-CYCLE-TABLE.
           05 WS-CYCLE-COUNT      PIC 9(4)   COMP VALUE ZERO.
           05 WS-CYCLE-ENTRY OCCURS 1 TO 80 TIMES
                             DEPENDING ON WS-CYCLE-COUNT
                             INDEXED BY WS-PCAL-IDX.
               10 WS-PCAL-DATE        PIC X(8).
               10 WS-PCAL-TYPE        PIC X(1).
               10 WS-PCAL-FLAG        PIC X(1).
               10 WS-PCAL-POSTED-DATE PIC X(8).
               10 WS-PCAL-CLOSED-FLAG PIC X(1).
               10 WS-PCAL-CLOSED-DATE PIC X(8).
       01 WS-CYCLE-MATCH-SUB      PIC 9(4)   COMP VALUE ZERO.
       01 WS-CYCLE-SCAN           PIC 9(4)   COMP VALUE ZERO.
       01 WS-CAL-FILE-NAMES.
           05 WS-CAL-OLD-NAME     PIC X(20)  VALUE "PAYCAL.DAT".
           05 WS-CAL-NEW-NAME     PIC X(20)  VALUE "PAYCAL.TMP".
       01 WS-CAL-RENAME-STATUS    PIC S9(9)  COMP-5 VALUE ZERO.
       01 WS-STEP-NAME-VALUES.
           05                     PIC X(8)   VALUE "PAYREG".
           05                     PIC X(8)   VALUE "YTDUPDT".
           05                     PIC X(8)   VALUE "GLEXTR".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05 WS-STEP-NAME        PIC X(8)   OCCURS 3 TIMES.
       01 WS-STEP-RECORDED-FLAGS  PIC X(3)   VALUE "NNN".
       01 WS-STEP-RECORDED-TABLE REDEFINES WS-STEP-RECORDED-FLAGS.
           05 WS-STEP-RECORDED    PIC X(1)   OCCURS 3 TIMES.
      *    LEVEL 1 IS THE OFFICE, 2 THE TERRITORY, 3 THE CYCLE;
      *    STEP 1 IS PAYREG, 2 YTDUPDT, 3 GLEXTR.
       01 WS-BALANCE-TOTALS.
           05 WS-LEVEL-TOTALS OCCURS 3 TIMES.
               10 WS-STEP-TOTALS OCCURS 3 TIMES.
                   15 WS-ST-HEADCOUNT      PIC 9(7)     COMP.
                   15 WS-ST-REGULAR-GROSS  PIC 9(11)V99 COMP.
                   15 WS-ST-HOURLY-GROSS   PIC 9(11)V99 COMP.
                   15 WS-ST-LEAVE-SKIPPED  PIC 9(7)     COMP.
       01 WS-LEVEL-SUB            PIC 9      COMP VALUE ZERO.
       01 WS-NEXT-LEVEL-SUB       PIC 9      COMP VALUE ZERO.
       01 WS-STEP-SUB             PIC 9      COMP VALUE ZERO.
       01 WS-BLOCK-LABEL          PIC X(10)  VALUE SPACES.
       01 WS-BLOCK-AGREES-SW      PIC X(1)   VALUE "Y".
           88 WS-BLOCK-AGREES                VALUE "Y".
       01 WS-CYCLE-AGREES-SW      PIC X(1)   VALUE "Y".
           88 WS-CYCLE-AGREES                VALUE "Y".
       01 WS-CYCLE-BALANCED-SW    PIC X(1)   VALUE "N".
           88 WS-CYCLE-BALANCED              VALUE "Y".
       01 WS-BREAK-CONTROLS.
           05 WS-PRIOR-TERRITORY-NUM  PIC XX  VALUE SPACES.
           05 WS-PRIOR-OFFICE-NUM     PIC XX  VALUE SPACES.
       01 WS-CLOSE-COUNTS.
           05 WS-OFFICES-CHECKED  PIC 9(5)   COMP VALUE ZERO.
           05 WS-OFFICES-OUT      PIC 9(5)   COMP VALUE ZERO.
           05 WS-STEPS-MISSING    PIC 9      COMP VALUE ZERO.
       01 WS-BALANCE-HEADS.
           05                     PIC X(10)  VALUE "TERR/OFF".
           05                     PIC X(1).
           05                     PIC X(8)   VALUE "STEP".
           05                     PIC X(1).
           05                     PIC X(7)   VALUE "  HEADS".
           05                     PIC X(1).
           05                     PIC X(13)  VALUE "REGULAR GROSS".
           05                     PIC X(1).
           05                     PIC X(13)  VALUE " HOURLY GROSS".
           05                     PIC X(1).
           05                     PIC X(6)   VALUE " LEAVE".
           05                     PIC X(1).
           05                     PIC X(12)  VALUE "BALANCE".
           05                     PIC X(5).
       01 WS-BALANCE-LINE.
           05 WS-BL-LABEL         PIC X(10).
           05                     PIC X(1).
           05 WS-BL-STEP          PIC X(8).
           05                     PIC X(1).
           05 WS-BL-HEADCOUNT     PIC ZZZ,ZZ9.
           05                     PIC X(1).
           05 WS-BL-REGULAR-GROSS PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-BL-HOURLY-GROSS  PIC ZZ,ZZZ,ZZ9.99.
           05                     PIC X(1).
           05 WS-BL-LEAVE-SKIPPED PIC ZZ,ZZ9.
           05                     PIC X(1).
           05 WS-BL-FLAG          PIC X(12).
           05                     PIC X(5).
       01 WS-CLOSE-COUNT-LINE.
           05                     PIC X(2).
           05                     PIC X(20)  VALUE
                    "OFFICES CHECKED . .:".
           05 WS-CC-OFFICES-CHECKED PIC ZZ,ZZ9.
           05                     PIC X(3).
           05                     PIC X(20)  VALUE
                    "OUT OF BALANCE. . .:".
           05 WS-CC-OFFICES-OUT   PIC ZZ,ZZ9.
           05                     PIC X(23).
       01 WS-CLOSE-RESULT-LINE.
           05                     PIC X(2).
           05                     PIC X(6)   VALUE "CYCLE ".
           05 WS-CR-CYCLE-DATE    PIC X(8).
           05                     PIC X(1).
           05 WS-CR-RESULT        PIC X(60).
           05                     PIC X(3).
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CYCLE-DATE-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 050-LOAD-PAY-CALENDAR
           PERFORM 070-PICK-CYCLE

           MOVE "CYCCLOSE"             TO WS-RPT-ID
           MOVE "PAY-CYCLE CLOSE BALANCING" TO WS-RPT-TITLE
           MOVE WS-RUN-DATE            TO WS-RPT-RUN-DATE
           MOVE WS-BALANCE-HEADS       TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID              TO WS-RE-RPT-ID

           INITIALIZE WS-BALANCE-TOTALS

           OPEN OUTPUT BALANCE-REPORT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-TERRITORY-NUM
                                SR-OFFICE-NUM
                                SR-STEP-SUB
               INPUT PROCEDURE  IS 200-SELECT-CYCLE-TOTALS
               OUTPUT PROCEDURE IS 300-PRODUCE-BALANCE-REPORT

           PERFORM 800-DECIDE-CYCLE-CLOSE

           CLOSE BALANCE-REPORT

           IF WS-CYCLE-BALANCED
               PERFORM 900-CLOSE-PAY-CYCLE
           END-IF

           DISPLAY "CYCCLOSE: CYCLE " WS-CYCLE-DATE " "
                   WS-CR-RESULT
           STOP RUN.

      ***********************************************************
      * LOAD THE PAYCAL.DAT PAY-CYCLE CALENDAR.  A CLOSED CYCLE
      * IS MARKED BY REWRITING THE WHOLE FILE FROM THE TABLE, SO
      * A CALENDAR TOO BIG FOR IT IS REFUSED RATHER THAN
      * TRUNCATED.
      ***********************************************************
       050-LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAY-CALENDAR
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                 IF WS-CYCLE-COUNT < 80
                    ADD 1 TO WS-CYCLE-COUNT
                    MOVE PCAL-CYCLE-DATE
                      TO WS-PCAL-DATE (WS-CYCLE-COUNT)
                    MOVE PCAL-CYCLE-TYPE
                      TO WS-PCAL-TYPE (WS-CYCLE-COUNT)
                    MOVE PCAL-POSTED-FLAG
                      TO WS-PCAL-FLAG (WS-CYCLE-COUNT)
                    MOVE PCAL-POSTED-DATE
                      TO WS-PCAL-POSTED-DATE (WS-CYCLE-COUNT)
                    MOVE PCAL-CLOSED-FLAG
                      TO WS-PCAL-CLOSED-FLAG (WS-CYCLE-COUNT)
                    MOVE PCAL-CLOSED-DATE
                      TO WS-PCAL-CLOSED-DATE (WS-CYCLE-COUNT)
                 ELSE
                    DISPLAY "CYCCLOSE: PAYCAL.DAT OVER 80 ENTRIES"
                            " - NOTHING CLOSED"
                    STOP RUN
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PAY-CALENDAR
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * PICK THE CYCLE TO CLOSE: THE REGULAR (MONTHLY OR
      * BIWEEKLY) CALENDAR CYCLE ON THE DATE GIVEN, OR WITHOUT A
      * DATE THE OLDEST ONE POSTED AND NOT YET CLOSED.  A CYCLE
      * ALREADY CLOSED IS LEFT ALONE.
      ***********************************************************
       070-PICK-CYCLE.
           IF WS-CYCLE-DATE-PARM NUMERIC
               MOVE WS-CYCLE-DATE-PARM TO WS-CYCLE-DATE
               PERFORM 075-MATCH-ONE-CYCLE
                   VARYING WS-CYCLE-SCAN FROM 1 BY 1
                   UNTIL WS-CYCLE-SCAN > WS-CYCLE-COUNT
               IF WS-CYCLE-MATCH-SUB = ZERO
                   DISPLAY "CYCCLOSE: CYCLE " WS-CYCLE-DATE
                           " NOT A REGULAR CYCLE ON PAYCAL.DAT - "
                           "NOTHING CLOSED"
                   STOP RUN
               END-IF
           ELSE
               PERFORM 080-TEST-ONE-OPEN-CYCLE
                   VARYING WS-CYCLE-SCAN FROM 1 BY 1
                   UNTIL WS-CYCLE-SCAN > WS-CYCLE-COUNT
               IF WS-CYCLE-MATCH-SUB = ZERO
                   DISPLAY "CYCCLOSE: NO POSTED CYCLE IS OPEN ON "
                           "PAYCAL.DAT - NOTHING CLOSED"
                   STOP RUN
               END-IF
               MOVE WS-PCAL-DATE (WS-CYCLE-MATCH-SUB)
                 TO WS-CYCLE-DATE
           END-IF

           IF WS-PCAL-CLOSED-FLAG (WS-CYCLE-MATCH-SUB) = "C"
               DISPLAY "CYCCLOSE: CYCLE " WS-CYCLE-DATE
                       " ALREADY CLOSED ON "
                       WS-PCAL-CLOSED-DATE (WS-CYCLE-MATCH-SUB)
                       " - NOTHING CLOSED"
               STOP RUN
           END-IF.

       075-MATCH-ONE-CYCLE.
           IF WS-PCAL-DATE (WS-CYCLE-SCAN) = WS-CYCLE-DATE
            AND (WS-PCAL-TYPE (WS-CYCLE-SCAN) = "M"
                 OR WS-PCAL-TYPE (WS-CYCLE-SCAN) = "B")
            AND WS-CYCLE-MATCH-SUB = ZERO
               MOVE WS-CYCLE-SCAN TO WS-CYCLE-MATCH-SUB
           END-IF.

       080-TEST-ONE-OPEN-CYCLE.
           IF (WS-PCAL-TYPE (WS-CYCLE-SCAN) = "M"
               OR WS-PCAL-TYPE (WS-CYCLE-SCAN) = "B")
            AND WS-PCAL-FLAG (WS-CYCLE-SCAN) = "P"
            AND WS-PCAL-CLOSED-FLAG (WS-CYCLE-SCAN) NOT = "C"
               IF WS-CYCLE-MATCH-SUB = ZERO
                   MOVE WS-CYCLE-SCAN TO WS-CYCLE-MATCH-SUB
               ELSE
                   IF WS-PCAL-DATE (WS-CYCLE-SCAN)
                    < WS-PCAL-DATE (WS-CYCLE-MATCH-SUB)
                       MOVE WS-CYCLE-SCAN TO WS-CYCLE-MATCH-SUB
                   END-IF
               END-IF
           END-IF.

      ***********************************************************
      * RELEASE ONE SORT RECORD PER CYCTOT.DAT ROW FOR THE CYCLE,
      * TAGGED WITH ITS STEP, AND NOTE WHICH STEPS HAVE RECORDED
      * TOTALS AT ALL.
      ***********************************************************
       200-SELECT-CYCLE-TOTALS.
           OPEN INPUT CYCLE-TOTALS-FILE

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ CYCLE-TOTALS-FILE
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  IF CTR-CYCLE-DATE = WS-CYCLE-DATE
                      PERFORM 250-RELEASE-ONE-TOTAL
                  END-IF
             END-READ
           END-PERFORM

           CLOSE CYCLE-TOTALS-FILE
           MOVE "YES" TO WS-MORE-DATA.

       250-RELEASE-ONE-TOTAL.
           EVALUATE TRUE
               WHEN CTR-PAYREG-STEP
                   MOVE 1 TO SR-STEP-SUB
               WHEN CTR-YTDUPDT-STEP
                   MOVE 2 TO SR-STEP-SUB
               WHEN CTR-GLEXTR-STEP
                   MOVE 3 TO SR-STEP-SUB
               WHEN OTHER
                   MOVE 0 TO SR-STEP-SUB
           END-EVALUATE

           IF SR-STEP-SUB > ZERO
               MOVE "Y"               TO WS-STEP-RECORDED (SR-STEP-SUB)
               MOVE CTR-TERRITORY-NUM TO SR-TERRITORY-NUM
               MOVE CTR-OFFICE-NUM    TO SR-OFFICE-NUM
               MOVE CTR-HEADCOUNT     TO SR-HEADCOUNT
               MOVE CTR-REGULAR-GROSS TO SR-REGULAR-GROSS
               MOVE CTR-HOURLY-GROSS  TO SR-HOURLY-GROSS
               MOVE CTR-LEAVE-SKIPPED TO SR-LEAVE-SKIPPED
               RELEASE SORT-RECORD
           END-IF.

      ***********************************************************
      * READ THE SORTED TOTALS IN TERRITORY/OFFICE SEQUENCE AND
      * PRINT EACH OFFICE'S THREE STEPS SIDE BY SIDE, WITH
      * TERRITORY TOTALS AT EACH TERRITORY BREAK AND THE CYCLE
      * TOTALS AT THE END.
      ***********************************************************
       300-PRODUCE-BALANCE-REPORT.
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

           PERFORM 650-WRITE-CYCLE-TOTALS.

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

           ADD SR-HEADCOUNT     TO WS-ST-HEADCOUNT (1, SR-STEP-SUB)
           ADD SR-REGULAR-GROSS TO WS-ST-REGULAR-GROSS (1, SR-STEP-SUB)
           ADD SR-HOURLY-GROSS  TO WS-ST-HOURLY-GROSS (1, SR-STEP-SUB)
           ADD SR-LEAVE-SKIPPED TO WS-ST-LEAVE-SKIPPED (1, SR-STEP-SUB).

      ***********************************************************
      * ONE OFFICE: ROLL ITS FIGURES INTO THE TERRITORY, PRINT
      * THE THREE STEPS AND COUNT IT OUT OF BALANCE WHEN THEY
      * DISAGREE.  A STEP WITH NO ROW FOR THE OFFICE COUNTS AS
      * ZERO.
      ***********************************************************
       500-WRITE-OFFICE-BREAK.
           MOVE 1 TO WS-LEVEL-SUB
           MOVE 2 TO WS-NEXT-LEVEL-SUB
           PERFORM 510-ROLL-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 3

           MOVE SPACES                 TO WS-BLOCK-LABEL
           MOVE WS-PRIOR-TERRITORY-NUM TO WS-BLOCK-LABEL (1:2)
           MOVE "/"                    TO WS-BLOCK-LABEL (3:1)
           MOVE WS-PRIOR-OFFICE-NUM    TO WS-BLOCK-LABEL (4:2)
           PERFORM 550-PRINT-BALANCE-BLOCK

           ADD 1 TO WS-OFFICES-CHECKED
           IF NOT WS-BLOCK-AGREES
               ADD 1 TO WS-OFFICES-OUT
           END-IF

           PERFORM 520-ZERO-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 3.

       510-ROLL-ONE-STEP.
           ADD WS-ST-HEADCOUNT (WS-LEVEL-SUB, WS-STEP-SUB)
             TO WS-ST-HEADCOUNT (WS-NEXT-LEVEL-SUB, WS-STEP-SUB)
           ADD WS-ST-REGULAR-GROSS (WS-LEVEL-SUB, WS-STEP-SUB)
             TO WS-ST-REGULAR-GROSS (WS-NEXT-LEVEL-SUB, WS-STEP-SUB)
           ADD WS-ST-HOURLY-GROSS (WS-LEVEL-SUB, WS-STEP-SUB)
             TO WS-ST-HOURLY-GROSS (WS-NEXT-LEVEL-SUB, WS-STEP-SUB)
           ADD WS-ST-LEAVE-SKIPPED (WS-LEVEL-SUB, WS-STEP-SUB)
             TO WS-ST-LEAVE-SKIPPED (WS-NEXT-LEVEL-SUB, WS-STEP-SUB).

       520-ZERO-ONE-STEP.
           MOVE ZERO TO WS-ST-HEADCOUNT (WS-LEVEL-SUB, WS-STEP-SUB)
                        WS-ST-REGULAR-GROSS (WS-LEVEL-SUB, WS-STEP-SUB)
                        WS-ST-HOURLY-GROSS (WS-LEVEL-SUB, WS-STEP-SUB)
                        WS-ST-LEAVE-SKIPPED (WS-LEVEL-SUB, WS-STEP-SUB).

      ***********************************************************
      * PRINT ONE LEVEL'S THREE STEP LINES UNDER WS-BLOCK-LABEL.
      * THE BLOCK AGREES WHEN YTDUPDT AND GLEXTR EACH MATCH
      * PAYREG ON ALL FOUR FIGURES; OTHERWISE EVERY LINE OF IT
      * IS FLAGGED.  ON THE CYCLE TOTALS A STEP THAT RECORDED
      * NOTHING FOR THE CYCLE IS FLAGGED AS SUCH.
      ***********************************************************
       550-PRINT-BALANCE-BLOCK.
           MOVE "Y" TO WS-BLOCK-AGREES-SW
           PERFORM 560-COMPARE-ONE-STEP
               VARYING WS-STEP-SUB FROM 2 BY 1
               UNTIL WS-STEP-SUB > 3

           PERFORM 570-PRINT-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 3

           PERFORM 700-PAGE-CHECK
           WRITE BALANCE-REPORT-LINE FROM WS-RPT-BLANK-LINE.

       560-COMPARE-ONE-STEP.
           IF WS-ST-HEADCOUNT (WS-LEVEL-SUB, WS-STEP-SUB)
                          NOT = WS-ST-HEADCOUNT (WS-LEVEL-SUB, 1)
            OR WS-ST-REGULAR-GROSS (WS-LEVEL-SUB, WS-STEP-SUB)
                          NOT = WS-ST-REGULAR-GROSS (WS-LEVEL-SUB, 1)
            OR WS-ST-HOURLY-GROSS (WS-LEVEL-SUB, WS-STEP-SUB)
                          NOT = WS-ST-HOURLY-GROSS (WS-LEVEL-SUB, 1)
            OR WS-ST-LEAVE-SKIPPED (WS-LEVEL-SUB, WS-STEP-SUB)
                          NOT = WS-ST-LEAVE-SKIPPED (WS-LEVEL-SUB, 1)
               MOVE "N" TO WS-BLOCK-AGREES-SW
           END-IF.

       570-PRINT-ONE-STEP.
           MOVE SPACES TO WS-BALANCE-LINE
           IF WS-STEP-SUB = 1
               MOVE WS-BLOCK-LABEL TO WS-BL-LABEL
           END-IF
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-BL-STEP
           MOVE WS-ST-HEADCOUNT (WS-LEVEL-SUB, WS-STEP-SUB)
             TO WS-BL-HEADCOUNT
           MOVE WS-ST-REGULAR-GROSS (WS-LEVEL-SUB, WS-STEP-SUB)
             TO WS-BL-REGULAR-GROSS
           MOVE WS-ST-HOURLY-GROSS (WS-LEVEL-SUB, WS-STEP-SUB)
             TO WS-BL-HOURLY-GROSS
           MOVE WS-ST-LEAVE-SKIPPED (WS-LEVEL-SUB, WS-STEP-SUB)
             TO WS-BL-LEAVE-SKIPPED

           IF WS-LEVEL-SUB = 3
            AND WS-STEP-RECORDED (WS-STEP-SUB) NOT = "Y"
               MOVE "NOT RECORDED" TO WS-BL-FLAG
           ELSE
               IF NOT WS-BLOCK-AGREES
                   MOVE "*OUT OF BAL" TO WS-BL-FLAG
               END-IF
           END-IF

           PERFORM 700-PAGE-CHECK
           WRITE BALANCE-REPORT-LINE FROM WS-BALANCE-LINE.

      ***********************************************************
      * ONE TERRITORY: ROLL ITS FIGURES INTO THE CYCLE TOTALS AND
      * PRINT THE THREE STEPS.
      ***********************************************************
       600-WRITE-TERRITORY-BREAK.
           MOVE 2 TO WS-LEVEL-SUB
           MOVE 3 TO WS-NEXT-LEVEL-SUB
           PERFORM 510-ROLL-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 3

           MOVE SPACES                 TO WS-BLOCK-LABEL
           MOVE WS-PRIOR-TERRITORY-NUM TO WS-BLOCK-LABEL (1:2)
           MOVE "TOTAL"                TO WS-BLOCK-LABEL (4:5)
           PERFORM 550-PRINT-BALANCE-BLOCK

           PERFORM 520-ZERO-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 3.

      ***********************************************************
      * THE CYCLE TOTALS, PRINTED EVEN WHEN NO STEP RECORDED
      * ANYTHING, SO THE MISSING STEPS SHOW ON THE REPORT.
      ***********************************************************
       650-WRITE-CYCLE-TOTALS.
           MOVE 3       TO WS-LEVEL-SUB
           MOVE "CYCLE" TO WS-BLOCK-LABEL
           PERFORM 550-PRINT-BALANCE-BLOCK
           MOVE WS-BLOCK-AGREES-SW TO WS-CYCLE-AGREES-SW.

      ***********************************************************
      * THE SHARED PAGE-CONTROL LOGIC, PERFORMED BEFORE EVERY
      * LINE WRITTEN TO CYCCLOSE.DAT.
      ***********************************************************
       700-PAGE-CHECK.
           COPY RPTFMT REPLACING ==PRINT-REC==
                              BY ==BALANCE-REPORT-LINE==.

      ***********************************************************
      * DECIDE WHETHER THE CYCLE CLOSES AND SAY WHY ON THE
      * REPORT: IT MUST BE POSTED, ALL THREE STEPS MUST HAVE
      * RECORDED TOTALS, AND EVERY OFFICE AND THE CYCLE TOTALS
      * MUST AGREE.
      ***********************************************************
       800-DECIDE-CYCLE-CLOSE.
           MOVE ZERO TO WS-STEPS-MISSING
           PERFORM 810-COUNT-ONE-MISSING-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 3

           MOVE "N" TO WS-CYCLE-BALANCED-SW
           EVALUATE TRUE
               WHEN WS-PCAL-FLAG (WS-CYCLE-MATCH-SUB) NOT = "P"
                   MOVE "NOT CLOSED - NOT YET POSTED BY YTDUPDT"
                     TO WS-CR-RESULT
               WHEN WS-STEPS-MISSING > ZERO
                   MOVE "NOT CLOSED - A STEP HAS RECORDED NO TOTALS"
                     TO WS-CR-RESULT
               WHEN WS-OFFICES-OUT > ZERO
                OR NOT WS-CYCLE-AGREES
                   MOVE "NOT CLOSED - STEPS OUT OF BALANCE"
                     TO WS-CR-RESULT
               WHEN OTHER
                   MOVE "Y" TO WS-CYCLE-BALANCED-SW
                   MOVE "BALANCED - CLOSED ON PAYCAL.DAT"
                     TO WS-CR-RESULT
           END-EVALUATE

           MOVE WS-OFFICES-CHECKED TO WS-CC-OFFICES-CHECKED
           MOVE WS-OFFICES-OUT     TO WS-CC-OFFICES-OUT
           MOVE WS-CYCLE-DATE      TO WS-CR-CYCLE-DATE

           PERFORM 700-PAGE-CHECK
           WRITE BALANCE-REPORT-LINE FROM WS-CLOSE-COUNT-LINE
           PERFORM 700-PAGE-CHECK
           WRITE BALANCE-REPORT-LINE FROM WS-CLOSE-RESULT-LINE
           PERFORM 700-PAGE-CHECK
           WRITE BALANCE-REPORT-LINE FROM WS-RPT-END-LINE.

       810-COUNT-ONE-MISSING-STEP.
           IF WS-STEP-RECORDED (WS-STEP-SUB) NOT = "Y"
               ADD 1 TO WS-STEPS-MISSING
           END-IF.

      ***********************************************************
      * MARK THE CYCLE CLOSED, STAMPED WITH THE RUN DATE, BY
      * REWRITING PAYCAL.DAT FROM THE TABLE THROUGH PAYCAL.TMP
      * AND SWAPPING IT IN THE SAME WAY YTDUPDT STAMPS A POSTING.
      ***********************************************************
       900-CLOSE-PAY-CYCLE.
           MOVE "C"         TO WS-PCAL-CLOSED-FLAG (WS-CYCLE-MATCH-SUB)
           MOVE WS-RUN-DATE TO WS-PCAL-CLOSED-DATE (WS-CYCLE-MATCH-SUB)

           OPEN OUTPUT CALENDAR-REWRITE

           PERFORM 950-WRITE-ONE-CALENDAR-ENTRY
               VARYING WS-CYCLE-SCAN FROM 1 BY 1
               UNTIL WS-CYCLE-SCAN > WS-CYCLE-COUNT

           CLOSE CALENDAR-REWRITE

           CALL "CBL_DELETE_FILE" USING WS-CAL-OLD-NAME
               RETURNING WS-CAL-RENAME-STATUS
           END-CALL

           CALL "CBL_RENAME_FILE" USING WS-CAL-NEW-NAME
                                        WS-CAL-OLD-NAME
               RETURNING WS-CAL-RENAME-STATUS
           END-CALL

           IF WS-CAL-RENAME-STATUS NOT = ZERO
               DISPLAY "CYCCLOSE: PAYCAL.DAT COULD NOT BE "
                       "RESTAMPED - MARK CYCLE " WS-CYCLE-DATE
                       " CLOSED BY HAND"
           END-IF.

       950-WRITE-ONE-CALENDAR-ENTRY.
           MOVE SPACES                        TO PAY-CALENDAR-RECORD
           MOVE WS-PCAL-DATE (WS-CYCLE-SCAN)  TO PCAL-CYCLE-DATE
           MOVE WS-PCAL-TYPE (WS-CYCLE-SCAN)  TO PCAL-CYCLE-TYPE
           MOVE WS-PCAL-FLAG (WS-CYCLE-SCAN)  TO PCAL-POSTED-FLAG
           MOVE WS-PCAL-POSTED-DATE (WS-CYCLE-SCAN)
             TO PCAL-POSTED-DATE
           MOVE WS-PCAL-CLOSED-FLAG (WS-CYCLE-SCAN)
             TO PCAL-CLOSED-FLAG
           MOVE WS-PCAL-CLOSED-DATE (WS-CYCLE-SCAN)
             TO PCAL-CLOSED-DATE

           WRITE CALENDAR-REWRITE-REC FROM PAY-CALENDAR-RECORD.
