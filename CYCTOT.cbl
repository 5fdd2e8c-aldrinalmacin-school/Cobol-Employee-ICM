      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: CALLED SUBPROGRAM THAT RECORDS ONE PAY-CYCLE
      *          STEP'S TOTALS BY TERRITORY/OFFICE ON CYCTOT.DAT.
      *          PAYREG, YTDUPDT AND GLEXTR EACH BUILD A CYCTOTW.CPY
      *          TABLE (HEADCOUNT PAID, REGULAR GROSS, HOURLY GROSS
      *          AND EMPLOYEES SKIPPED FOR LEAVE) AS THEY READ THE
      *          MASTER AND CALL THIS AT THE END OF THE RUN.  THE
      *          FILE IS REWRITTEN THROUGH CYCTOT.TMP AND SWAPPED
      *          IN THE WAY GLEXTR REWRITES GLBATREG.DAT: ANY ROWS
      *          THE SAME STEP RECORDED EARLIER FOR THE SAME CYCLE
      *          ARE REPLACED, NOT DUPLICATED, SO CYCCLOSE ALWAYS
      *          BALANCES THE LAST RUN OF EACH STEP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCTOT.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-TOTALS-FILE
             ASSIGN TO "CYCTOT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOTALS-REWRITE
             ASSIGN TO "CYCTOT.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-TOTALS-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY CYCTOTR.

       FD TOTALS-REWRITE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 TOTALS-REWRITE-REC      PIC X(70).

       WORKING-STORAGE SECTION.
       01 CT-MORE-DATA            PIC X(3)   VALUE "YES".
       01 CT-CENTER-SCAN          PIC 9(4)   COMP VALUE ZERO.
       01 CT-ROWS-REPLACED        PIC 9(5)   COMP VALUE ZERO.
       01 CT-ROWS-WRITTEN         PIC 9(5)   COMP VALUE ZERO.
       01 CT-FILE-NAMES.
           05 CT-OLD-NAME         PIC X(20)  VALUE "CYCTOT.DAT".
           05 CT-NEW-NAME         PIC X(20)  VALUE "CYCTOT.TMP".
       01 CT-RENAME-STATUS        PIC S9(9)  COMP-5 VALUE ZERO.

       LINKAGE SECTION.
           COPY CYCTOTW.
      ***********************************************************
       PROCEDURE DIVISION USING CYCLE-TOTALS-TABLE.
       100-MAIN-MODULE.
           MOVE "YES" TO CT-MORE-DATA
           MOVE ZERO  TO CT-ROWS-REPLACED
                         CT-ROWS-WRITTEN

           OPEN INPUT  CYCLE-TOTALS-FILE
                OUTPUT TOTALS-REWRITE

           PERFORM UNTIL CT-MORE-DATA = "NO"
             READ CYCLE-TOTALS-FILE
               AT END
                  MOVE "NO" TO CT-MORE-DATA
               NOT AT END
                  IF CTR-CYCLE-DATE = CTT-CYCLE-DATE
                   AND CTR-STEP-ID = CTT-STEP-ID
                      ADD 1 TO CT-ROWS-REPLACED
                  ELSE
                      WRITE TOTALS-REWRITE-REC
                        FROM CYCLE-TOTALS-RECORD
                  END-IF
             END-READ
           END-PERFORM

           IF CTT-CENTER-COUNT = ZERO
               PERFORM 300-WRITE-EMPTY-RUN
           ELSE
               PERFORM 200-WRITE-ONE-CENTER
                   VARYING CT-CENTER-SCAN FROM 1 BY 1
                   UNTIL CT-CENTER-SCAN > CTT-CENTER-COUNT
           END-IF

           CLOSE CYCLE-TOTALS-FILE
                 TOTALS-REWRITE

           CALL "CBL_DELETE_FILE" USING CT-OLD-NAME
               RETURNING CT-RENAME-STATUS
           END-CALL

           CALL "CBL_RENAME_FILE" USING CT-NEW-NAME
                                        CT-OLD-NAME
               RETURNING CT-RENAME-STATUS
           END-CALL

           IF CT-RENAME-STATUS NOT = ZERO
               DISPLAY "CYCTOT: SWAP OF " CT-NEW-NAME
                       " OVER " CT-OLD-NAME " FAILED - "
                       CTT-STEP-ID " TOTALS FOR CYCLE "
                       CTT-CYCLE-DATE " NOT RECORDED"
           ELSE
               IF CT-ROWS-REPLACED > ZERO
                   DISPLAY "CYCTOT: " CTT-STEP-ID " TOTALS FOR "
                           "CYCLE " CTT-CYCLE-DATE
                           " REPLACE THE EARLIER RUN'S"
               END-IF
           END-IF

           GOBACK.

      ***********************************************************
      * ONE TERRITORY/OFFICE ROW FROM THE CALLER'S TABLE.
      ***********************************************************
       200-WRITE-ONE-CENTER.
           MOVE SPACES              TO CYCLE-TOTALS-RECORD
           MOVE CTT-CYCLE-DATE      TO CTR-CYCLE-DATE
           MOVE CTT-STEP-ID         TO CTR-STEP-ID
           MOVE CTT-LOCATION-CODE (CT-CENTER-SCAN)
             TO CTR-LOCATION-CODE
           MOVE CTT-HEADCOUNT (CT-CENTER-SCAN)
             TO CTR-HEADCOUNT
           MOVE CTT-REGULAR-GROSS (CT-CENTER-SCAN)
             TO CTR-REGULAR-GROSS
           MOVE CTT-HOURLY-GROSS (CT-CENTER-SCAN)
             TO CTR-HOURLY-GROSS
           MOVE CTT-LEAVE-SKIPPED (CT-CENTER-SCAN)
             TO CTR-LEAVE-SKIPPED
           MOVE CTT-RUN-DATE        TO CTR-RUN-DATE

           WRITE TOTALS-REWRITE-REC FROM CYCLE-TOTALS-RECORD
           ADD 1 TO CT-ROWS-WRITTEN.

      ***********************************************************
      * A STEP THAT PAID AND SKIPPED NOBODY STILL LEAVES A ROW -
      * BLANK LOCATION, ALL ZERO - SO CYCCLOSE CAN TELL A STEP
      * THAT RAN EMPTY FROM ONE THAT NEVER RAN.
      ***********************************************************
       300-WRITE-EMPTY-RUN.
           MOVE SPACES              TO CYCLE-TOTALS-RECORD
           MOVE CTT-CYCLE-DATE      TO CTR-CYCLE-DATE
           MOVE CTT-STEP-ID         TO CTR-STEP-ID
           MOVE ZERO                TO CTR-HEADCOUNT
                                       CTR-REGULAR-GROSS
                                       CTR-HOURLY-GROSS
                                       CTR-LEAVE-SKIPPED
           MOVE CTT-RUN-DATE        TO CTR-RUN-DATE

           WRITE TOTALS-REWRITE-REC FROM CYCLE-TOTALS-RECORD
           ADD 1 TO CT-ROWS-WRITTEN.
