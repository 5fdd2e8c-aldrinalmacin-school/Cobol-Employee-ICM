      * NAME:   ALDRIN JEROME ALMACIN
      * DATE:   2026-10-15
      * PURPOSE: RETENTION AND ARCHIVE OF THE REGISTERS THAT ARE
      *          OPENED EXTEND OR APPENDED TO AND NEVER TRIMMED -
      *          EMMAUDIT.DAT, JCMAUDIT.DAT, A1RUNHST.DAT,
      *          RUNLOG.DAT, GLBATREG.DAT, PAYCAL.DAT AND THE LIKE.
      *          THE RETNCTL.DAT CONTROL FILE NAMES EACH REGISTER,
      *          ITS RETENTION PERIOD IN MONTHS AND ANY PROTECTION
      *          RULE.  EVERY REGISTER HERE CARRIES ITS RUN OR CYCLE
      *          DATE (YYYYMMDD) IN BYTES 1-8, SO ONE PASS SERVES
      *          THEM ALL: A RECORD DATED BEFORE THE FIRST OF THE
      *          MONTH THE PERIOD REACHES BACK TO IS APPENDED TO THE
      *          YEAR-STAMPED ARCHIVE FOR ITS OWN YEAR (EMMAUDIT.DAT
      *          RECORDS OF 2019 GO TO EMMAUDIT.A2019), AND THE REST
      *          ARE REWRITTEN THROUGH REGARCH.TMP AND SWAPPED IN AS
      *          THE LIVE FILE.  A RECORD WITH NO NUMERIC DATE IS
      *          NEVER MOVED, AND THE PROTECTION RULES KEEP A
      *          GLBATREG.DAT BATCH STILL AT STATUS T, A PAYCAL.DAT
      *          CYCLE STILL UNPOSTED (OR A REGULAR CYCLE POSTED
      *          BUT NOT YET CLOSED), AND THE CYCTOT.DAT TOTALS OF
      *          ANY CYCLE NOT YET CLOSED, WHATEVER THEIR AGE.  THE
      *          RECORDS MOVED AND KEPT MUST ADD BACK TO THE COUNT
      *          READ OR THE LIVE FILE IS LEFT AS IS; EITHER WAY THE
      *          COUNTS, PER REGISTER AND PER ARCHIVE FILE, ARE
      *          APPENDED TO THE ARCHIDX.DAT ARCHIVE INDEX.  EMMRPT
      *          AND TRENDRPT CAN BE POINTED AT AN ARCHIVED YEAR.
      *          RUN OUTSIDE THE NIGHTLY STREAM, WHEN NOTHING ELSE
      *          HAS THE REGISTERS OPEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGARCH.
      ***********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETENTION-CONTROL
             ASSIGN TO "RETNCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-CALENDAR
             ASSIGN TO "PAYCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-IN
             ASSIGN TO WS-REGISTER-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REGISTER-KEEP
             ASSIGN TO WS-KEEP-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-OUT
             ASSIGN TO WS-ARCHIVE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-INDEX
             ASSIGN TO "ARCHIDX.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      ***********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-CONTROL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 RETENTION-CONTROL-IN.
        05 RTC-REGISTER-NAME   PIC X(12).
        05                     PIC X(1).
        05 RTC-RETAIN-MONTHS   PIC X(3).
        05 RTC-RETAIN-MONTHS-N REDEFINES RTC-RETAIN-MONTHS
                               PIC 9(3).
        05                     PIC X(1).
        05 RTC-PROTECT-RULE    PIC X(1).
           88 RTC-RULE-VALID             VALUE SPACE "G" "P" "C".

       FD PAY-CALENDAR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 32 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY PAYCALR.

      ***********************************************************
      * ANY REGISTER, READ AS A 200-BYTE LINE THE WAY A1TRUNC
      * READS THE FILES IT TRUNCATES.  THE DATE IS BYTES 1-8 OF
      * EVERY REGISTER; THE REDEFINITIONS GIVE THE PROTECTION
      * RULES THE GLBATRG.CPY AND PAYCALR.CPY FIELDS THEY TEST.
      ***********************************************************
       FD REGISTER-IN
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 200 CHARACTERS.
       01 REGISTER-IN-REC.
        05 RGI-RECORD-DATE     PIC X(8).
        05 RGI-RECORD-YEAR REDEFINES RGI-RECORD-DATE.
           10 RGI-YEAR           PIC X(4).
           10                    PIC X(4).
        05                     PIC X(192).
       01 RGI-GL-BATCH-VIEW.
        05                     PIC X(31).
        05 RGI-GBR-STATUS      PIC X(1).
           88 RGI-GBR-TRANSMITTED        VALUE "T".
        05                     PIC X(168).
       01 RGI-PAY-CALENDAR-VIEW.
        05                     PIC X(9).
        05 RGI-PCAL-CYCLE-TYPE PIC X(1).
           88 RGI-PCAL-OFF-CYCLE         VALUE "O".
        05                     PIC X(1).
        05 RGI-PCAL-POSTED-FLAG PIC X(1).
           88 RGI-PCAL-POSTED            VALUE "P".
        05                     PIC X(10).
        05 RGI-PCAL-CLOSED-FLAG PIC X(1).
           88 RGI-PCAL-CLOSED            VALUE "C".
        05                     PIC X(177).

       FD REGISTER-KEEP
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 200 CHARACTERS.
       01 REGISTER-KEEP-REC       PIC X(200).

       FD ARCHIVE-OUT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 200 CHARACTERS.
       01 ARCHIVE-OUT-REC         PIC X(200).

       FD ARCHIVE-INDEX
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
       01 ARCHIVE-INDEX-OUT.
        05 AIX-RUN-DATE        PIC X(8).
        05                     PIC X(1).
        05 AIX-REGISTER-NAME   PIC X(12).
        05                     PIC X(1).
        05 AIX-LINE-TYPE       PIC X(1).
           88 AIX-REGISTER-LINE          VALUE "R".
           88 AIX-ARCHIVE-LINE           VALUE "A".
        05                     PIC X(1).
        05 AIX-DETAIL          PIC X(56).
        05 AIX-REGISTER-DETAIL REDEFINES AIX-DETAIL.
           10 AIX-CUTOFF-DATE    PIC X(8).
           10                    PIC X(1).
           10 AIX-START-COUNT    PIC 9(7).
           10                    PIC X(1).
           10 AIX-MOVED-COUNT    PIC 9(7).
           10                    PIC X(1).
           10 AIX-KEPT-COUNT     PIC 9(7).
           10                    PIC X(1).
           10 AIX-PROTECTED-COUNT PIC 9(7).
           10                    PIC X(1).
           10 AIX-RESULT         PIC X(15).
        05 AIX-ARCHIVE-DETAIL REDEFINES AIX-DETAIL.
           10 AIX-ARCHIVE-NAME   PIC X(20).
           10                    PIC X(1).
           10 AIX-ARCHIVE-COUNT  PIC 9(7).
           10                    PIC X(28).

       WORKING-STORAGE SECTION.
       01 WS-MORE-DATA            PIC X(3)   VALUE "YES".
       01 WS-MORE-REGISTER        PIC X(3)   VALUE "YES".
       01 WS-RUN-DATE             PIC X(8)   VALUE SPACES.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MONTH        PIC 9(2).
           05                     PIC X(2).
       01 WS-REGISTER-STATUS      PIC XX.
           88 WS-REGISTER-OPEN-OK            VALUE "00".
       01 WS-FILE-NAMES.
           05 WS-REGISTER-NAME    PIC X(20)  VALUE SPACES.
           05 WS-KEEP-NAME        PIC X(20)  VALUE "REGARCH.TMP".
           05 WS-ARCHIVE-NAME     PIC X(20)  VALUE SPACES.
       01 WS-RENAME-STATUS        PIC S9(9)  COMP-5 VALUE ZERO.

       01 WS-CONTROL-TABLE.
           05 WS-CONTROL-COUNT    PIC 9(4)   COMP VALUE ZERO.
           05 WS-CONTROL-ENTRY OCCURS 1 TO 50 TIMES
                               DEPENDING ON WS-CONTROL-COUNT
                               INDEXED BY WS-CTL-IDX.
               10 WS-CTL-REGISTER-NAME PIC X(12).
               10 WS-CTL-RETAIN-MONTHS PIC 9(3).
               10 WS-CTL-PROTECT-RULE  PIC X(1).
                   88 WS-CTL-PROTECT-GL-BATCH    VALUE "G".
                   88 WS-CTL-PROTECT-CALENDAR    VALUE "P".
                   88 WS-CTL-PROTECT-CYCLE-TOTALS VALUE "C".
       01 WS-CONTROL-SCAN         PIC 9(4)   COMP VALUE ZERO.
       01 WS-CONTROL-FOUND-SW     PIC X(1)   VALUE "N".
           88 WS-CONTROL-FOUND               VALUE "Y".

       01 WS-OPEN-CYCLE-TABLE.
           05 WS-OPEN-CYCLE-COUNT PIC 9(4)   COMP VALUE ZERO.
           05 WS-OPEN-CYCLE-ENTRY OCCURS 1 TO 500 TIMES
                                  DEPENDING ON WS-OPEN-CYCLE-COUNT
                                  INDEXED BY WS-OCY-IDX.
               10 WS-OCY-CYCLE-DATE  PIC X(8).
       01 WS-OPEN-CYCLES-SKIPPED  PIC 9(4)   COMP VALUE ZERO.

       01 WS-YEAR-TABLE.
           05 WS-YEAR-COUNT       PIC 9(4)   COMP VALUE ZERO.
           05 WS-YEAR-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-YEAR-COUNT
                            INDEXED BY WS-YR-IDX.
               10 WS-YR-ARCHIVE-NAME PIC X(20).
               10 WS-YR-MOVED        PIC 9(7)  COMP.
       01 WS-YEAR-SCAN            PIC 9(4)   COMP VALUE ZERO.
       01 WS-YEAR-FOUND-SW        PIC X(1)   VALUE "N".
           88 WS-YEAR-FOUND                  VALUE "Y".

       01 WS-ARCHIVE-CONTROLS.
           05 WS-ARCHIVE-OPEN-SW  PIC X(1)   VALUE "N".
               88 WS-ARCHIVE-OPEN            VALUE "Y".
           05 WS-OPEN-ARCHIVE-YEAR PIC X(4)  VALUE SPACES.
           05 WS-STEM-LENGTH      PIC 9(2)   COMP VALUE ZERO.
       01 WS-CUTOFF-WORK.
           05 WS-MONTH-NUMBER     PIC 9(7)   COMP VALUE ZERO.
           05 WS-CUTOFF-YEAR      PIC 9(4)   VALUE ZERO.
           05 WS-CUTOFF-MONTH-0   PIC 9(2)   VALUE ZERO.
       01 WS-CUTOFF-DATE.
           05 WS-CD-YEAR          PIC 9(4).
           05 WS-CD-MONTH         PIC 9(2).
           05 WS-CD-DAY           PIC 9(2)   VALUE 01.
       01 WS-DISPOSITION-SW       PIC X(1)   VALUE "K".
           88 WS-RECORD-TO-MOVE              VALUE "M".
           88 WS-RECORD-TO-KEEP              VALUE "K".
           88 WS-RECORD-PROTECTED            VALUE "P".
       01 WS-REGISTER-COUNTS.
           05 WS-START-COUNT      PIC 9(7)   COMP VALUE ZERO.
           05 WS-MOVED-COUNT      PIC 9(7)   COMP VALUE ZERO.
           05 WS-KEPT-COUNT       PIC 9(7)   COMP VALUE ZERO.
           05 WS-PROTECTED-COUNT  PIC 9(7)   COMP VALUE ZERO.
       01 WS-RESULT               PIC X(15)  VALUE SPACES.
       01 WS-RUN-TOTALS.
           05 WS-REGISTERS-DONE   PIC 9(4)   COMP VALUE ZERO.
           05 WS-REGISTERS-FAILED PIC 9(4)   COMP VALUE ZERO.
           05 WS-TOTAL-MOVED      PIC 9(9)   COMP VALUE ZERO.
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 050-LOAD-CONTROL-TABLE
           PERFORM 060-LOAD-OPEN-CYCLES

           IF WS-OPEN-CYCLES-SKIPPED > ZERO
               DISPLAY "REGARCH: " WS-OPEN-CYCLES-SKIPPED
                       " OPEN PAYCAL.DAT CYCLE(S) DID NOT FIT THE "
                       "TABLE - NOTHING ARCHIVED"
               STOP RUN
           END-IF

           OPEN EXTEND ARCHIVE-INDEX

           PERFORM 200-ARCHIVE-ONE-REGISTER
               VARYING WS-CONTROL-SCAN FROM 1 BY 1
               UNTIL WS-CONTROL-SCAN > WS-CONTROL-COUNT

           CLOSE ARCHIVE-INDEX

           DISPLAY "REGARCH: " WS-REGISTERS-DONE
                   " REGISTERS PROCESSED, " WS-TOTAL-MOVED
                   " RECORDS ARCHIVED, " WS-REGISTERS-FAILED
                   " LEFT AS IS - SEE ARCHIDX.DAT"
           STOP RUN.

      ***********************************************************
      * LOAD RETNCTL.DAT: REGISTER FILE NAME (BYTES 1-12),
      * RETENTION PERIOD IN WHOLE MONTHS (14-16) AND PROTECTION
      * RULE (18) - G FOR GLBATREG.DAT, P FOR PAYCAL.DAT, C FOR
      * CYCTOT.DAT, BLANK FOR A PLAIN REGISTER.  A ROW WITH A
      * BLANK NAME, A PERIOD UNDER ONE MONTH OR AN UNKNOWN RULE
      * IS SKIPPED WITH A MESSAGE, AND SO IS A SECOND ROW FOR THE
      * SAME REGISTER.  NO USABLE ROW AT ALL REFUSES THE RUN.
      ***********************************************************
       050-LOAD-CONTROL-TABLE.
           OPEN INPUT RETENTION-CONTROL

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ RETENTION-CONTROL
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  PERFORM 055-APPLY-CONTROL-ROW
             END-READ
           END-PERFORM

           CLOSE RETENTION-CONTROL
           MOVE "YES" TO WS-MORE-DATA

           IF WS-CONTROL-COUNT = ZERO
               DISPLAY "REGARCH: RETNCTL.DAT MISSING OR EMPTY - "
                       "NOTHING ARCHIVED"
               STOP RUN
           END-IF.

       055-APPLY-CONTROL-ROW.
           IF RTC-REGISTER-NAME = SPACES
            OR RTC-RETAIN-MONTHS NOT NUMERIC
            OR RTC-RETAIN-MONTHS-N < 1
            OR NOT RTC-RULE-VALID
               DISPLAY "RETNCTL.DAT ENTRY SKIPPED: "
                       RETENTION-CONTROL-IN
           ELSE
               PERFORM 058-FIND-CONTROL-ROW
               IF WS-CONTROL-FOUND
                   DISPLAY "RETNCTL.DAT DUPLICATE SKIPPED: "
                           RETENTION-CONTROL-IN
               ELSE
                   IF WS-CONTROL-COUNT < 50
                       ADD 1 TO WS-CONTROL-COUNT
                       MOVE RTC-REGISTER-NAME
                         TO WS-CTL-REGISTER-NAME (WS-CONTROL-COUNT)
                       MOVE RTC-RETAIN-MONTHS-N
                         TO WS-CTL-RETAIN-MONTHS (WS-CONTROL-COUNT)
                       MOVE RTC-PROTECT-RULE
                         TO WS-CTL-PROTECT-RULE (WS-CONTROL-COUNT)
                   ELSE
                       DISPLAY "RETNCTL.DAT OVER 50 REGISTERS - "
                               "SKIPPING " RTC-REGISTER-NAME
                   END-IF
               END-IF
           END-IF.

      ***********************************************************
      * SEARCH THE CONTROL TABLE FOR RTC-REGISTER-NAME.
      ***********************************************************
       058-FIND-CONTROL-ROW.
           MOVE "N" TO WS-CONTROL-FOUND-SW

           IF WS-CONTROL-COUNT > ZERO
               SET WS-CTL-IDX TO 1
               SEARCH WS-CONTROL-ENTRY
                 AT END
                     MOVE "N" TO WS-CONTROL-FOUND-SW
                 WHEN WS-CTL-REGISTER-NAME (WS-CTL-IDX)
                                         = RTC-REGISTER-NAME
                     MOVE "Y" TO WS-CONTROL-FOUND-SW
               END-SEARCH
           END-IF.

      ***********************************************************
      * NOTE EVERY REGULAR PAYCAL.DAT CYCLE NOT YET CLOSED.
      * CYCCLOSE STILL NEEDS THAT CYCLE'S CYCTOT.DAT TOTALS, SO
      * THE C RULE KEEPS THEM REGARDLESS OF AGE.
      ***********************************************************
       060-LOAD-OPEN-CYCLES.
           OPEN INPUT PAY-CALENDAR

           PERFORM UNTIL WS-MORE-DATA = "NO"
             READ PAY-CALENDAR
               AT END
                  MOVE "NO" TO WS-MORE-DATA
               NOT AT END
                  IF NOT PCAL-OFF-CYCLE
                   AND NOT PCAL-CYCLE-CLOSED
                      IF WS-OPEN-CYCLE-COUNT < 500
                          ADD 1 TO WS-OPEN-CYCLE-COUNT
                          MOVE PCAL-CYCLE-DATE TO
                               WS-OCY-CYCLE-DATE (WS-OPEN-CYCLE-COUNT)
                      ELSE
                          ADD 1 TO WS-OPEN-CYCLES-SKIPPED
                      END-IF
                  END-IF
             END-READ
           END-PERFORM

           CLOSE PAY-CALENDAR
           MOVE "YES" TO WS-MORE-DATA.

      ***********************************************************
      * ARCHIVE ONE REGISTER.  THE CUTOFF IS THE FIRST OF THE
      * MONTH THE RETENTION PERIOD REACHES BACK TO FROM THE RUN
      * MONTH, SO A MONTH IS NEVER SPLIT BETWEEN THE LIVE FILE
      * AND ITS ARCHIVE.  A REGISTER THAT CANNOT BE OPENED IS
      * INDEXED AS NOT FOUND AND LEFT ALONE.
      ***********************************************************
       200-ARCHIVE-ONE-REGISTER.
           SET WS-CTL-IDX TO WS-CONTROL-SCAN
           MOVE SPACES TO WS-REGISTER-NAME
           MOVE WS-CTL-REGISTER-NAME (WS-CTL-IDX) TO WS-REGISTER-NAME
           MOVE ZERO   TO WS-START-COUNT
                          WS-MOVED-COUNT
                          WS-KEPT-COUNT
                          WS-PROTECTED-COUNT
                          WS-YEAR-COUNT
           MOVE "N"    TO WS-ARCHIVE-OPEN-SW
           MOVE SPACES TO WS-OPEN-ARCHIVE-YEAR
           MOVE "YES"  TO WS-MORE-REGISTER

           COMPUTE WS-MONTH-NUMBER =
                   (WS-RUN-YEAR * 12) + WS-RUN-MONTH - 1
                 - WS-CTL-RETAIN-MONTHS (WS-CTL-IDX)
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH-0
           MOVE WS-CUTOFF-YEAR TO WS-CD-YEAR
           COMPUTE WS-CD-MONTH = WS-CUTOFF-MONTH-0 + 1

           MOVE ZERO TO WS-STEM-LENGTH
           INSPECT WS-REGISTER-NAME TALLYING WS-STEM-LENGTH
               FOR CHARACTERS BEFORE INITIAL "."
           IF WS-STEM-LENGTH > 12
               MOVE ZERO TO WS-STEM-LENGTH
               INSPECT WS-REGISTER-NAME TALLYING WS-STEM-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF

           OPEN INPUT REGISTER-IN

           IF NOT WS-REGISTER-OPEN-OK
               DISPLAY "REGARCH: " WS-REGISTER-NAME
                       " NOT FOUND OR UNREADABLE, STATUS "
                       WS-REGISTER-STATUS " - SKIPPED"
               MOVE "NOT FOUND"     TO WS-RESULT
               PERFORM 800-WRITE-REGISTER-INDEX
           ELSE
               OPEN OUTPUT REGISTER-KEEP

               PERFORM UNTIL WS-MORE-REGISTER = "NO"
                 READ REGISTER-IN
                   AT END
                      MOVE "NO" TO WS-MORE-REGISTER
                   NOT AT END
                      ADD 1 TO WS-START-COUNT
                      PERFORM 250-DECIDE-DISPOSITION
                      IF WS-RECORD-TO-MOVE
                          PERFORM 300-MOVE-TO-ARCHIVE
                      ELSE
                          WRITE REGISTER-KEEP-REC
                            FROM REGISTER-IN-REC
                          ADD 1 TO WS-KEPT-COUNT
                          IF WS-RECORD-PROTECTED
                              ADD 1 TO WS-PROTECTED-COUNT
                          END-IF
                      END-IF
                 END-READ
               END-PERFORM

               IF WS-ARCHIVE-OPEN
                   CLOSE ARCHIVE-OUT
               END-IF
               CLOSE REGISTER-IN
                     REGISTER-KEEP

               PERFORM 400-BALANCE-AND-SWAP
               PERFORM 800-WRITE-REGISTER-INDEX
               PERFORM 850-WRITE-ARCHIVE-INDEX
                   VARYING WS-YEAR-SCAN FROM 1 BY 1
                   UNTIL WS-YEAR-SCAN > WS-YEAR-COUNT
           END-IF.

      ***********************************************************
      * MOVE A RECORD ONLY WHEN IT HAS A REAL DATE BEFORE THE
      * CUTOFF AND ITS REGISTER'S PROTECTION RULE DOES NOT HOLD
      * IT: A GL BATCH STILL AWAITING ACKNOWLEDGMENT; A CALENDAR
      * CYCLE STILL UNPOSTED, OR A REGULAR ONE POSTED BUT NOT
      * CLOSED; THE CYCLE TOTALS OF A CYCLE NOT YET CLOSED.
      ***********************************************************
       250-DECIDE-DISPOSITION.
           SET WS-RECORD-TO-KEEP TO TRUE

           IF RGI-RECORD-DATE NUMERIC
            AND RGI-RECORD-DATE < WS-CUTOFF-DATE
               SET WS-RECORD-TO-MOVE TO TRUE
               EVALUATE TRUE
                   WHEN WS-CTL-PROTECT-GL-BATCH (WS-CTL-IDX)
                       IF RGI-GBR-TRANSMITTED
                           SET WS-RECORD-PROTECTED TO TRUE
                       END-IF
                   WHEN WS-CTL-PROTECT-CALENDAR (WS-CTL-IDX)
                       IF NOT RGI-PCAL-POSTED
                        OR (NOT RGI-PCAL-OFF-CYCLE
                            AND NOT RGI-PCAL-CLOSED)
                           SET WS-RECORD-PROTECTED TO TRUE
                       END-IF
                   WHEN WS-CTL-PROTECT-CYCLE-TOTALS (WS-CTL-IDX)
                       PERFORM 260-CHECK-OPEN-CYCLE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       260-CHECK-OPEN-CYCLE.
           IF WS-OPEN-CYCLE-COUNT > ZERO
               SET WS-OCY-IDX TO 1
               SEARCH WS-OPEN-CYCLE-ENTRY
                 AT END
                     CONTINUE
                 WHEN WS-OCY-CYCLE-DATE (WS-OCY-IDX)
                                         = RGI-RECORD-DATE
                     SET WS-RECORD-PROTECTED TO TRUE
               END-SEARCH
           END-IF.

      ***********************************************************
      * APPEND THE RECORD TO THE ARCHIVE FOR ITS YEAR, OPENING
      * THAT ARCHIVE EXTEND WHEN THE YEAR CHANGES SO AN EARLIER
      * RUN'S RECORDS FOR THE SAME YEAR ARE KEPT.  THE ARCHIVE IS
      * NAMED FOR THE REGISTER WITH ".A" AND THE YEAR IN PLACE OF
      * ITS EXTENSION.
      ***********************************************************
       300-MOVE-TO-ARCHIVE.
           IF RGI-YEAR NOT = WS-OPEN-ARCHIVE-YEAR
               IF WS-ARCHIVE-OPEN
                   CLOSE ARCHIVE-OUT
               END-IF
               MOVE SPACES TO WS-ARCHIVE-NAME
               MOVE WS-REGISTER-NAME (1:WS-STEM-LENGTH)
                 TO WS-ARCHIVE-NAME
               MOVE ".A"    TO WS-ARCHIVE-NAME (WS-STEM-LENGTH + 1:2)
               MOVE RGI-YEAR
                 TO WS-ARCHIVE-NAME (WS-STEM-LENGTH + 3:4)
               OPEN EXTEND ARCHIVE-OUT
               MOVE "Y"      TO WS-ARCHIVE-OPEN-SW
               MOVE RGI-YEAR TO WS-OPEN-ARCHIVE-YEAR
               PERFORM 350-FIND-ARCHIVE-YEAR
           END-IF

           WRITE ARCHIVE-OUT-REC FROM REGISTER-IN-REC
           ADD 1 TO WS-MOVED-COUNT
           ADD 1 TO WS-YR-MOVED (WS-YR-IDX).

      ***********************************************************
      * POINT WS-YR-IDX AT THE RUN'S COUNT FOR THE ARCHIVE JUST
      * OPENED, ADDING ONE.  MORE THAN 100 YEARS IN ONE REGISTER
      * IS NOT CREDIBLE; THE LAST ENTRY TAKES ANY OVERFLOW.
      ***********************************************************
       350-FIND-ARCHIVE-YEAR.
           MOVE "N" TO WS-YEAR-FOUND-SW

           IF WS-YEAR-COUNT > ZERO
               SET WS-YR-IDX TO 1
               SEARCH WS-YEAR-ENTRY
                 AT END
                     MOVE "N" TO WS-YEAR-FOUND-SW
                 WHEN WS-YR-ARCHIVE-NAME (WS-YR-IDX)
                                         = WS-ARCHIVE-NAME
                     MOVE "Y" TO WS-YEAR-FOUND-SW
               END-SEARCH
           END-IF

           IF NOT WS-YEAR-FOUND
               IF WS-YEAR-COUNT < 100
                   ADD 1 TO WS-YEAR-COUNT
                   SET WS-YR-IDX TO WS-YEAR-COUNT
                   MOVE WS-ARCHIVE-NAME
                     TO WS-YR-ARCHIVE-NAME (WS-YR-IDX)
                   MOVE ZERO TO WS-YR-MOVED (WS-YR-IDX)
               ELSE
                   SET WS-YR-IDX TO WS-YEAR-COUNT
               END-IF
           END-IF.

      ***********************************************************
      * THE RECORDS MOVED AND KEPT MUST ADD BACK TO THE RECORDS
      * READ.  ONLY THEN, AND ONLY IF ANYTHING MOVED, IS THE KEPT
      * WINDOW SWAPPED IN AS THE LIVE REGISTER, THE WAY CYCTOT
      * SWAPS CYCTOT.TMP IN.  OUT OF BALANCE, THE LIVE FILE IS
      * LEFT AS IS AND THE ARCHIVE MUST BE CHECKED BY HAND BEFORE
      * THE NEXT RUN, SINCE THE MOVED RECORDS ARE NOW IN BOTH.
      ***********************************************************
       400-BALANCE-AND-SWAP.
           IF WS-MOVED-COUNT + WS-KEPT-COUNT NOT = WS-START-COUNT
               MOVE "OUT OF BALANCE" TO WS-RESULT
               ADD 1 TO WS-REGISTERS-FAILED
               DISPLAY "REGARCH: " WS-REGISTER-NAME
                       " OUT OF BALANCE - LIVE FILE LEFT AS IS"
           ELSE
             IF WS-MOVED-COUNT = ZERO
               MOVE "NOTHING TO MOVE" TO WS-RESULT
               ADD 1 TO WS-REGISTERS-DONE
             ELSE
               CALL "CBL_DELETE_FILE" USING WS-REGISTER-NAME
                   RETURNING WS-RENAME-STATUS
               END-CALL

               CALL "CBL_RENAME_FILE" USING WS-KEEP-NAME
                                            WS-REGISTER-NAME
                   RETURNING WS-RENAME-STATUS
               END-CALL

               IF WS-RENAME-STATUS NOT = ZERO
                   MOVE "SWAP FAILED" TO WS-RESULT
                   ADD 1 TO WS-REGISTERS-FAILED
                   DISPLAY "REGARCH: SWAP OF " WS-KEEP-NAME
                           " OVER " WS-REGISTER-NAME
                           " FAILED - LIVE WINDOW IS IN "
                           WS-KEEP-NAME
               ELSE
                   MOVE "BALANCED" TO WS-RESULT
                   ADD 1 TO WS-REGISTERS-DONE
                   ADD WS-MOVED-COUNT TO WS-TOTAL-MOVED
               END-IF
             END-IF
           END-IF.

      ***********************************************************
      * ONE R LINE PER REGISTER ON ARCHIDX.DAT: CUTOFF, RECORDS
      * READ, MOVED, KEPT (OF WHICH PROTECTED) AND THE RESULT.
      ***********************************************************
       800-WRITE-REGISTER-INDEX.
           MOVE SPACES              TO ARCHIVE-INDEX-OUT
           MOVE WS-RUN-DATE         TO AIX-RUN-DATE
           MOVE WS-REGISTER-NAME    TO AIX-REGISTER-NAME
           SET AIX-REGISTER-LINE    TO TRUE
           MOVE WS-CUTOFF-DATE      TO AIX-CUTOFF-DATE
           MOVE WS-START-COUNT      TO AIX-START-COUNT
           MOVE WS-MOVED-COUNT      TO AIX-MOVED-COUNT
           MOVE WS-KEPT-COUNT       TO AIX-KEPT-COUNT
           MOVE WS-PROTECTED-COUNT  TO AIX-PROTECTED-COUNT
           MOVE WS-RESULT           TO AIX-RESULT
           WRITE ARCHIVE-INDEX-OUT.

      ***********************************************************
      * ONE A LINE PER ARCHIVE FILE WRITTEN, WITH THE RECORDS THIS
      * RUN APPENDED TO IT, SO AN AUDITOR CAN FIND THE YEAR.
      ***********************************************************
       850-WRITE-ARCHIVE-INDEX.
           MOVE SPACES              TO ARCHIVE-INDEX-OUT
           MOVE WS-RUN-DATE         TO AIX-RUN-DATE
           MOVE WS-REGISTER-NAME    TO AIX-REGISTER-NAME
           SET AIX-ARCHIVE-LINE     TO TRUE
           MOVE WS-YR-ARCHIVE-NAME (WS-YEAR-SCAN)
             TO AIX-ARCHIVE-NAME
           MOVE WS-YR-MOVED (WS-YEAR-SCAN)
             TO AIX-ARCHIVE-COUNT
           WRITE ARCHIVE-INDEX-OUT.
