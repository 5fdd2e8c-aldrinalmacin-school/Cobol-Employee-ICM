      *          DATE THEY POSTED, SO THE MONTH CAN BE EYEBALLED
      *          ON ONE PAGE.  OUTPUT IS PAYCALCK.DAT, IN THE
      *          SHARED RPTFMT.CPY PAGE FORMAT.
      * MODIFICATION HISTORY:
      *   2026-10-15  AJA  SHOW AN OFFCYCLE PAYMENT RUN'S TYPE O
      *                    CALENDAR ROW AS AN OFF-CYCLE POSTING AND
      *                    COUNT THOSE RUNS ON THE TOTAL LINE, APART
      *                    FROM THE REGULAR CYCLES DUE.
      *   2026-10-15  AJA  PAYCAL.DAT RECORD IS NOW 32 CHARACTERS.
      *                    SHOW THE DATE CYCCLOSE CLOSED A POSTED
      *                    CYCLE; A POSTED CYCLE NOT YET CLOSED IS
      *                    MARKED OPEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCALCK.
      ***********************************************************
       FILE SECTION.
       FD PAY-CALENDAR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 32 CHARACTERS
          BLOCK CONTAINS 10 RECORDS.
           COPY PAYCALR.

           05 WS-CYCLES-READ      PIC 9(5)   COMP VALUE ZERO.
           05 WS-CYCLES-POSTED    PIC 9(5)   COMP VALUE ZERO.
           05 WS-CYCLES-MISSING   PIC 9(5)   COMP VALUE ZERO.
           05 WS-OFF-CYCLE-RUNS   PIC 9(5)   COMP VALUE ZERO.
       01 WS-CALENDAR-HEADS.
           05                         PIC X(2).
           05                         PIC X(10) VALUE "CYCLE DATE".
           05                         PIC X(14) VALUE "** FINDING **".
           05                         PIC X(2).
           05                         PIC X(9)  VALUE "POSTED ON".
           05                         PIC X(2).
           05                         PIC X(9)  VALUE "CLOSED ON".
           05                         PIC X(24).
       01 WS-CALENDAR-DETAIL-LINE.
           05                         PIC X(2).
           05 WS-CD-CYCLE-DATE        PIC X(8).
           05 WS-CD-FINDING           PIC X(14).
           05                         PIC X(2).
           05 WS-CD-POSTED-DATE       PIC X(8).
           05                         PIC X(3).
           05 WS-CD-CLOSED-DATE       PIC X(8).
           05                         PIC X(25).
       01 WS-CALENDAR-TOTAL-LINE.
           05                         PIC X(2).
           05                         PIC X(14) VALUE
           05                         PIC X(10) VALUE "MISSING .:".
           05 WS-CT-CYCLES-MISSING    PIC ZZ,ZZ9.
           05                         PIC X(23).
       01 WS-OFF-CYCLE-TOTAL-LINE.
           05                         PIC X(2).
           05                         PIC X(14) VALUE
                    "OFF-CYCLE .:".
           05 WS-CT-OFF-CYCLE-RUNS    PIC ZZ,ZZ9.
           05                         PIC X(58).
      ***********************************************************
       PROCEDURE DIVISION.
      ***********************************************************

      ***********************************************************
      * REPORT ONE DUE CYCLE: POSTED CYCLES SHOW THE RUN DATE
      * YTDUPDT STAMPED AND, ONCE BALANCED, THE DATE CYCCLOSE
      * CLOSED THEM; UNPOSTED ONES ARE FLAGGED MISSING.  AN
      * OFF-CYCLE RUN'S ROW SHOWS THE DATE OFFCYCLE POSTED IT AND
      * IS NOT COUNTED AMONG THE REGULAR CYCLES DUE.
      ***********************************************************
       200-CHECK-ONE-CYCLE.
           MOVE SPACES          TO WS-CALENDAR-DETAIL-LINE
           MOVE PCAL-CYCLE-DATE TO WS-CD-CYCLE-DATE
           MOVE PCAL-CYCLE-TYPE TO WS-CD-CYCLE-TYPE

           IF PCAL-OFF-CYCLE
               ADD 1 TO WS-OFF-CYCLE-RUNS
               MOVE "OFF-CYCLE PAID" TO WS-CD-FINDING
               MOVE PCAL-POSTED-DATE TO WS-CD-POSTED-DATE
               PERFORM 500-PAGE-CHECK
               WRITE CALENDAR-REPORT-LINE FROM WS-CALENDAR-DETAIL-LINE
           ELSE
               PERFORM 250-CHECK-REGULAR-CYCLE
           END-IF.

       250-CHECK-REGULAR-CYCLE.
           ADD 1 TO WS-CYCLES-READ

           IF PCAL-CYCLE-POSTED
               ADD 1 TO WS-CYCLES-POSTED
               MOVE PCAL-POSTED-DATE TO WS-CD-POSTED-DATE
               IF PCAL-CYCLE-CLOSED
                   MOVE "CLOSED"         TO WS-CD-FINDING
                   MOVE PCAL-CLOSED-DATE TO WS-CD-CLOSED-DATE
               ELSE
                   MOVE "POSTED - OPEN"  TO WS-CD-FINDING
               END-IF
           ELSE
               ADD 1 TO WS-CYCLES-MISSING
               MOVE "** NO POSTING"  TO WS-CD-FINDING
           PERFORM 500-PAGE-CHECK
           WRITE CALENDAR-REPORT-LINE FROM WS-CALENDAR-TOTAL-LINE

           MOVE WS-OFF-CYCLE-RUNS TO WS-CT-OFF-CYCLE-RUNS
           PERFORM 500-PAGE-CHECK
           WRITE CALENDAR-REPORT-LINE FROM WS-OFF-CYCLE-TOTAL-LINE

           PERFORM 500-PAGE-CHECK
           WRITE CALENDAR-REPORT-LINE FROM WS-RPT-END-LINE.

