      *          WHOLE PERCENT (DEFAULT 10).  OUTPUT IS
      *          TRNDRPT.DAT, IN THE SHARED RPTFMT.CPY PAGE
      *          FORMAT.
      * MODIFICATION HISTORY:
      *   2026-10-15  AJA  PARAMETER 3 "A" REPORTS THE MONTH FROM
      *                    THE REGARCH ARCHIVE FOR ITS YEAR
      *                    (A1RUNHST.AYYYY) INSTEAD OF THE LIVE
      *                    A1RUNHST.DAT, FOR A MONTH ALREADY MOVED
      *                    OUT OF THE RETENTION WINDOW.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRENDRPT.
      ***********************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-HISTORY
             ASSIGN TO WS-HISTORY-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TREND-REPORT
           COPY RPTFMTW.
       01 WS-MONTH-PARM           PIC X(6)   VALUE SPACES.
       01 WS-TOLERANCE-PARM       PIC X(3)   VALUE SPACES.
       01 WS-ARCHIVE-PARM         PIC X(1)   VALUE SPACE.
           88 WS-ARCHIVE-REQUESTED           VALUE "A" "a".
       01 WS-HISTORY-FILE-NAME    PIC X(20)  VALUE "A1RUNHST.DAT".
       01 WS-TOLERANCE-PCT        PIC 9(3)   VALUE 10.
       01 WS-RUN-DATE             PIC X(8)   VALUE SPACES.
       01 WS-PRIOR-RUN-SW         PIC X(1)   VALUE "N".
           ACCEPT WS-MONTH-PARM FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TOLERANCE-PARM FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARCHIVE-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF WS-MONTH-PARM NOT NUMERIC

           MOVE "TRNDRPT"             TO WS-RPT-ID
           MOVE "RUN TREND REPORT"    TO WS-RPT-TITLE
           IF WS-ARCHIVE-REQUESTED
               MOVE "A1RUNHST.A"        TO WS-HISTORY-FILE-NAME
               MOVE WS-MONTH-PARM (1:4) TO WS-HISTORY-FILE-NAME (11:4)
               MOVE "RUN TREND REPORT - ARCHIVE" TO WS-RPT-TITLE
           END-IF
           MOVE WS-RUN-DATE           TO WS-RPT-RUN-DATE
           MOVE WS-TREND-HEADS        TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID             TO WS-RE-RPT-ID
