      *          TERRITORY 20 HAVE LAST MONTH" IS A REPORT, NOT AN
      *          EVENING WITH RAW 80-BYTE IMAGES.  OUTPUT IS
      *          EMMRPT.DAT, IN THE SHARED RPTFMT.CPY PAGE FORMAT.
      * MODIFICATION HISTORY:
      *   2026-10-15  AJA  PARAMETER 2 "A" REPORTS THE MONTH FROM
      *                    THE REGARCH ARCHIVE FOR ITS YEAR
      *                    (EMMAUDIT.AYYYY) INSTEAD OF THE LIVE
      *                    EMMAUDIT.DAT, FOR A MONTH ALREADY MOVED
      *                    OUT OF THE RETENTION WINDOW.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMMRPT.
      ***********************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-AUDIT
             ASSIGN TO WS-AUDIT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
           88 WS-FIRST-RECORD    VALUE "Y" WHEN SET TO FALSE IS "N".
           COPY RPTFMTW.
       01 WS-MONTH-PARM           PIC X(6)   VALUE SPACES.
       01 WS-ARCHIVE-PARM         PIC X(1)   VALUE SPACE.
           88 WS-ARCHIVE-REQUESTED           VALUE "A" "a".
       01 WS-AUDIT-FILE-NAME      PIC X(20)  VALUE "EMMAUDIT.DAT".
       01 WS-RUN-DATE             PIC X(8)   VALUE SPACES.
       01 WS-PAIR-CONTROLS.
           05 WS-PAIR-OPEN-SW     PIC X(1)   VALUE "N".
       100-MAIN-MODULE.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-PARM FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARCHIVE-PARM FROM ARGUMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF WS-MONTH-PARM NOT NUMERIC

           MOVE "EMMRPT"              TO WS-RPT-ID
           MOVE "HR ACTIVITY REPORT"  TO WS-RPT-TITLE
           IF WS-ARCHIVE-REQUESTED
               MOVE "EMMAUDIT.A"        TO WS-AUDIT-FILE-NAME
               MOVE WS-MONTH-PARM (1:4) TO WS-AUDIT-FILE-NAME (11:4)
               MOVE "HR ACTIVITY REPORT - ARCHIVE"
                                        TO WS-RPT-TITLE
           END-IF
           MOVE WS-RUN-DATE           TO WS-RPT-RUN-DATE
           MOVE WS-ACTIVITY-HEADS     TO WS-RPT-COLUMN-HEADS
           MOVE WS-RPT-ID             TO WS-RE-RPT-ID
