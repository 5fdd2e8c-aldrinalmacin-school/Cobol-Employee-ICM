      *          EMPLOYEE SINCE REMOVED FROM THE PAYROLL MASTER
      *          STILL GETS A STATEMENT; THE NAME LINE SAYS THE
      *          NAME IS NO LONGER ON FILE.
      * MODIFICATION HISTORY:
      *   2026-10-15  AJA  SHOW THE YEAR'S VOLUNTARY DEDUCTIONS
      *                    (YTD-DEDUCTION-AMOUNT) UNDER THE
      *                    WITHHOLDING LINE.  A RECORD WRITTEN
      *                    BEFORE THE FIELD EXISTED SHOWS ZERO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDSTMT.
      ***********************************************************
                    "WITHHOLDING YTD. .:".
           05 WS-SW-WITHHOLD          PIC ZZZ,ZZZ,ZZ9.99.
           05                         PIC X(44).
       01 WS-STMT-DEDUCTION-LINE.
           05                         PIC X(2).
           05                         PIC X(20) VALUE
                    "DEDUCTIONS YTD . .:".
           05 WS-SD-DEDUCTIONS        PIC ZZZ,ZZZ,ZZ9.99.
           05                         PIC X(44).
       01 WS-STMT-PERIODS-LINE.
           05                         PIC X(2).
           05                         PIC X(20) VALUE
           MOVE YTD-WITHHOLDING-AMOUNT TO WS-SW-WITHHOLD
           WRITE STATEMENT-LINE FROM WS-STMT-WITHHOLD-LINE

           IF YTD-DEDUCTION-AMOUNT NUMERIC
               MOVE YTD-DEDUCTION-AMOUNT TO WS-SD-DEDUCTIONS
           ELSE
               MOVE ZERO                 TO WS-SD-DEDUCTIONS
           END-IF
           WRITE STATEMENT-LINE FROM WS-STMT-DEDUCTION-LINE

           MOVE YTD-PERIODS-PAID       TO WS-SP-PERIODS
           WRITE STATEMENT-LINE FROM WS-STMT-PERIODS-LINE

