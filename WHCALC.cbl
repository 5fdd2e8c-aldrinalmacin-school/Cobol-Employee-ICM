      *                    FALLS BACK TO THE OLD FLAT ESTIMATE,
      *                    WITH A WARNING, RATHER THAN WITHHOLDING
      *                    NOTHING.
      *   2026-10-15  AJA  SECOND ENTRY POINT WHSUPPL FOR AN
      *                    OFF-CYCLE PAYMENT (BONUS, COMMISSION,
      *                    MANUAL OR CORRECTION CHECK): WITHHOLDING
      *                    IS THE PAYMENT TIMES THE FLAT
      *                    SUPPLEMENTAL RATE FOR THE TAX YEAR, FROM
      *                    A NEW TAXTBL.DAT S ROW (RATE IN THE
      *                    RATE COLUMN), FALLING BACK TO THE
      *                    NEAREST EARLIER YEAR'S S ROW, THEN TO A
      *                    22% DEFAULT WITH A WARNING.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHCALC.
      ***********************************************************
        05 TXT-RECORD-TYPE         PIC X(1).
           88 TXT-BRACKET-ROW                VALUE "B".
           88 TXT-EXEMPTION-ROW              VALUE "E".
           88 TXT-SUPPLEMENTAL-ROW           VALUE "S".
        05                         PIC X(1).
        05 TXT-YEAR                PIC X(4).
        05 TXT-YEAR-N REDEFINES TXT-YEAR
                              DEPENDING ON WH-EXEMPT-COUNT.
               10 WH-EXM-YEAR       PIC 9(4).
               10 WH-EXM-AMOUNT     PIC 9(5)V99.
       01 WH-SUPPLEMENTAL-TABLE.
           05 WH-SUPPL-COUNT      PIC 9(4)  COMP VALUE ZERO.
           05 WH-SUPPL-ENTRY OCCURS 1 TO 20 TIMES
                             DEPENDING ON WH-SUPPL-COUNT.
               10 WH-SPL-YEAR       PIC 9(4).
               10 WH-SPL-RATE       PIC V999.
       01 WH-DEFAULT-SUPPL-RATE        PIC V999   VALUE .220.
       01 WH-PICK-CONTROLS.
           05 WH-SCAN             PIC 9(4)  COMP VALUE ZERO.
           05 WH-USE-YEAR         PIC 9(4)  VALUE ZERO.
           05 WH-LOWEST-SUB       PIC 9(4)  COMP VALUE ZERO.
           05 WH-EXEMPT-SUB       PIC 9(4)  COMP VALUE ZERO.
           05 WH-USE-EXEMPTION    PIC 9(5)V99 VALUE ZERO.
           05 WH-SUPPL-SUB        PIC 9(4)  COMP VALUE ZERO.
           05 WH-USE-SUPPL-RATE   PIC V999  VALUE ZERO.

       LINKAGE SECTION.
       01 WH-ANNUAL-SALARY             PIC 9(6).
       01 WH-DEPENDENTS                PIC 99.
       01 WH-TAX-YEAR                  PIC 9(4).
       01 WH-WITHHOLDING-ALLOWANCE     PIC 9(7)V99.
       01 WH-SUPPL-AMOUNT              PIC 9(7)V99.
       01 WH-SUPPL-WITHHOLDING         PIC 9(7)V99.
      ***********************************************************
       PROCEDURE DIVISION USING WH-ANNUAL-SALARY
                                 WH-DEPENDENTS

           GOBACK.

      ***********************************************************
      * SUPPLEMENTAL WITHHOLDING FOR AN OFF-CYCLE PAYMENT, CALLED
      * AS "WHSUPPL" WITH THE PAYMENT AMOUNT, THE TAX YEAR AND THE
      * FIELD TO RETURN THE WITHHOLDING IN.  A ONE-TIME PAYMENT
      * IS NOT ANNUALIZED THROUGH THE BRACKETS; IT IS WITHHELD AT
      * THE YEAR'S FLAT SUPPLEMENTAL RATE.
      ***********************************************************
       150-SUPPLEMENTAL-ENTRY.
       ENTRY "WHSUPPL" USING WH-SUPPL-AMOUNT
                             WH-TAX-YEAR
                             WH-SUPPL-WITHHOLDING.

           IF NOT WH-TABLE-LOADED
               PERFORM 200-LOAD-TAX-TABLE
           END-IF

           PERFORM 600-PICK-SUPPLEMENTAL-RATE

           COMPUTE WH-SUPPL-WITHHOLDING ROUNDED =
                   WH-SUPPL-AMOUNT * WH-USE-SUPPL-RATE

           GOBACK.

      ***********************************************************
      * LOAD TAXTBL.DAT ONE TIME, ON THE FIRST CALL OF THE RUN.
      * B ROWS ARE SALARY BRACKETS, E ROWS THE PER-DEPENDENT
                     TO WH-EXM-YEAR (WH-EXEMPT-COUNT)
                   MOVE TXT-BASE-AMOUNT-N
                     TO WH-EXM-AMOUNT (WH-EXEMPT-COUNT)
               WHEN TXT-SUPPLEMENTAL-ROW
                AND TXT-YEAR NUMERIC
                AND TXT-RATE NUMERIC
                AND WH-SUPPL-COUNT < 20
                   ADD 1 TO WH-SUPPL-COUNT
                   MOVE TXT-YEAR-N
                     TO WH-SPL-YEAR (WH-SUPPL-COUNT)
                   MOVE TXT-RATE-N
                     TO WH-SPL-RATE (WH-SUPPL-COUNT)
               WHEN OTHER
                   DISPLAY "WHCALC: TAXTBL.DAT ROW SKIPPED - "
                           TAX-TABLE-RECORD
                        > WH-EXM-YEAR (WH-EXEMPT-SUB))
               MOVE WH-SCAN TO WH-EXEMPT-SUB
           END-IF.

      ***********************************************************
      * PICK THE SUPPLEMENTAL RATE FOR THE TAX YEAR, FALLING BACK
      * TO THE NEAREST EARLIER YEAR'S S ROW.  WITH NO S ROW AT OR
      * BEFORE THE YEAR THE 22% DEFAULT IS USED AND REPORTED, SO
      * AN OFF-CYCLE PAYMENT IS NEVER PAID WITH NOTHING WITHHELD.
      ***********************************************************
       600-PICK-SUPPLEMENTAL-RATE.
           MOVE ZERO TO WH-SUPPL-SUB

           PERFORM 650-SCAN-ONE-SUPPL-RATE
               VARYING WH-SCAN FROM 1 BY 1
               UNTIL WH-SCAN > WH-SUPPL-COUNT

           IF WH-SUPPL-SUB > ZERO
               MOVE WH-SPL-RATE (WH-SUPPL-SUB) TO WH-USE-SUPPL-RATE
           ELSE
               MOVE WH-DEFAULT-SUPPL-RATE      TO WH-USE-SUPPL-RATE
               DISPLAY "WHCALC: NO TAXTBL.DAT SUPPLEMENTAL RATE FOR "
                       WH-TAX-YEAR " - USING THE DEFAULT"
           END-IF.

       650-SCAN-ONE-SUPPL-RATE.
           IF WH-SPL-YEAR (WH-SCAN) <= WH-TAX-YEAR
            AND (WH-SUPPL-SUB = ZERO
                 OR WH-SPL-YEAR (WH-SCAN)
                        > WH-SPL-YEAR (WH-SUPPL-SUB))
               MOVE WH-SCAN TO WH-SUPPL-SUB
           END-IF.
