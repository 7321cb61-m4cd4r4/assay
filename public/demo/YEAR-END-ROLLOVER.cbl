      * YEAR-END YTD ROLLOVER PROGRAM
      * Run once at financial year end, after the last PAYROLL-CALC
      * run for the old year and before the first run of the new
      * one. Archives each employee's YTD gross/tax/super and
      * salary sacrifice to YTD-HISTORY-FILE for payment-summary/
      * STP reporting, then zeroes EMP-YTD-GROSS/EMP-YTD-TAX/
      * EMP-YTD-SUPER/EMP-YTD-RESC on EMPLOYEE-FILE ready for the
      * new year to accrue from zero.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE EMP-YTD-GROSS      TO YH-YTD-GROSS
           MOVE EMP-YTD-TAX        TO YH-YTD-TAX
           MOVE EMP-YTD-SUPER      TO YH-YTD-SUPER
           MOVE EMP-YTD-RESC       TO YH-YTD-RESC
           WRITE YTD-HISTORY-RECORD.
      *
       2300-RESET-YTD.
           MOVE ZERO TO EMP-YTD-GROSS
           MOVE ZERO TO EMP-YTD-TAX
           MOVE ZERO TO EMP-YTD-SUPER
           MOVE ZERO TO EMP-YTD-RESC
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR: ' EMP-ID
