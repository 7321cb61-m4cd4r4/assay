      * PAY-HOLD-RECORD.cpy
      * Shared PAY-HOLD-FILE record layout - the single queue where
      * unpaid employees wait. Written by PAYROLL-CALC when a pay
      * cannot be completed (negative net, failed bank details), by
      * BANK-RETURNS when the bank bounces a credit, and by PAY-VOID
      * when it voids a committed pay, so the pay can be made again
      * from the voided period's hours. Carries a full snapshot of
      * the employee and time record so the held pay can be
      * corrected and reprocessed for just that employee rather
      * than rerunning the whole batch. Fields are captured
      * flat (not COPYed from EMPLOYEE-RECORD) so the hold layout
      * stays stable even if the master file layout changes later.
      * PH-HELD-NET-PAY carries the money that did not go out: the
      * returned credit's amount for a bank return, the net pay
      * withdrawn for a voided pay, zero where the pay was never
      * calculated to a sensible figure.
      *
       01  PAY-HOLD-RECORD.
           05  PH-EMPLOYEE-DATA.
