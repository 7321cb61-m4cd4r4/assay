      * TERM-PAY-RECORD.cpy
      * Shared TERM-PAY-FILE record layout - one record per final
      * pay PAYROLL-CALC commits for an EMP-TERMINATED employee,
      * spooled alongside the run's other work files and read by
      * SEP-CERT for the employment separation certificate. The
      * unused leave 3450 pays out is otherwise folded into the
      * period's gross and tax, so this is the only place the
      * payout, its hours and the tax withheld on it survive
      * apart.
      *
       01  TERM-PAY-RECORD.
           05  TP-EMP-ID           PIC 9(6).
           05  TP-WEEK-ENDING      PIC 9(8).
      *    The whole final pay, payout included, as the register
      *    and PAY-HISTORY-FILE carry it
           05  TP-FINAL-GROSS      PIC 9(7)V99.
           05  TP-FINAL-TAX        PIC 9(7)V99.
      *    Hours on the final timesheet - worked and leave taken,
      *    as PAY-HISTORY-FILE counts them
           05  TP-FINAL-HOURS      PIC 9(4)V9.
      *    Unused annual leave paid out - hours, dollars with the
      *    loading included, and the loading on its own
           05  TP-AL-HOURS         PIC 9(5)V9.
           05  TP-AL-PAYOUT        PIC 9(7)V99.
           05  TP-AL-LOADING       PIC 9(7)V99.
      *    Unused long service leave paid out
           05  TP-LSL-HOURS        PIC 9(5)V9.
           05  TP-LSL-PAYOUT       PIC 9(7)V99.
      *    PAYG withheld on the payout at the termination rate -
      *    inside TP-FINAL-TAX
           05  TP-PAYOUT-TAX       PIC 9(7)V99.
