      *    control's group, so the weekly and monthly cycles can
      *    never collide or double-pay
           05  EMP-PAY-GROUP       PIC X(2).
      *    'Y' where the award entitles the employee to the annual
      *    leave loading - paid on annual leave taken and on the
      *    unused annual leave paid out at termination, never on
      *    sick or long service leave
           05  EMP-LEAVE-LOADING-FLAG PIC X(1).
               88  EMP-LOADING-ENTITLED VALUE 'Y'.
      *    Award classification the employee is engaged under -
      *    the key into AWARD-RATE-FILE for the minimum rate the
      *    compliance check holds EMP-PAY-RATE against
           05  EMP-AWARD-CLASS     PIC X(4).
      *    Pre-tax salary sacrifice into super this financial
      *    year - inside EMP-YTD-GROSS, reported separately as
      *    reportable employer super contributions on the pay
      *    event and the payment summary
           05  EMP-YTD-RESC        PIC 9(7)V99.
      *    Last day of employment and why it ended - keyed on the
      *    EMP-MAINT termination and carried onto the employment
      *    separation certificate. Zero and blank while employed.
           05  EMP-TERM-DATE       PIC 9(8).
           05  EMP-SEP-REASON      PIC X(1).
               88  EMP-SEP-OWN-ACCORD  VALUE 'V'.
               88  EMP-SEP-ILLNESS     VALUE 'I'.
               88  EMP-SEP-DISMISSED   VALUE 'D'.
               88  EMP-SEP-SHORTAGE    VALUE 'S'.
               88  EMP-SEP-CONTRACT-END VALUE 'C'.
               88  EMP-SEP-OTHER       VALUE 'O'.
      *    Where the payslip goes - 'E' to the employee's email
      *    address through the mail gateway, 'P' printed and
      *    posted. PAYSLIP-DIST sets the email-failed flag when
      *    the gateway returns a slip as undeliverable, and prints
      *    instead until EMP-MAINT loads a new address
           05  EMP-EMAIL-ADDR      PIC X(60).
           05  EMP-SLIP-DELIVERY   PIC X(1).
               88  EMP-SLIP-BY-EMAIL VALUE 'E'.
               88  EMP-SLIP-BY-POST  VALUE 'P'.
           05  EMP-EMAIL-FAIL-FLAG PIC X(1).
               88  EMP-EMAIL-FAILED VALUE 'F'.
      *    First period-ending the current pay rate was paid on -
      *    stamped by EMP-MAINT when an approved rate or pay-type
      *    change goes onto the master, so BACK-PAY prices arrears
      *    only for periods paid before it. Zero until the first
      *    approved change.
           05  EMP-RATE-APPLIED-DATE PIC 9(8).
