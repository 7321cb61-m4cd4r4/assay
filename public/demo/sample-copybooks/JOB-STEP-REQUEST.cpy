      * JOB-STEP-REQUEST.cpy
      * Parameter block every pay cycle program passes to
      * JOB-LEDGER. 'S' asks to start the step - JR-RESPONSE
      * comes back 'N' with the reason in JR-MESSAGE when the
      * ledger refuses, and the caller must stop without touching
      * anything. 'E' ends the step clean and 'F' ends it failed,
      * both carrying the step's control totals and verdict. 'Q'
      * returns a step's status and totals without changing
      * anything; 'O' records a supervisor override against a
      * step. 'R' reopens a finished step - puts it back to
      * outstanding, with JR-RESULT-TEXT saying why - when a
      * later step has changed what it proved, so nothing that
      * depends on it can start until it has been run again.
      *
       01  JOB-STEP-REQUEST.
           05  JR-FUNCTION         PIC X(1).
               88  JR-START-STEP   VALUE 'S'.
               88  JR-END-CLEAN    VALUE 'E'.
               88  JR-END-FAILED   VALUE 'F'.
               88  JR-QUERY-STEP   VALUE 'Q'.
               88  JR-OVERRIDE-STEP VALUE 'O'.
               88  JR-REOPEN-STEP  VALUE 'R'.
           05  JR-PAY-GROUP        PIC X(2).
           05  JR-PERIOD-ENDING    PIC 9(8).
           05  JR-STEP-ID          PIC X(8).
           05  JR-RECORD-COUNT     PIC 9(7).
           05  JR-CONTROL-AMOUNT   PIC 9(11)V99.
           05  JR-RESULT-TEXT      PIC X(30).
           05  JR-OVERRIDE-BY      PIC X(8).
           05  JR-OVERRIDE-REASON  PIC X(40).
           05  JR-RESPONSE         PIC X(1).
               88  JR-ACCEPTED     VALUE 'Y'.
               88  JR-REFUSED      VALUE 'N'.
           05  JR-STEP-STATUS      PIC X(1).
           05  JR-MESSAGE          PIC X(80).
