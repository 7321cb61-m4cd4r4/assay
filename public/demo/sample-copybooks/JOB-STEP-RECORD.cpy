      * JOB-STEP-RECORD.cpy
      * Shared JOB-LEDGER-FILE record layout - the pay cycle's
      * job-step ledger, one record per step per pay group per
      * period-ending. JOB-LEDGER stamps a step running when it
      * starts and complete or failed when it ends, with the
      * step's own control totals, and refuses the start while
      * any step ahead of it in JOB-STEP-TABLE has not finished
      * cleanly for the same group and period - unless a
      * supervisor has recorded an override, through
      * CYCLE-STATUS, against the step. CYCLE-STATUS reports the
      * ledger for every group's current period.
      *
       01  JOB-STEP-RECORD.
           05  JS-KEY.
               10  JS-PAY-GROUP    PIC X(2).
               10  JS-PERIOD-ENDING PIC 9(8).
               10  JS-STEP-ID      PIC X(8).
           05  JS-STATUS           PIC X(1).
               88  JS-OUTSTANDING  VALUE SPACE.
               88  JS-RUNNING      VALUE 'R'.
               88  JS-COMPLETE     VALUE 'C'.
               88  JS-FAILED       VALUE 'F'.
      *    How many times the step has started for the period -
      *    above one means a rerun or a restart
           05  JS-RUN-COUNT        PIC 9(3).
           05  JS-START-DATE       PIC 9(8).
           05  JS-START-TIME       PIC 9(6).
           05  JS-END-DATE         PIC 9(8).
           05  JS-END-TIME         PIC 9(6).
      *    The step's control totals as it reported them - the
      *    records or employees it processed and the money it
      *    moved - and its own one-line verdict
           05  JS-RECORD-COUNT     PIC 9(7).
           05  JS-CONTROL-AMOUNT   PIC 9(11)V99.
           05  JS-RESULT-TEXT      PIC X(30).
      *    Supervisor override - lets the step start although a
      *    step ahead of it has not finished cleanly. Stands for
      *    this step, group and period only.
           05  JS-OVERRIDE-BY      PIC X(8).
           05  JS-OVERRIDE-DATE    PIC 9(8).
           05  JS-OVERRIDE-REASON  PIC X(40).
           05  JS-OVERRIDE-USED    PIC X(1).
               88  JS-STARTED-ON-OVERRIDE VALUE 'Y'.
