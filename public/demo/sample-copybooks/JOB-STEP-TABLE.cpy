      * JOB-STEP-TABLE.cpy
      * The pay cycle's batch sequence - every step the job-step
      * ledger tracks, in the order CYCLE-STATUS reports them,
      * with up to three steps that must have finished cleanly
      * for the same pay group and period before it may start.
      * No step other than the main run itself may start while
      * the main run is running. EFT release is not a program of
      * its own - CYCLE-STATUS records it from the operator's
      * release card, after the same predecessor check.
      *
       01  JOB-STEP-TABLE-VALUES.
           05  FILLER              PIC X(24)
               VALUE 'EMPMAINTEMP-MAINT       '.
           05  FILLER              PIC X(24) VALUE SPACES.
           05  FILLER              PIC X(24)
               VALUE 'SUSPRCYCSUSP-RECYCLE    '.
           05  FILLER              PIC X(24) VALUE SPACES.
           05  FILLER              PIC X(24)
               VALUE 'TIMEEDITTIME-EDIT       '.
           05  FILLER              PIC X(24) VALUE SPACES.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC PAYROLL-CALC    '.
           05  FILLER              PIC X(24)
               VALUE 'TIMEEDITSUSPRCYC        '.
           05  FILLER              PIC X(24)
               VALUE 'PAYRECONPAY-RECON       '.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC                 '.
           05  FILLER              PIC X(24)
               VALUE 'PAYVARNCPAY-VARIANCE    '.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC                 '.
           05  FILLER              PIC X(24)
               VALUE 'PAYINTEGPAY-INTEGRITY   '.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC PAYRECON        '.
           05  FILLER              PIC X(24)
               VALUE 'PAYVOID PAY-VOID        '.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC                 '.
           05  FILLER              PIC X(24)
               VALUE 'DEDREMITDED-REMIT       '.
           05  FILLER              PIC X(24)
               VALUE 'PAYRECON                '.
           05  FILLER              PIC X(24)
               VALUE 'EFTRLSE EFT RELEASE     '.
           05  FILLER              PIC X(24)
               VALUE 'PAYRECONPAYINTEG        '.
           05  FILLER              PIC X(24)
               VALUE 'HOLDRLSEHOLD-RELEASE    '.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC                 '.
           05  FILLER              PIC X(24)
               VALUE 'BONUSPAYBONUS-PAY       '.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC                 '.
           05  FILLER              PIC X(24)
               VALUE 'BACKPAY BACK-PAY        '.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC                 '.
           05  FILLER              PIC X(24)
               VALUE 'SEPCERT SEP-CERT        '.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC                 '.
           05  FILLER              PIC X(24)
               VALUE 'PAYSLDSTPAYSLIP-DIST    '.
           05  FILLER              PIC X(24)
               VALUE 'PAYCALC                 '.
           05  FILLER              PIC X(24)
               VALUE 'BANKRETNBANK-RETURNS    '.
           05  FILLER              PIC X(24)
               VALUE 'EFTRLSE                 '.
       01  JOB-STEP-TABLE REDEFINES JOB-STEP-TABLE-VALUES.
           05  JT-ENTRY OCCURS 16 TIMES.
               10  JT-STEP-ID      PIC X(8).
               10  JT-STEP-NAME    PIC X(16).
               10  JT-PREDECESSOR  PIC X(8) OCCURS 3 TIMES.
       01  JT-STEP-COUNT           PIC 9(2) VALUE 16.
      *    The main run - nothing else starts while it is running
       01  JT-MAIN-RUN-STEP        PIC X(8) VALUE 'PAYCALC '.
