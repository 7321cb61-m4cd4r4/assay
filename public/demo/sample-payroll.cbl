      * Calculates gross pay, tax, and net pay for employees.
      * Reads employee master file and time records,
      * produces pay slips and updates payroll register.
      * A live run records its start and end on the job-step
      * ledger and will not start until TIME-EDIT and SUSP-RECYCLE
      * have finished cleanly for the period; a trial is not a
      * step of the cycle and does not touch the ledger.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEDN-WORK-FILE ASSIGN TO DEDNWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DNW-STATUS.
           SELECT TERM-PAY-FILE ASSIGN TO TERMPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TPAY-STATUS.
           SELECT PAYSLIP-ARCH-FILE ASSIGN TO PAYARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT GL-FILE ASSIGN TO GLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  CK-RECORDS-HELD       PIC 9(6).
           05  CK-EFT-RECORD-COUNT   PIC 9(6).
           05  CK-EFT-TOTAL-AMOUNT   PIC 9(9)V99.
           05  CK-TOTAL-SACRIFICE    PIC 9(9)V99.
           05  CK-DEPT-COUNT         PIC 99.
           05  CK-DEPT-ENTRY OCCURS 20 TIMES.
               10  CK-DEPT-CODE      PIC X(4).
               10  CK-DEPT-SUPER     PIC 9(9)V99.
               10  CK-DEPT-DEDNS     PIC 9(9)V99.
               10  CK-DEPT-NET       PIC 9(9)V99.
               10  CK-DEPT-LOADING   PIC 9(9)V99.
               10  CK-DEPT-SACRIFICE PIC 9(9)V99.
      *
       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(132).
           05  SP-EMP-NAME         PIC X(30).
           05  SP-WEEK-ENDING      PIC 9(8).
           05  SP-AMOUNT           PIC 9(9)V99.
      *    'G' guarantee or 'S' salary sacrifice, as spooled -
      *    the fund books each as its own contribution type
           05  SP-CONTRIB-TYPE     PIC X(1).
           05  FILLER              PIC X(3).
      *
       SD  SUPER-SORT-FILE.
       01  SUPER-SORT-RECORD.
           05  SSR-EMP-NAME        PIC X(30).
           05  SSR-WEEK-ENDING     PIC 9(8).
           05  SSR-AMOUNT          PIC 9(7)V99.
           05  SSR-CONTRIB-TYPE    PIC X(1).
      *
      *    One record per deduction line actually taken, carrying
      *    the payee identity - spooled as the lines commit, then
       FD  DEDN-WORK-FILE.
           COPY DEDN-WORK-RECORD.
      *
      *    One record per committed final pay, carrying the leave
      *    payout and its tax apart from the rest of the pay - read
      *    by SEP-CERT for the employment separation certificate
       FD  TERM-PAY-FILE.
           COPY TERM-PAY-RECORD.
      *
      *    Indexed payslip archive - survives the truncation of the
      *    flat payslip file on the next run, so a copy of any past
      *    period's payslip can be reprinted on request
      *
      *    Department to cost-centre mapping maintained by finance
       FD  DEPT-MAP-FILE.
           COPY DEPT-MAP-RECORD.
      *
      *    Costing journal - balanced debit/credit lines per
      *    department, written at 9000-FINALIZE from the
           05  GL-AMOUNT           PIC 9(9)V99.
           05  GL-PERIOD-ENDING    PIC 9(8).
           05  GL-DESCRIPTION      PIC X(30).
      *
      *    Bank and rate changes keyed but not yet approved -
      *    read only, to flag a pay going to the old account while
      *    a new one waits
       FD  PENDING-CHANGE-FILE.
           COPY PENDING-CHANGE-RECORD.
      *
       WORKING-STORAGE SECTION.
       COPY PAYROLL-CONSTANTS.
           05  WS-HIST-STATUS      PIC XX.
           05  WS-ARCH-STATUS      PIC XX.
           05  WS-DNW-STATUS       PIC XX.
           05  WS-TPAY-STATUS      PIC XX.
           05  WS-PEND-STATUS      PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-TIME         PIC X(1) VALUE 'N'.
      *    prices everything and commits nothing
           05  WS-TRIAL-SWITCH     PIC X(1) VALUE 'N'.
               88  TRIAL-MODE      VALUE 'Y'.
           05  WS-PEND-EOF-SWITCH  PIC X(1) VALUE 'N'.
               88  END-OF-PENDING  VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-RECORDS-READ     PIC 9(6) VALUE ZERO.
           05  WS-RECORDS-PROCESSED PIC 9(6) VALUE ZERO.
           05  WS-RECORDS-ERROR    PIC 9(6) VALUE ZERO.
           05  WS-RECORDS-HELD     PIC 9(6) VALUE ZERO.
           05  WS-RECORDS-BANK-PENDING PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-GROSS      PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-TAX        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-SUPER      PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-DEDUCTIONS PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-NET        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-SACRIFICE  PIC 9(9)V99 VALUE ZERO.
      *
       01  WS-PAY-CALCULATION.
           05  WS-GROSS-PAY        PIC 9(7)V99.
           05  WS-OVERTIME-RATE    PIC 9(4)V99.
           05  WS-LEAVE-PAY        PIC 9(7)V99.
           05  WS-DEDUCTION-TOTAL  PIC 9(7)V99.
           05  WS-LEAVE-LOADING    PIC 9(7)V99.
      *
       01  WS-LEAVE-CALC-FIELDS.
           05  WS-LEAVE-ACCRUAL    PIC 9(3)V9.
               10  WS-DED-ENT-AMOUNT   PIC 9(7)V99.
               10  WS-DED-ENT-BAL-FLAG PIC X(1).
           05  WS-DED-IDX          PIC 99.
      *    Pre-tax salary sacrifice into super - priced ahead of
      *    tax, carried inside WS-DEDUCTION-TOTAL so net pay and
      *    the register still foot, and kept apart here because
      *    it is untaxed, goes to the fund and not a payee, and
      *    is reported as a reportable employer super contribution
           05  WS-SACRIFICE-AMOUNT PIC 9(7)V99.
           05  WS-SACRIFICE-BASE   PIC 9(7)V99.
      *
      *    What the commit is about to overwrite, captured as each
      *    step commits and carried onto the audit record by 5100
      *    - the same shape as AU-RESTORE-DATA - so PAY-VOID can
      *    put a voided pay back exactly
       01  WS-AUDIT-RESTORE.
           05  WS-AR-LEAVE-BAL     PIC 9(5)V9.
           05  WS-AR-SICK-BAL      PIC 9(5)V9.
           05  WS-AR-LSL-BAL       PIC 9(5)V9.
           05  WS-AR-ACTIVE-FLAG   PIC X(1).
           05  WS-AR-QTR-BASE      PIC 9(7)V99.
           05  WS-AR-QTR-NUM       PIC 9(1).
           05  WS-AR-DED-COUNT     PIC 9(2).
           05  WS-AR-DED-ENTRY OCCURS 20 TIMES.
               10  WS-AR-DED-PRIORITY PIC 9(2).
               10  WS-AR-DED-AMOUNT PIC 9(7)V99.
      *
       01  WS-CKPT-FIELDS.
           05  WS-CKPT-QUOTIENT    PIC 9(6).
           05  WS-TERM-SWITCH      PIC X(1) VALUE 'N'.
               88  TERMINATION-PAY VALUE 'Y'.
           05  WS-TERM-LEAVE-PAY   PIC 9(7)V99 VALUE ZERO.
      *    Loading on the annual leave part of the payout - carried
      *    inside WS-TERM-LEAVE-PAY so it is taxed and super-exempt
      *    the same way as the payout it is paid on
           05  WS-TERM-LOADING     PIC 9(7)V99 VALUE ZERO.
      *    The payout's two parts and the tax withheld on it, kept
      *    apart for the final-pay spool
           05  WS-TERM-AL-HOURS    PIC 9(5)V9 VALUE ZERO.
           05  WS-TERM-AL-PAY      PIC 9(7)V99 VALUE ZERO.
           05  WS-TERM-LSL-HOURS   PIC 9(5)V9 VALUE ZERO.
           05  WS-TERM-LSL-PAY     PIC 9(7)V99 VALUE ZERO.
           05  WS-TERM-PAYOUT-TAX  PIC 9(7)V99 VALUE ZERO.
           05  WS-TAXABLE-GROSS    PIC 9(7)V99.
           05  WS-SUPER-GROSS      PIC 9(7)V99.
      *
               10  WS-DEPT-SUPER       PIC 9(9)V99 VALUE ZERO.
               10  WS-DEPT-DEDNS       PIC 9(9)V99 VALUE ZERO.
               10  WS-DEPT-NET         PIC 9(9)V99 VALUE ZERO.
      *        Annual leave loading - the part of WS-DEPT-GROSS the
      *        costing journal posts to the loading account
               10  WS-DEPT-LOADING     PIC 9(9)V99 VALUE ZERO.
      *        Salary sacrifice - the part of WS-DEPT-DEDNS the
      *        costing journal credits to super payable, not to
      *        the deductions clearing account
               10  WS-DEPT-SACRIFICE   PIC 9(9)V99 VALUE ZERO.
      *
       01  WS-DEPT-SRCH-IDX            PIC 99.
       01  WS-DEPT-MATCH-IDX           PIC 99.
           05  WS-PART-SUPER       PIC 9(9)V99.
           05  WS-PART-DEDNS       PIC 9(9)V99.
           05  WS-PART-NET         PIC 9(9)V99.
           05  WS-PART-LOADING     PIC 9(9)V99.
           05  WS-PART-SACRIFICE   PIC 9(9)V99.
           05  WS-ALLOC-GROSS      PIC 9(9)V99.
           05  WS-ALLOC-TAX        PIC 9(9)V99.
           05  WS-ALLOC-SUPER      PIC 9(9)V99.
           05  WS-ALLOC-DEDNS      PIC 9(9)V99.
           05  WS-ALLOC-NET        PIC 9(9)V99.
           05  WS-ALLOC-LOADING    PIC 9(9)V99.
           05  WS-ALLOC-SACRIFICE  PIC 9(9)V99.
      *
       01  WS-EFT-LINE.
           05  EFT-REC-TYPE            PIC X(1).
      *
       01  WS-GL-FIELDS.
           05  WS-GL-COST-CENTRE   PIC X(6).
           05  WS-GL-SALARY-AMOUNT PIC 9(9)V99.
           05  WS-GL-DEDN-AMOUNT   PIC 9(9)V99.
           05  WS-GL-DR-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05  WS-GL-CR-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05  WS-GL-BALANCED-FLAG PIC X(1) VALUE 'Y'.
               88  GL-JOURNAL-BALANCED VALUE 'Y'.
      *
      *    Employees with a bank change awaiting a second user's
      *    approval, and who keyed it
       01  WS-PEND-BANK-TABLE.
           05  WS-PB-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-PB-ENTRY OCCURS 500 TIMES.
               10  WS-PB-EMP-ID    PIC 9(6).
               10  WS-PB-KEYED-BY  PIC X(8).
       01  WS-PB-SRCH-IDX          PIC 9(3).
       01  WS-PB-MATCH-IDX         PIC 9(3).
      *
       01  WS-ERROR-MESSAGE        PIC X(80).
      *    Built separately from WS-ERROR-MESSAGE so the hold
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
      *
       COPY JOB-STEP-REQUEST.
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
      *    Rates are effective-dated against the period-ending date
      *    the run control just supplied
           PERFORM 1045-LOAD-RATE-TABLES
           PERFORM 1075-LOAD-PENDING-BANK
      *    Restart status has to be known before the sequential output
      *    files are opened - OPEN OUTPUT truncates an existing file,
      *    which would destroy every payslip/register/EFT/audit/
      *    suspense/pay-hold record a prior, abended run already
      *    committed. A restart instead opens them EXTEND.
           PERFORM 1060-CHECK-RESTART
      *    A restart finds its own step still running on the
      *    ledger and is let through; a fresh run is held until its
      *    predecessor steps are clean
           IF NOT TRIAL-MODE
               PERFORM 1095-START-JOB-STEP
           END-IF
           OPEN INPUT EMPLOYEE-FILE
                      TIME-FILE
                I-O   LEAVE-FILE
                               EFT-FILE
                               SUPER-WORK-FILE
                               DEDN-WORK-FILE
                               TERM-PAY-FILE
                               STP-FILE
               ELSE
                   OPEN OUTPUT PAYSLIP-FILE
                               EFT-FILE
                               SUPER-WORK-FILE
                               DEDN-WORK-FILE
                               TERM-PAY-FILE
                               STP-FILE
                   PERFORM 1070-WRITE-REGISTER-HEADINGS
                   PERFORM 1080-WRITE-EFT-HEADER
           MOVE ZERO TO ST-YTD-GROSS
           MOVE ZERO TO ST-YTD-TAX
           MOVE ZERO TO ST-YTD-SUPER
           MOVE ZERO TO ST-PERIOD-RESC
           MOVE ZERO TO ST-YTD-RESC
           WRITE STP-RECORD.
      *
       1095-START-JOB-STEP.
           SET JR-START-STEP TO TRUE
           MOVE WS-PAY-GROUP     TO JR-PAY-GROUP
           MOVE WS-PAY-RUN-DATE  TO JR-PERIOD-ENDING
           MOVE 'PAYCALC '       TO JR-STEP-ID
           MOVE ZERO             TO JR-RECORD-COUNT
           MOVE ZERO             TO JR-CONTROL-AMOUNT
           MOVE SPACES           TO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-REFUSED
               DISPLAY JR-MESSAGE
               STOP RUN
           END-IF
           IF JR-MESSAGE NOT = SPACES
               DISPLAY JR-MESSAGE
           END-IF.
      *
       1070-WRITE-REGISTER-HEADINGS.
           MOVE SPACES TO WS-REGISTER-LINE
                  INTO WS-REGISTER-LINE
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.
      *
       1075-LOAD-PENDING-BANK.
      *    No pending file yet just means nothing is waiting
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PENDING CHANGE FILE: '
                   WS-PEND-STATUS
               MOVE 'Y' TO WS-ERROR-FLAG
               STOP RUN
           END-IF
           PERFORM 1076-LOAD-PENDING-BANK-ENTRY
               UNTIL END-OF-PENDING
           CLOSE PENDING-CHANGE-FILE.
      *
       1076-LOAD-PENDING-BANK-ENTRY.
           READ PENDING-CHANGE-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
           END-READ
           IF END-OF-PENDING
               EXIT PARAGRAPH
           END-IF
           IF NOT PC-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-COUNT < 500
               ADD 1 TO WS-PB-COUNT
               MOVE PC-EMP-ID   TO WS-PB-EMP-ID(WS-PB-COUNT)
               MOVE PC-KEYED-BY TO WS-PB-KEYED-BY(WS-PB-COUNT)
           ELSE
               DISPLAY 'PENDING BANK TABLE FULL - EMPLOYEE '
                   PC-EMP-ID ' NOT CHECKED'
           END-IF.
      *
       1060-CHECK-RESTART.
      *    A checkpoint left over from an abended run means we pick
                               TO WS-EFT-RECORD-COUNT
                           MOVE CK-EFT-TOTAL-AMOUNT
                               TO WS-EFT-TOTAL-AMOUNT
                           MOVE CK-TOTAL-SACRIFICE
                               TO WS-TOTAL-SACRIFICE
                           MOVE CK-DEPT-COUNT TO WS-DEPT-COUNT
                           PERFORM 1065-RESTORE-DEPT-ENTRY
                               VARYING WS-DEPT-IDX FROM 1 BY 1
           MOVE CK-DEPT-DEDNS(WS-DEPT-IDX)
               TO WS-DEPT-DEDNS(WS-DEPT-IDX)
           MOVE CK-DEPT-NET(WS-DEPT-IDX)
               TO WS-DEPT-NET(WS-DEPT-IDX)
           MOVE CK-DEPT-LOADING(WS-DEPT-IDX)
               TO WS-DEPT-LOADING(WS-DEPT-IDX)
           MOVE CK-DEPT-SACRIFICE(WS-DEPT-IDX)
               TO WS-DEPT-SACRIFICE(WS-DEPT-IDX).
      *
       1050-SET-PERIOD-FACTOR.
      *    Drives how the salary/hourly/tax calculations scale for
           END-IF
           MOVE 'N'  TO WS-TERM-SWITCH
           MOVE ZERO TO WS-TERM-LEAVE-PAY
           MOVE ZERO TO WS-TERM-LOADING
           MOVE ZERO TO WS-TERM-AL-HOURS
           MOVE ZERO TO WS-TERM-AL-PAY
           MOVE ZERO TO WS-TERM-LSL-HOURS
           MOVE ZERO TO WS-TERM-LSL-PAY
           MOVE ZERO TO WS-TERM-PAYOUT-TAX
           MOVE ZERO TO WS-LEAVE-LOADING
      *    Route pay based on employee status - active employees pay
      *    by their normal pay type, employees on leave get a leave-
      *    only calculation, terminated employees get a final pay
           IF TERMINATION-PAY
               PERFORM 3450-ADD-LEAVE-PAYOUT
           END-IF
      *    Salary sacrificed into super comes off gross before
      *    PAYG is worked out
           PERFORM 4050-CALCULATE-SACRIFICE
      *    Calculate deductions
           PERFORM 4000-CALCULATE-TAX
           PERFORM 4100-CALCULATE-SUPER
               PERFORM 8900-WRITE-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
      *    A bank change keyed but not yet approved does not stop
      *    the pay - it goes to the approved account on the master
      *    - but payroll must see it, since a pending redirect
      *    just before a pay run is exactly what the second
      *    approval exists to catch
           MOVE ZERO TO WS-PB-MATCH-IDX
           PERFORM 2090-FIND-PENDING-BANK
               VARYING WS-PB-SRCH-IDX FROM 1 BY 1
               UNTIL WS-PB-SRCH-IDX > WS-PB-COUNT
           IF WS-PB-MATCH-IDX NOT = ZERO
               STRING 'PAID WHILE BANK CHANGE PENDING FOR EMPLOYEE: '
                      TW-EMP-ID
                      ' KEYED BY '
                      WS-PB-KEYED-BY(WS-PB-MATCH-IDX)
                      DELIMITED BY SIZE
                      INTO WS-ERROR-MESSAGE
               WRITE ERROR-RECORD FROM WS-ERROR-MESSAGE
               MOVE SPACES TO WS-ERROR-MESSAGE
               ADD 1 TO WS-RECORDS-BANK-PENDING
           END-IF
      *    Net pay is confirmed non-negative. A live run now
      *    commits everything - leave and deduction drawdowns,
      *    YTD, pay event, history, payslip, EFT and super spool.
      *        Draw down fixed-term deduction balances now the pay
      *        is definitely going out - same deferral as the
      *        leave balance
               MOVE ZERO TO WS-AR-DED-COUNT
               PERFORM 4250-COMMIT-DEDUCTION-LINE
                   VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DEDUCTION-COUNT
               PERFORM 5200-WRITE-STP-DETAIL
      *        Run-over-run history for the variance report
               PERFORM 5300-WRITE-PAY-HISTORY
      *        A final pay's leave payout, apart, for the
      *        separation certificate
               IF TERMINATION-PAY
                   PERFORM 5400-WRITE-TERM-PAY
               END-IF
      *        Generate payslip
               PERFORM 6000-GENERATE-PAYSLIP
           END-IF
           ADD WS-SUPER-AMOUNT TO WS-TOTAL-SUPER
           ADD WS-DEDUCTION-TOTAL TO WS-TOTAL-DEDUCTIONS
           ADD WS-NET-PAY TO WS-TOTAL-NET
           ADD WS-SACRIFICE-AMOUNT TO WS-TOTAL-SACRIFICE
           ADD 1 TO WS-RECORDS-PROCESSED
      *    Checkpoint periodically so an abend doesn't force a
      *    full rerun of the YTD updates already committed
                      = TR-DEPT-OVERRIDE
               MOVE WS-SPLIT-SRCH-IDX TO WS-SPLIT-MATCH-IDX
           END-IF.
      *
       2090-FIND-PENDING-BANK.
           IF WS-PB-MATCH-IDX = ZERO
              AND WS-PB-EMP-ID(WS-PB-SRCH-IDX) = EMP-ID
               MOVE WS-PB-SRCH-IDX TO WS-PB-MATCH-IDX
           END-IF.
      *
       2100-READ-TIME-RECORD.
           READ TIME-FILE
                   MOVE TW-EMP-ID TO LB-EMP-ID
           END-READ
           IF LB-LEAVE-BALANCE > TW-LEAVE-HOURS
               COMPUTE WS-TERM-AL-HOURS =
                   LB-LEAVE-BALANCE - TW-LEAVE-HOURS
               COMPUTE WS-TERM-LEAVE-PAY =
                   (LB-LEAVE-BALANCE - TW-LEAVE-HOURS)
                       * WS-LEAVE-HOURLY-RATE
           ELSE
               MOVE ZERO TO WS-TERM-LEAVE-PAY
           END-IF
      *    Unused annual leave paid out carries the loading it would
      *    have attracted if taken - the LSL balance never does
           IF EMP-LOADING-ENTITLED
               COMPUTE WS-TERM-LOADING ROUNDED =
                   WS-TERM-LEAVE-PAY * WS-LEAVE-LOADING-RATE
               ADD WS-TERM-LOADING TO WS-TERM-LEAVE-PAY
               ADD WS-TERM-LOADING TO WS-LEAVE-LOADING
           END-IF
           MOVE WS-TERM-LEAVE-PAY TO WS-TERM-AL-PAY
           IF LB-LSL-BALANCE > TW-LSL-HOURS
               COMPUTE WS-TERM-LSL-HOURS =
                   LB-LSL-BALANCE - TW-LSL-HOURS
               COMPUTE WS-TERM-LEAVE-PAY =
                   WS-TERM-LEAVE-PAY +
                   ((LB-LSL-BALANCE - TW-LSL-HOURS)
                       * WS-LEAVE-HOURLY-RATE)
           END-IF
           COMPUTE WS-TERM-LSL-PAY =
               WS-TERM-LEAVE-PAY - WS-TERM-AL-PAY
           ADD WS-TERM-LEAVE-PAY TO WS-GROSS-PAY.
      *
       3460-PAYOUT-LEAVE-BALANCE.
      *    keeps a later run from paying this employee again - a
      *    held or rejected final pay never reaches this point and
      *    stays 'T' for reprocessing.
           MOVE EMP-ACTIVE-FLAG TO WS-AR-ACTIVE-FLAG
           SET EMP-TERM-PAID TO TRUE
           MOVE TW-EMP-ID TO LB-EMP-ID
           READ LEAVE-FILE
                   INITIALIZE LEAVE-BALANCE-RECORD
                   MOVE TW-EMP-ID TO LB-EMP-ID
           END-READ
           PERFORM 3070-SAVE-LEAVE-BEFORE
           ADD TW-LEAVE-HOURS TO LB-LEAVE-TAKEN-YTD
           ADD TW-SICK-HOURS  TO LB-SICK-TAKEN-YTD
           ADD TW-LSL-HOURS   TO LB-LSL-TAKEN-YTD
      *    later, once net pay is confirmed non-negative.
           IF NOT ((EMP-ACTIVE OR EMP-TERMINATED) AND SALARY)
               ADD WS-LEAVE-PAY TO WS-GROSS-PAY
           END-IF
      *    Annual leave loading on the annual leave hours only - sick
      *    and long service leave never attract it. Unlike the leave
      *    pay itself it is always added: a salaried employee's flat
      *    salary covers the leave hours but not the loading on them.
           IF EMP-LOADING-ENTITLED
               COMPUTE WS-LEAVE-LOADING ROUNDED =
                   TW-LEAVE-HOURS * WS-LEAVE-HOURLY-RATE
                       * WS-LEAVE-LOADING-RATE
               ADD WS-LEAVE-LOADING TO WS-GROSS-PAY
           END-IF.
      *
       3060-UPDATE-LEAVE-BALANCE.
           MOVE EMP-ACTIVE-FLAG TO WS-AR-ACTIVE-FLAG
           MOVE TW-EMP-ID TO LB-EMP-ID
           READ LEAVE-FILE
               INVALID KEY
                   INITIALIZE LEAVE-BALANCE-RECORD
                   MOVE TW-EMP-ID TO LB-EMP-ID
           END-READ
           PERFORM 3070-SAVE-LEAVE-BEFORE
           COMPUTE WS-LEAVE-ACCRUAL =
               WS-ANNUAL-LEAVE-RATE * WS-PERIOD-WEEKS
           COMPUTE WS-SICK-ACCRUAL =
           ELSE
               REWRITE LEAVE-BALANCE-RECORD
           END-IF.
      *
       3070-SAVE-LEAVE-BEFORE.
      *    The balances as they stood before this pay touched them
      *    - the drawdown floors at zero and the final pay zeroes
      *    them outright, so only the before-image can undo it
           MOVE LB-LEAVE-BALANCE TO WS-AR-LEAVE-BAL
           MOVE LB-SICK-BALANCE  TO WS-AR-SICK-BAL
           MOVE LB-LSL-BALANCE   TO WS-AR-LSL-BAL.
      *
       4000-CALCULATE-TAX.
      *    Australian PAYG withholding calculation
      *    the unused-leave payout is carved out of the PAYG base
      *    and taxed at the concessional flat rate instead of the
      *    brackets; everything else (the worked portion) stays on
      *    the employee's normal tax treatment. Salary sacrificed
      *    into super is never taxed as salary at all.
           IF TERMINATION-PAY
               COMPUTE WS-TAXABLE-GROSS =
                   WS-GROSS-PAY - WS-TERM-LEAVE-PAY
                       - WS-SACRIFICE-AMOUNT
           ELSE
               COMPUTE WS-TAXABLE-GROSS =
                   WS-GROSS-PAY - WS-SACRIFICE-AMOUNT
           END-IF
           EVALUATE EMP-TAX-CODE
               WHEN 'TF'
           END-EVALUATE
           IF TERMINATION-PAY
              AND EMP-TAX-CODE NOT = 'NT'
               COMPUTE WS-TERM-PAYOUT-TAX =
                   WS-TERM-LEAVE-PAY * WS-TERM-TAX-RATE
               ADD WS-TERM-PAYOUT-TAX TO WS-TAX-AMOUNT
           END-IF.
      *
       4050-CALCULATE-SACRIFICE.
      *    Salary sacrifice ('V') lines are priced ahead of tax,
      *    into the same working table the other deduction lines
      *    use - so they are committed, and a fixed-term balance
      *    drawn down, with them once the pay is confirmed going
      *    out, and a held pay has sacrificed nothing. A final
      *    pay's unused-leave payout cannot be sacrificed, and no
      *    line can sacrifice more gross than is left.
           MOVE ZERO TO WS-DEDUCTION-TOTAL
           MOVE ZERO TO WS-DEDUCTION-COUNT
           MOVE ZERO TO PSD-COUNT
           MOVE ZERO TO WS-SACRIFICE-AMOUNT
           COMPUTE WS-SACRIFICE-BASE =
               WS-GROSS-PAY - WS-TERM-LEAVE-PAY
           MOVE EMP-ID TO DED-EMP-ID
           MOVE ZERO   TO DED-PRIORITY
           START DEDUCTION-FILE KEY >= DED-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-DED-EOF-SWITCH
           PERFORM 4060-PRICE-SACRIFICE-LINE
               UNTIL END-OF-DEDUCTIONS.
      *
       4060-PRICE-SACRIFICE-LINE.
           READ DEDUCTION-FILE NEXT
               AT END
                   SET END-OF-DEDUCTIONS TO TRUE
           END-READ
           IF END-OF-DEDUCTIONS
               EXIT PARAGRAPH
           END-IF
           IF DED-EMP-ID NOT = EMP-ID
               SET END-OF-DEDUCTIONS TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT DED-SALARY-SACRIFICE
               EXIT PARAGRAPH
           END-IF
           IF DED-PERCENTAGE
               COMPUTE WS-DED-LINE-AMOUNT =
                   WS-SACRIFICE-BASE * DED-PERCENT
           ELSE
               MOVE DED-AMOUNT TO WS-DED-LINE-AMOUNT
           END-IF
           IF DED-REMAINING-BAL > ZERO
              AND WS-DED-LINE-AMOUNT > DED-REMAINING-BAL
               MOVE DED-REMAINING-BAL TO WS-DED-LINE-AMOUNT
           END-IF
           COMPUTE WS-DED-AVAILABLE =
               WS-SACRIFICE-BASE - WS-SACRIFICE-AMOUNT
           IF WS-DED-LINE-AMOUNT > WS-DED-AVAILABLE
               MOVE WS-DED-AVAILABLE TO WS-DED-LINE-AMOUNT
           END-IF
           IF WS-DED-LINE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-DEDUCTION-COUNT >= 20
               STRING 'DEDUCTION TABLE FULL - PRIORITY: '
                      DED-PRIORITY
                      ' EMPLOYEE: ' DED-EMP-ID
                      DELIMITED BY SIZE
                      INTO WS-ERROR-MESSAGE
               PERFORM 8100-WRITE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEDUCTION-COUNT
           MOVE DED-PRIORITY
               TO WS-DED-ENT-PRIORITY(WS-DEDUCTION-COUNT)
           MOVE WS-DED-LINE-AMOUNT
               TO WS-DED-ENT-AMOUNT(WS-DEDUCTION-COUNT)
           IF DED-REMAINING-BAL > ZERO
               MOVE 'Y' TO WS-DED-ENT-BAL-FLAG(WS-DEDUCTION-COUNT)
           ELSE
               MOVE 'N' TO WS-DED-ENT-BAL-FLAG(WS-DEDUCTION-COUNT)
           END-IF
           ADD 1 TO PSD-COUNT
           MOVE DED-TYPE           TO PSD-TYPE(PSD-COUNT)
           MOVE DED-DESCRIPTION    TO PSD-DESCRIPTION(PSD-COUNT)
           MOVE WS-DED-LINE-AMOUNT TO PSD-AMOUNT(PSD-COUNT)
           ADD WS-DED-LINE-AMOUNT TO WS-SACRIFICE-AMOUNT
           ADD WS-DED-LINE-AMOUNT TO WS-DEDUCTION-TOTAL.
      *
       4100-CALCULATE-SUPER.
      *    Superannuation: employee rate * gross, subject to the
      *    Minimum 11.5% per SG legislation 2024
      *    An unused-leave payout on termination is not ordinary
      *    time earnings, so it is excluded from the super base
           MOVE EMP-SUPER-QTR-BASE TO WS-AR-QTR-BASE
           MOVE EMP-SUPER-QTR-NUM  TO WS-AR-QTR-NUM
           PERFORM 4110-CHECK-SUPER-QUARTER
           IF TERMINATION-PAY
               COMPUTE WS-SUPER-GROSS =
      *    taken nothing. Lines are capped at what net pay can bear:
      *    garnishees stop at the protected-earnings floor, other
      *    lines stop at zero, and fixed-term lines stop at their
      *    remaining balance. The table already holds any salary
      *    sacrifice 4050 priced ahead of tax.
           IF WS-GROSS-PAY < (WS-TAX-AMOUNT + WS-SUPER-AMOUNT
                                + WS-SACRIFICE-AMOUNT)
      *        Already headed for the negative-net hold - there is
      *        nothing left for any deduction to take
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NET-RUNNING =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-SUPER-AMOUNT
                   - WS-SACRIFICE-AMOUNT
           MOVE EMP-ID TO DED-EMP-ID
           MOVE ZERO   TO DED-PRIORITY
           START DEDUCTION-FILE KEY >= DED-KEY
               SET END-OF-DEDUCTIONS TO TRUE
               EXIT PARAGRAPH
           END-IF
      *    Salary sacrifice was taken before tax by 4050
           IF DED-SALARY-SACRIFICE
               EXIT PARAGRAPH
           END-IF
           IF DED-PERCENTAGE
               COMPUTE WS-DED-LINE-AMOUNT =
                   WS-GROSS-PAY * DED-PERCENT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
      *    Salary sacrifice goes to the employee's fund through
      *    the super spool (6300), never to a deduction payee
           IF NOT DED-SALARY-SACRIFICE
               PERFORM 4260-SPOOL-DEDN-REMIT
           END-IF
           IF WS-DED-ENT-BAL-FLAG(WS-DED-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
      *    The audit record carries what each line drew down so a
      *    voided pay can give it back
           ADD 1 TO WS-AR-DED-COUNT
           MOVE DED-PRIORITY
               TO WS-AR-DED-PRIORITY(WS-AR-DED-COUNT)
           IF DED-REMAINING-BAL > WS-DED-ENT-AMOUNT(WS-DED-IDX)
               MOVE WS-DED-ENT-AMOUNT(WS-DED-IDX)
                   TO WS-AR-DED-AMOUNT(WS-AR-DED-COUNT)
               SUBTRACT WS-DED-ENT-AMOUNT(WS-DED-IDX)
                   FROM DED-REMAINING-BAL
           ELSE
               MOVE DED-REMAINING-BAL
                   TO WS-AR-DED-AMOUNT(WS-AR-DED-COUNT)
               MOVE ZERO TO DED-REMAINING-BAL
           END-IF
           REWRITE DEDUCTION-RECORD.
           ADD WS-GROSS-PAY TO EMP-YTD-GROSS
           ADD WS-TAX-AMOUNT TO EMP-YTD-TAX
           ADD WS-SUPER-AMOUNT TO EMP-YTD-SUPER
           ADD WS-SACRIFICE-AMOUNT TO EMP-YTD-RESC
      *    Durable before/after trail, written ahead of the rewrite
      *    below so the audit record always reflects what is about
      *    to be committed to the master file
           MOVE WS-GROSS-PAY       TO AU-PERIOD-GROSS
           MOVE WS-TAX-AMOUNT      TO AU-PERIOD-TAX
           MOVE WS-SUPER-AMOUNT    TO AU-PERIOD-SUPER
           MOVE WS-SUPER-GROSS     TO AU-PERIOD-OTE
           MOVE WS-SACRIFICE-AMOUNT TO AU-PERIOD-RESC
           MOVE EMP-YTD-GROSS      TO AU-YTD-GROSS-AFTER
           MOVE EMP-YTD-TAX        TO AU-YTD-TAX-AFTER
           MOVE EMP-YTD-SUPER      TO AU-YTD-SUPER-AFTER
           SET AU-PAY-ENTRY        TO TRUE
           MOVE WS-LEAVE-LOADING   TO AU-PERIOD-LOADING
           MOVE WS-AUDIT-RESTORE   TO AU-RESTORE-DATA
           WRITE AUDIT-RECORD.
      *
       5200-WRITE-STP-DETAIL.
      *    The audit record was just built by 5100 with this pay's
      *    period figures and the YTD totals about to be committed -
      *    the pay event reports exactly those. Salary sacrifice
      *    is reported as reportable employer super contributions
      *    and the gross figures net of it.
           MOVE SPACES TO STP-RECORD
           MOVE 'D'                TO ST-REC-TYPE
           MOVE AU-EMP-ID          TO ST-EMP-ID
           MOVE EMP-NAME           TO ST-EMP-NAME
           MOVE AU-WEEK-ENDING     TO ST-PERIOD-ENDING
           COMPUTE ST-PERIOD-GROSS =
               AU-PERIOD-GROSS - AU-PERIOD-RESC
           MOVE AU-PERIOD-TAX      TO ST-PERIOD-TAX
           MOVE AU-PERIOD-SUPER    TO ST-PERIOD-SUPER
           COMPUTE ST-YTD-GROSS =
               AU-YTD-GROSS-AFTER - EMP-YTD-RESC
           MOVE AU-YTD-TAX-AFTER   TO ST-YTD-TAX
           MOVE AU-YTD-SUPER-AFTER TO ST-YTD-SUPER
           MOVE AU-PERIOD-RESC     TO ST-PERIOD-RESC
           MOVE EMP-YTD-RESC       TO ST-YTD-RESC
           WRITE STP-RECORD.
      *
       5300-WRITE-PAY-HISTORY.
                   + TW-LSL-HOURS + TW-SAT-HOURS
                   + TW-SUN-HOURS + TW-PUBHOL-HOURS
           WRITE PAY-HISTORY-RECORD.
      *
       5400-WRITE-TERM-PAY.
           MOVE TW-EMP-ID          TO TP-EMP-ID
           MOVE TW-WEEK-ENDING     TO TP-WEEK-ENDING
           MOVE WS-GROSS-PAY       TO TP-FINAL-GROSS
           MOVE WS-TAX-AMOUNT      TO TP-FINAL-TAX
           MOVE HI-HOURS           TO TP-FINAL-HOURS
           MOVE WS-TERM-AL-HOURS   TO TP-AL-HOURS
           MOVE WS-TERM-AL-PAY     TO TP-AL-PAYOUT
           MOVE WS-TERM-LOADING    TO TP-AL-LOADING
           MOVE WS-TERM-LSL-HOURS  TO TP-LSL-HOURS
           MOVE WS-TERM-LSL-PAY    TO TP-LSL-PAYOUT
           MOVE WS-TERM-PAYOUT-TAX TO TP-PAYOUT-TAX
           WRITE TERM-PAY-RECORD.
      *
       6000-GENERATE-PAYSLIP.
      *    The leave balance record and the master's YTD figures
           MOVE TW-WEEK-ENDING  TO PA-WEEK-ENDING
           MOVE 1               TO PA-LINE-SEQ
           MOVE PAYSLIP-RECORD  TO PA-SLIP-IMAGE
           MOVE SPACE           TO PA-DELIVERY-STATUS
           MOVE 'N' TO WS-ARCH-DONE-SWITCH
           PERFORM 6060-WRITE-ARCHIVE-LINE
               UNTIL ARCHIVE-LINE-WRITTEN
               MOVE WS-SUPER-AMOUNT    TO WS-PART-SUPER
               MOVE WS-DEDUCTION-TOTAL TO WS-PART-DEDNS
               MOVE WS-NET-PAY         TO WS-PART-NET
               MOVE WS-LEAVE-LOADING   TO WS-PART-LOADING
               MOVE WS-SACRIFICE-AMOUNT TO WS-PART-SACRIFICE
               PERFORM 6158-POST-DEPT-AMOUNTS
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ALLOC-SUPER
           MOVE ZERO TO WS-ALLOC-DEDNS
           MOVE ZERO TO WS-ALLOC-NET
           MOVE ZERO TO WS-ALLOC-LOADING
           MOVE ZERO TO WS-ALLOC-SACRIFICE
           PERFORM 6155-ALLOCATE-SPLIT-SHARE
               VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > TW-SPLIT-COUNT.
                   WS-DEDUCTION-TOTAL - WS-ALLOC-DEDNS
               COMPUTE WS-PART-NET =
                   WS-NET-PAY - WS-ALLOC-NET
               COMPUTE WS-PART-LOADING =
                   WS-LEAVE-LOADING - WS-ALLOC-LOADING
               COMPUTE WS-PART-SACRIFICE =
                   WS-SACRIFICE-AMOUNT - WS-ALLOC-SACRIFICE
           ELSE
               COMPUTE WS-PART-GROSS ROUNDED =
                   WS-GROSS-PAY * TW-SPLIT-HOURS(WS-SPLIT-IDX)
               COMPUTE WS-PART-NET ROUNDED =
                   WS-NET-PAY * TW-SPLIT-HOURS(WS-SPLIT-IDX)
                       / TW-SPLIT-TOT-HOURS
               COMPUTE WS-PART-LOADING ROUNDED =
                   WS-LEAVE-LOADING * TW-SPLIT-HOURS(WS-SPLIT-IDX)
                       / TW-SPLIT-TOT-HOURS
               COMPUTE WS-PART-SACRIFICE ROUNDED =
                   WS-SACRIFICE-AMOUNT * TW-SPLIT-HOURS(WS-SPLIT-IDX)
                       / TW-SPLIT-TOT-HOURS
           END-IF
           ADD WS-PART-GROSS TO WS-ALLOC-GROSS
           ADD WS-PART-TAX   TO WS-ALLOC-TAX
           ADD WS-PART-SUPER TO WS-ALLOC-SUPER
           ADD WS-PART-DEDNS TO WS-ALLOC-DEDNS
           ADD WS-PART-NET   TO WS-ALLOC-NET
           ADD WS-PART-LOADING TO WS-ALLOC-LOADING
           ADD WS-PART-SACRIFICE TO WS-ALLOC-SACRIFICE
           PERFORM 6158-POST-DEPT-AMOUNTS.
      *
       6158-POST-DEPT-AMOUNTS.
           ADD WS-PART-TAX     TO WS-DEPT-TAX(WS-DEPT-MATCH-IDX)
           ADD WS-PART-SUPER   TO WS-DEPT-SUPER(WS-DEPT-MATCH-IDX)
           ADD WS-PART-DEDNS   TO WS-DEPT-DEDNS(WS-DEPT-MATCH-IDX)
           ADD WS-PART-NET     TO WS-DEPT-NET(WS-DEPT-MATCH-IDX)
           ADD WS-PART-LOADING TO WS-DEPT-LOADING(WS-DEPT-MATCH-IDX)
           ADD WS-PART-SACRIFICE
               TO WS-DEPT-SACRIFICE(WS-DEPT-MATCH-IDX).
      *
       6160-FIND-DEPT-ENTRY.
           IF WS-DEPT-MATCH-IDX = ZERO
      *
       6300-WRITE-SUPER-CONTRIB.
      *    Nothing to remit when the quarterly cap (or a zero super
      *    base) produced no contribution and nothing was salary
      *    sacrificed. A missing fund id still
      *    spools - under UNKNOWN - so the money is visible to the
      *    remittance process instead of silently unremitted, and
      *    the gap is reported for payroll to chase. Fund details
      *    the clearing house has already rejected route the same
      *    way - re-remitting them would only bounce again. The
      *    guarantee and the salary sacrifice spool as separate
      *    records, each carrying its contribution type.
           IF WS-SUPER-AMOUNT = ZERO
              AND WS-SACRIFICE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUPER-WORK-RECORD
           MOVE TW-EMP-ID          TO SPW-EMP-ID
           MOVE EMP-NAME           TO SPW-EMP-NAME
           MOVE TW-WEEK-ENDING     TO SPW-WEEK-ENDING
           IF WS-SUPER-AMOUNT NOT = ZERO
               SET SPW-SG-CONTRIB TO TRUE
               MOVE WS-SUPER-AMOUNT TO SPW-AMOUNT
               WRITE SUPER-WORK-RECORD
           END-IF
           IF WS-SACRIFICE-AMOUNT NOT = ZERO
               SET SPW-SACRIFICE-CONTRIB TO TRUE
               MOVE WS-SACRIFICE-AMOUNT TO SPW-AMOUNT
               WRITE SUPER-WORK-RECORD
           END-IF.
      *
       8000-HANDLE-MISSING-EMPLOYEE.
           STRING 'EMPLOYEE NOT FOUND: ' TW-EMP-ID
           MOVE WS-RECORDS-HELD      TO CK-RECORDS-HELD
           MOVE WS-EFT-RECORD-COUNT  TO CK-EFT-RECORD-COUNT
           MOVE WS-EFT-TOTAL-AMOUNT  TO CK-EFT-TOTAL-AMOUNT
           MOVE WS-TOTAL-SACRIFICE   TO CK-TOTAL-SACRIFICE
           MOVE WS-DEPT-COUNT        TO CK-DEPT-COUNT
           PERFORM 8910-SAVE-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
           MOVE WS-DEPT-DEDNS(WS-DEPT-IDX)
               TO CK-DEPT-DEDNS(WS-DEPT-IDX)
           MOVE WS-DEPT-NET(WS-DEPT-IDX)
               TO CK-DEPT-NET(WS-DEPT-IDX)
           MOVE WS-DEPT-LOADING(WS-DEPT-IDX)
               TO CK-DEPT-LOADING(WS-DEPT-IDX)
           MOVE WS-DEPT-SACRIFICE(WS-DEPT-IDX)
               TO CK-DEPT-SACRIFICE(WS-DEPT-IDX).
      *
       8950-CLEAR-CHECKPOINT.
      *    Clean finish - blank the checkpoint so the next run
           DISPLAY 'RECORDS PROCESSED: ' WS-RECORDS-PROCESSED
           DISPLAY 'RECORDS IN ERROR:  ' WS-RECORDS-ERROR
           DISPLAY 'RECORDS ON HOLD:   ' WS-RECORDS-HELD
           DISPLAY 'BANK CHANGE PENDING: ' WS-RECORDS-BANK-PENDING
           DISPLAY 'TOTAL GROSS PAY:   ' WS-TOTAL-GROSS
           DISPLAY 'TOTAL TAX:         ' WS-TOTAL-TAX
           DISPLAY 'TOTAL SUPER:       ' WS-TOTAL-SUPER
           DISPLAY 'TOTAL DEDUCTIONS:  ' WS-TOTAL-DEDUCTIONS
           DISPLAY '  INCL SACRIFICE:  ' WS-TOTAL-SACRIFICE
           DISPLAY 'TOTAL NET PAY:     ' WS-TOTAL-NET
           DISPLAY '=================================='
           PERFORM 9100-WRITE-DEPT-SUBTOTALS
      *    The run finished cleanly - record it on the run control
      *    so this period-ending date can never be paid twice
           PERFORM 9400-RECORD-RUN-COMPLETE
      *    The step ends clean on the ledger once the period is
      *    recorded as paid, releasing the steps that follow it
           PERFORM 9800-END-JOB-STEP
      *    Cleared only after the completion record is safely on
      *    the run control - an abend anywhere in the finalize
      *    steps above leaves the checkpoint standing, so a rerun
                 STP-FILE
                 PAY-HISTORY-FILE
                 PAYSLIP-ARCH-FILE
                 DEDN-WORK-FILE
                 TERM-PAY-FILE.
      *
       9350-WRITE-STP-FOOTER.
      *    Batch totals for the submission - employees paid in the
           MOVE ZERO                 TO ST-YTD-GROSS
           MOVE ZERO                 TO ST-YTD-TAX
           MOVE ZERO                 TO ST-YTD-SUPER
      *    Gross reported net of salary sacrifice, as the details
      *    are, with the sacrifice in its own total
           SUBTRACT WS-TOTAL-SACRIFICE FROM ST-PERIOD-GROSS
           MOVE WS-TOTAL-SACRIFICE   TO ST-PERIOD-RESC
           MOVE ZERO                 TO ST-YTD-RESC
           WRITE STP-RECORD.
      *
       9400-RECORD-RUN-COMPLETE.
           MOVE WS-PAY-GROUP    TO RC-PAY-GROUP
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
      *
       9800-END-JOB-STEP.
           SET JR-END-CLEAN TO TRUE
           MOVE WS-RECORDS-PROCESSED TO JR-RECORD-COUNT
           MOVE WS-TOTAL-NET         TO JR-CONTROL-AMOUNT
           MOVE SPACES               TO JR-RESULT-TEXT
           STRING 'PAID ' WS-RECORDS-PROCESSED
                  ' HELD ' WS-RECORDS-HELD
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
      *
       9410-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-CONTROL-RECORD
           SORT SUPER-SORT-FILE
               ON ASCENDING KEY SSR-FUND-ID
                                SSR-EMP-ID
                                SSR-CONTRIB-TYPE
               USING SUPER-WORK-FILE
               OUTPUT PROCEDURE IS 9650-REMIT-OUTPUT
           CLOSE SUPER-REMIT-FILE.
           MOVE SSR-EMP-NAME    TO SP-EMP-NAME
           MOVE SSR-WEEK-ENDING TO SP-WEEK-ENDING
           MOVE SSR-AMOUNT      TO SP-AMOUNT
           MOVE SSR-CONTRIB-TYPE TO SP-CONTRIB-TYPE
           WRITE SUPER-REMIT-RECORD
           ADD SSR-AMOUNT TO WS-FUND-TOTAL
           ADD 1 TO WS-FUND-MEMBERS.
           END-IF.
      *
       9540-WRITE-GL-LINE.
      *    Salary expense - gross less the annual leave loading,
      *    which is expensed to its own account below, so the two
      *    debits together still cost the department's gross
           COMPUTE WS-GL-SALARY-AMOUNT =
               WS-DEPT-GROSS(WS-DEPT-IDX)
                   - WS-DEPT-LOADING(WS-DEPT-IDX)
           IF WS-GL-SALARY-AMOUNT NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-COST-CENTRE TO GL-COST-CENTRE
               MOVE WS-GL-SALARY-ACCT TO GL-ACCOUNT
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-GL-SALARY-AMOUNT TO GL-AMOUNT
               MOVE WS-PAY-RUN-DATE TO GL-PERIOD-ENDING
               MOVE 'SALARIES AND WAGES' TO GL-DESCRIPTION
               WRITE GL-RECORD
               ADD WS-GL-SALARY-AMOUNT TO WS-GL-DR-TOTAL
           END-IF
      *    Annual leave loading expense
           IF WS-DEPT-LOADING(WS-DEPT-IDX) NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-COST-CENTRE  TO GL-COST-CENTRE
               MOVE WS-GL-LOADING-ACCT TO GL-ACCOUNT
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-DEPT-LOADING(WS-DEPT-IDX) TO GL-AMOUNT
               MOVE WS-PAY-RUN-DATE TO GL-PERIOD-ENDING
               MOVE 'ANNUAL LEAVE LOADING' TO GL-DESCRIPTION
               WRITE GL-RECORD
               ADD WS-DEPT-LOADING(WS-DEPT-IDX) TO WS-GL-DR-TOTAL
           END-IF
      *    PAYG withholding payable
           IF WS-DEPT-TAX(WS-DEPT-IDX) NOT = ZERO
               WRITE GL-RECORD
               ADD WS-DEPT-SUPER(WS-DEPT-IDX) TO WS-GL-CR-TOTAL
           END-IF
      *    Salary sacrifice is remitted to the fund with the
      *    super, so it is super payable too - on its own line
           IF WS-DEPT-SACRIFICE(WS-DEPT-IDX) NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
               MOVE WS-GL-SUPER-ACCT  TO GL-ACCOUNT
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-DEPT-SACRIFICE(WS-DEPT-IDX) TO GL-AMOUNT
               MOVE WS-PAY-RUN-DATE TO GL-PERIOD-ENDING
               MOVE 'SALARY SACRIFICE SUPER PAYABLE' TO GL-DESCRIPTION
               WRITE GL-RECORD
               ADD WS-DEPT-SACRIFICE(WS-DEPT-IDX) TO WS-GL-CR-TOTAL
           END-IF
      *    Deductions clearing - the rest of the deductions
           COMPUTE WS-GL-DEDN-AMOUNT =
               WS-DEPT-DEDNS(WS-DEPT-IDX)
                   - WS-DEPT-SACRIFICE(WS-DEPT-IDX)
           IF WS-GL-DEDN-AMOUNT NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
               MOVE WS-GL-DEDN-ACCT  TO GL-ACCOUNT
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-GL-DEDN-AMOUNT TO GL-AMOUNT
               MOVE WS-PAY-RUN-DATE TO GL-PERIOD-ENDING
               MOVE 'EMPLOYEE DEDUCTIONS CLEARING' TO GL-DESCRIPTION
               WRITE GL-RECORD
               ADD WS-GL-DEDN-AMOUNT TO WS-GL-CR-TOTAL
           END-IF
      *    Net pay to bank clearing
           IF WS-DEPT-NET(WS-DEPT-IDX) NOT = ZERO
