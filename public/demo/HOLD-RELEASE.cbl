      * and committed by the original run and only the credit came
      * back, so they are reissued (EFT + register line from the
      * held net amount) without touching YTD, leave or audit.
      * Salary sacrifice into super is taken off gross before tax
      * exactly as the main run takes it, and spooled to the fund;
      * no other deduction line is taken on a supplementary pay.
      * Held TERMINATION pays are not released here at all - the
      * final-pay sequence (leave payout, concessional tax,
      * paid-out marking) belongs to the main run, and paying a
      * terminated employee as ordinary earnings would leave them
      * payable again - they are reported for a manual final pay.
      * Recorded on the job-step ledger against the run control's
      * period; it will not start until the group's main run has
      * finished cleanly, so it can never run while that run is
      * mid-checkpoint.
      * Anything it pays puts the run's reconciliation and
      * integrity sign-off back to outstanding on the ledger, so
      * both are run again before the EFT release.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-STATUS.
           SELECT LEAVE-FILE ASSIGN TO LEAVEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
       FD  DEDUCTION-FILE.
           COPY DEDUCTION-RECORD.
      *
       FD  LEAVE-FILE.
           COPY LEAVE-BALANCE-RECORD.
           05  WS-RATE-STATUS      PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-LEAVE-STATUS     PIC XX.
           05  WS-DED-STATUS       PIC XX.
           05  WS-AUDIT-STATUS     PIC XX.
           05  WS-PAY-STATUS       PIC XX.
           05  WS-REG-STATUS       PIC XX.
               88  RATE-SET-FOUND  VALUE 'Y'.
           05  WS-ARCH-DONE-SWITCH PIC X(1) VALUE 'N'.
               88  ARCHIVE-LINE-WRITTEN VALUE 'Y'.
           05  WS-DED-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  END-OF-DEDUCTIONS VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-HOLDS-READ       PIC 9(6) VALUE ZERO.
           05  WS-SUP-TOTAL-GROSS  PIC 9(9)V99 VALUE ZERO.
           05  WS-SUP-TOTAL-TAX    PIC 9(9)V99 VALUE ZERO.
           05  WS-SUP-TOTAL-SUPER  PIC 9(9)V99 VALUE ZERO.
           05  WS-SUP-TOTAL-SACRIFICE PIC 9(9)V99 VALUE ZERO.
      *
      *    Release money by held period, for the GL summary
      *    journals - the audit records are stamped with the held
               10  WS-GLP-TAX      PIC 9(9)V99.
               10  WS-GLP-SUPER    PIC 9(9)V99.
               10  WS-GLP-NET      PIC 9(9)V99.
               10  WS-GLP-LOADING  PIC 9(9)V99.
               10  WS-GLP-SACRIFICE PIC 9(9)V99.
      *
       01  WS-GLP-IDX              PIC 9(2).
       01  WS-GLP-SRCH-IDX         PIC 9(2).
           05  WS-OVERTIME-RATE    PIC 9(4)V99.
           05  WS-LEAVE-PAY        PIC 9(7)V99.
           05  WS-DEDUCTION-TOTAL  PIC 9(7)V99.
           05  WS-LEAVE-LOADING    PIC 9(7)V99.
      *
       01  WS-PERIOD-INFO.
           05  WS-PERIOD-WEEKS     PIC 9V99 VALUE 1.00.
           05  WS-CURRENT-QTR      PIC 9.
           05  WS-EFFECTIVE-SUPER-RATE PIC 9V999.
           05  WS-SUPER-BASE-PAY   PIC 9(7)V99.
           05  WS-GL-SALARY-AMOUNT PIC 9(9)V99.
           05  WS-TAXABLE-GROSS    PIC 9(7)V99.
           05  WS-SACRIFICE-AMOUNT PIC 9(7)V99.
           05  WS-DED-LINE-AMOUNT  PIC 9(7)V99.
           05  WS-DED-AVAILABLE    PIC 9(7)V99.
      *
      *    Salary sacrifice lines priced for this release - only
      *    committed back to DEDUCTION-FILE (balance drawdown)
      *    once the pay is confirmed going out
       01  WS-SACRIFICE-TABLE.
           05  WS-SAC-COUNT        PIC 99 VALUE ZERO.
           05  WS-SAC-ENTRY OCCURS 20 TIMES.
               10  WS-SAC-PRIORITY PIC 9(2).
               10  WS-SAC-AMOUNT   PIC 9(7)V99.
       01  WS-SAC-IDX              PIC 99.
      *
       01  WS-RATE-WORK.
           05  RW-EFFECTIVE-FROM   PIC 9(8) VALUE ZERO.
      *
      *    Handed to PAYSLIP-FMT alongside the pay calculation - a
      *    supplementary pay takes no voluntary deductions, so the
      *    breakdown carries only its salary sacrifice lines
       COPY PAYSLIP-DETAIL.
       COPY PAYSLIP-BLOCK.
       01  WS-PSB-IDX              PIC 9(2).
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
      *
       COPY JOB-STEP-REQUEST.
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1020-READ-RUN-CONTROL
           PERFORM 1080-START-JOB-STEP
           PERFORM 1045-LOAD-RATE-TABLES
           OPEN I-O    PAY-HOLD-FILE
                       EMPLOYEE-FILE
                       LEAVE-FILE
                       DEDUCTION-FILE
                INPUT  RELEASE-FILE
                EXTEND AUDIT-FILE
                       PAY-HISTORY-FILE
               DISPLAY 'ERROR OPENING LEAVE FILE: ' WS-LEAVE-STATUS
               STOP RUN
           END-IF
           IF WS-DED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEDUCTION FILE: ' WS-DED-STATUS
               STOP RUN
           END-IF
           PERFORM 1085-OPEN-PAYSLIP-ARCHIVE
           MOVE ZERO TO PSD-COUNT
           PERFORM 1050-SET-PERIOD-FACTOR
           MOVE ZERO TO ST-YTD-GROSS
           MOVE ZERO TO ST-YTD-TAX
           MOVE ZERO TO ST-YTD-SUPER
           MOVE ZERO TO ST-PERIOD-RESC
           MOVE ZERO TO ST-YTD-RESC
           WRITE STP-RECORD.
      *
       1085-OPEN-PAYSLIP-ARCHIVE.
           END-IF
           MOVE RC-PAY-PERIOD    TO WS-PAY-PERIOD
           MOVE RC-PERIOD-ENDING TO WS-PAY-RUN-DATE
           MOVE RC-PAY-GROUP     TO JR-PAY-GROUP
           CLOSE RUN-CONTROL-FILE.
      *
       1080-START-JOB-STEP.
           SET JR-START-STEP TO TRUE
           MOVE WS-PAY-RUN-DATE  TO JR-PERIOD-ENDING
           MOVE 'HOLDRLSE'       TO JR-STEP-ID
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
       1045-LOAD-RATE-TABLES.
      *    Same effective-dated selection the main run makes, so a
       4000-RECALCULATE-PAY.
      *    The same gross/tax/super sequence the main run performs,
      *    off the current master record and this run's rate set.
      *    Salary sacrifice comes off gross before tax as it does
      *    in the main run; other voluntary deductions are not
      *    taken on a supplementary pay - the next full run's
      *    deduction lines pick up where they left off.
           MOVE PH-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
           PERFORM 4100-SET-PAID-HOURS
           PERFORM 4200-CALC-GROSS-PAY
           PERFORM 4300-CALC-LEAVE-PAY
           PERFORM 4350-CALC-SACRIFICE
           PERFORM 4400-CALC-TAX
           PERFORM 4500-CALC-SUPER
           IF WS-GROSS-PAY < (WS-TAX-AMOUNT + WS-SUPER-AMOUNT
                                + WS-SACRIFICE-AMOUNT)
              AND WS-REL-ACTION(WS-REL-MATCH-IDX) NOT = 'O'
      *        Still upside down - an authorised override ('O') is
      *        the only way past this, and it pays zero net rather
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-GROSS-PAY < (WS-TAX-AMOUNT + WS-SUPER-AMOUNT
                                + WS-SACRIFICE-AMOUNT)
               MOVE ZERO TO WS-NET-PAY
           ELSE
               COMPUTE WS-NET-PAY =
                   WS-GROSS-PAY - WS-TAX-AMOUNT - WS-SUPER-AMOUNT
                       - WS-SACRIFICE-AMOUNT
           END-IF
           MOVE WS-SACRIFICE-AMOUNT TO WS-DEDUCTION-TOTAL
           PERFORM 4360-COMMIT-SACRIFICE-LINE
               VARYING WS-SAC-IDX FROM 1 BY 1
               UNTIL WS-SAC-IDX > WS-SAC-COUNT
           PERFORM 4600-UPDATE-LEAVE-BALANCE
           PERFORM 4700-UPDATE-YTD
           PERFORM 4800-WRITE-OUTPUTS
           ADD WS-GROSS-PAY    TO WS-SUP-TOTAL-GROSS
           ADD WS-TAX-AMOUNT   TO WS-SUP-TOTAL-TAX
           ADD WS-SUPER-AMOUNT TO WS-SUP-TOTAL-SUPER
           ADD WS-SACRIFICE-AMOUNT TO WS-SUP-TOTAL-SACRIFICE
           PERFORM 4750-ACCUMULATE-GL-PERIOD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEE ' PH-EMP-ID
      *    the flat period salary must not get leave pay on top
           IF NOT ((EMP-ACTIVE OR EMP-TERMINATED) AND SALARY)
               ADD WS-LEAVE-PAY TO WS-GROSS-PAY
           END-IF
      *    Annual leave loading on the annual leave hours only, for
      *    salaried staff too - same rule as 3050
           MOVE ZERO TO WS-LEAVE-LOADING
           IF EMP-LOADING-ENTITLED
               COMPUTE WS-LEAVE-LOADING ROUNDED =
                   WS-PAID-LEAVE * WS-LEAVE-HOURLY-RATE
                       * WS-LEAVE-LOADING-RATE
               ADD WS-LEAVE-LOADING TO WS-GROSS-PAY
           END-IF.
      *
       4350-CALC-SACRIFICE.
      *    Mirrors 4050/4060 in the main run - salary sacrifice
      *    ('V') lines priced off gross ahead of tax, capped at a
      *    fixed-term line's remaining balance and at the gross
      *    still left to sacrifice
           MOVE ZERO TO WS-SACRIFICE-AMOUNT
           MOVE ZERO TO WS-SAC-COUNT
           MOVE ZERO TO PSD-COUNT
           MOVE PH-EMP-ID TO DED-EMP-ID
           MOVE ZERO      TO DED-PRIORITY
           START DEDUCTION-FILE KEY >= DED-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-DED-EOF-SWITCH
           PERFORM 4355-PRICE-SACRIFICE-LINE
               UNTIL END-OF-DEDUCTIONS.
      *
       4355-PRICE-SACRIFICE-LINE.
           READ DEDUCTION-FILE NEXT
               AT END
                   SET END-OF-DEDUCTIONS TO TRUE
           END-READ
           IF END-OF-DEDUCTIONS
               EXIT PARAGRAPH
           END-IF
           IF DED-EMP-ID NOT = PH-EMP-ID
               SET END-OF-DEDUCTIONS TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT DED-SALARY-SACRIFICE
               EXIT PARAGRAPH
           END-IF
           IF DED-PERCENTAGE
               COMPUTE WS-DED-LINE-AMOUNT =
                   WS-GROSS-PAY * DED-PERCENT
           ELSE
               MOVE DED-AMOUNT TO WS-DED-LINE-AMOUNT
           END-IF
           IF DED-REMAINING-BAL > ZERO
              AND WS-DED-LINE-AMOUNT > DED-REMAINING-BAL
               MOVE DED-REMAINING-BAL TO WS-DED-LINE-AMOUNT
           END-IF
           COMPUTE WS-DED-AVAILABLE =
               WS-GROSS-PAY - WS-SACRIFICE-AMOUNT
           IF WS-DED-LINE-AMOUNT > WS-DED-AVAILABLE
               MOVE WS-DED-AVAILABLE TO WS-DED-LINE-AMOUNT
           END-IF
           IF WS-DED-LINE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-SAC-COUNT >= 20
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EMPLOYEE ' PH-EMP-ID
                      ' SACRIFICE TABLE FULL - PRIORITY '
                      DED-PRIORITY ' NOT TAKEN'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SAC-COUNT
           MOVE DED-PRIORITY       TO WS-SAC-PRIORITY(WS-SAC-COUNT)
           MOVE WS-DED-LINE-AMOUNT TO WS-SAC-AMOUNT(WS-SAC-COUNT)
           ADD 1 TO PSD-COUNT
           MOVE DED-TYPE           TO PSD-TYPE(PSD-COUNT)
           MOVE DED-DESCRIPTION    TO PSD-DESCRIPTION(PSD-COUNT)
           MOVE WS-DED-LINE-AMOUNT TO PSD-AMOUNT(PSD-COUNT)
           ADD WS-DED-LINE-AMOUNT TO WS-SACRIFICE-AMOUNT.
      *
       4360-COMMIT-SACRIFICE-LINE.
      *    Mirrors 4250 - a fixed-term line's balance is drawn
      *    down only now the pay is going out
           MOVE PH-EMP-ID                 TO DED-EMP-ID
           MOVE WS-SAC-PRIORITY(WS-SAC-IDX) TO DED-PRIORITY
           READ DEDUCTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DED-REMAINING-BAL > ZERO
               IF WS-SAC-AMOUNT(WS-SAC-IDX) >= DED-REMAINING-BAL
                   MOVE ZERO TO DED-REMAINING-BAL
               ELSE
                   SUBTRACT WS-SAC-AMOUNT(WS-SAC-IDX)
                       FROM DED-REMAINING-BAL
               END-IF
               REWRITE DEDUCTION-RECORD
           END-IF.
      *
       4400-CALC-TAX.
      *    Mirrors 4000 in the main run (no termination carve-out -
      *    a held termination pay is recalculated as ordinary
      *    earnings and reviewed under the authorising officer).
      *    Salary sacrificed into super is not taxed as salary.
           COMPUTE WS-TAXABLE-GROSS =
               WS-GROSS-PAY - WS-SACRIFICE-AMOUNT
           EVALUATE EMP-TAX-CODE
               WHEN 'TF'
                   CALL 'TAX-CALC' USING WS-TAXABLE-GROSS
                                         WS-PERIOD-WEEKS
                                         WS-TAX-AMOUNT
                                         WS-TAX-TABLES
               WHEN 'NT'
                   MOVE ZERO TO WS-TAX-AMOUNT
               WHEN 'HH'
                   CALL 'TAX-CALC' USING WS-TAXABLE-GROSS
                                         WS-PERIOD-WEEKS
                                         WS-TAX-AMOUNT
                                         WS-TAX-TABLES
                                         WS-TAX-BRACKET-BASE-TABLE
                   COMPUTE WS-TAX-AMOUNT =
                       WS-TAX-AMOUNT +
                       (WS-TAXABLE-GROSS * WS-HELP-REPAY-RATE)
               WHEN 'ML'
                   CALL 'TAX-CALC' USING WS-TAXABLE-GROSS
                                         WS-PERIOD-WEEKS
                                         WS-TAX-AMOUNT
                                         WS-TAX-TABLES
                                         WS-TAX-BRACKET-BASE-TABLE
                   COMPUTE WS-TAX-AMOUNT =
                       WS-TAX-AMOUNT +
                       (WS-TAXABLE-GROSS * WS-MEDICARE-LEVY-RATE)
               WHEN 'FT'
                   COMPUTE WS-TAX-AMOUNT =
                       WS-TAXABLE-GROSS * WS-FT-FLAT-RATE
               WHEN OTHER
                   COMPUTE WS-TAX-AMOUNT =
                       WS-TAXABLE-GROSS * WS-DEFAULT-TAX-RATE
           END-EVALUATE.
      *
       4500-CALC-SUPER.
           ADD WS-GROSS-PAY TO EMP-YTD-GROSS
           ADD WS-TAX-AMOUNT TO EMP-YTD-TAX
           ADD WS-SUPER-AMOUNT TO EMP-YTD-SUPER
           ADD WS-SACRIFICE-AMOUNT TO EMP-YTD-RESC
           MOVE PH-EMP-ID          TO AU-EMP-ID
           MOVE PH-TR-WEEK-ENDING  TO AU-WEEK-ENDING
           MOVE WS-GROSS-PAY       TO AU-PERIOD-GROSS
           MOVE WS-TAX-AMOUNT      TO AU-PERIOD-TAX
           MOVE WS-SUPER-AMOUNT    TO AU-PERIOD-SUPER
           MOVE WS-GROSS-PAY       TO AU-PERIOD-OTE
           MOVE WS-SACRIFICE-AMOUNT TO AU-PERIOD-RESC
           MOVE EMP-YTD-GROSS      TO AU-YTD-GROSS-AFTER
           MOVE EMP-YTD-TAX        TO AU-YTD-TAX-AFTER
           MOVE EMP-YTD-SUPER      TO AU-YTD-SUPER-AFTER
           SET AU-PAY-ENTRY        TO TRUE
           MOVE WS-LEAVE-LOADING   TO AU-PERIOD-LOADING
           INITIALIZE AU-RESTORE-DATA
           WRITE AUDIT-RECORD
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE ZERO TO WS-GLP-TAX(WS-GLP-MATCH-IDX)
                   MOVE ZERO TO WS-GLP-SUPER(WS-GLP-MATCH-IDX)
                   MOVE ZERO TO WS-GLP-NET(WS-GLP-MATCH-IDX)
                   MOVE ZERO TO WS-GLP-LOADING(WS-GLP-MATCH-IDX)
                   MOVE ZERO TO WS-GLP-SACRIFICE(WS-GLP-MATCH-IDX)
               ELSE
                   DISPLAY 'GL PERIOD TABLE FULL - PERIOD '
                       PH-TR-WEEK-ENDING
           ADD WS-GROSS-PAY    TO WS-GLP-GROSS(WS-GLP-MATCH-IDX)
           ADD WS-TAX-AMOUNT   TO WS-GLP-TAX(WS-GLP-MATCH-IDX)
           ADD WS-SUPER-AMOUNT TO WS-GLP-SUPER(WS-GLP-MATCH-IDX)
           ADD WS-NET-PAY      TO WS-GLP-NET(WS-GLP-MATCH-IDX)
           ADD WS-LEAVE-LOADING TO WS-GLP-LOADING(WS-GLP-MATCH-IDX)
           ADD WS-SACRIFICE-AMOUNT
               TO WS-GLP-SACRIFICE(WS-GLP-MATCH-IDX).
      *
       4760-FIND-GL-PERIOD.
           IF WS-GLP-MATCH-IDX = ZERO
       4850-WRITE-STP-DETAIL.
      *    Off the audit record 4700 just built, same as the main
      *    run's 5200 - a held-then-released pay is reported when
      *    it is actually paid, with salary sacrifice reported as
      *    reportable employer super and the gross net of it
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
       4860-WRITE-SUPER-CONTRIB.
      *    Same spool record the main run's 6300 writes, so the
      *    released pay's super reaches the quarterly remittance -
      *    late or misdirected super attracts the SG charge. The
      *    guarantee and any salary sacrifice spool separately.
           IF WS-SUPER-AMOUNT = ZERO
              AND WS-SACRIFICE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUPER-WORK-RECORD
           MOVE PH-EMP-ID          TO SPW-EMP-ID
           MOVE EMP-NAME           TO SPW-EMP-NAME
           MOVE PH-TR-WEEK-ENDING  TO SPW-WEEK-ENDING
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
       4870-WRITE-PAY-HISTORY.
      *    The variance report must see this employee as paid for
           MOVE ZERO               TO WS-TAX-AMOUNT
           MOVE ZERO               TO WS-SUPER-AMOUNT
           MOVE ZERO               TO WS-DEDUCTION-TOTAL
           MOVE ZERO               TO WS-SACRIFICE-AMOUNT
           MOVE ZERO               TO WS-LEAVE-LOADING
           MOVE PH-HELD-NET-PAY    TO WS-NET-PAY
           PERFORM 6100-WRITE-REGISTER-DETAIL
           PERFORM 6200-WRITE-EFT-DETAIL
           MOVE PH-TR-WEEK-ENDING  TO PA-WEEK-ENDING
           MOVE 1                  TO PA-LINE-SEQ
           MOVE SUP-PAYSLIP-RECORD TO PA-SLIP-IMAGE
           MOVE SPACE TO PA-DELIVERY-STATUS
           MOVE 'N' TO WS-ARCH-DONE-SWITCH
           PERFORM 6060-WRITE-ARCHIVE-LINE
               UNTIL ARCHIVE-LINE-WRITTEN
      *    level to the payroll clearing cost centre (a
      *    supplementary run is too small to re-cost by
      *    department), liabilities to the same accounts the main
      *    run credits. Net = gross - tax - super - sacrifice for
      *    every released pay, so each journal balances by
      *    construction. Reissues post nothing - their money went
      *    through the ledger with the run that first paid it.
           IF WS-GLP-COUNT = ZERO
           CLOSE GL-FILE.
      *
       9520-WRITE-PERIOD-JOURNAL.
      *    Annual leave loading is expensed to its own account, the
      *    rest of gross to salaries - together they debit gross
           COMPUTE WS-GL-SALARY-AMOUNT =
               WS-GLP-GROSS(WS-GLP-IDX) - WS-GLP-LOADING(WS-GLP-IDX)
           IF WS-GL-SALARY-AMOUNT NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
               MOVE WS-GL-SALARY-ACCT TO GL-ACCOUNT
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-GL-SALARY-AMOUNT TO GL-AMOUNT
               MOVE WS-GLP-ENDING(WS-GLP-IDX) TO GL-PERIOD-ENDING
               MOVE 'SALARIES AND WAGES - RELEASE'
                   TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF
           IF WS-GLP-LOADING(WS-GLP-IDX) NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC  TO GL-COST-CENTRE
               MOVE WS-GL-LOADING-ACCT TO GL-ACCOUNT
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-GLP-LOADING(WS-GLP-IDX) TO GL-AMOUNT
               MOVE WS-GLP-ENDING(WS-GLP-IDX) TO GL-PERIOD-ENDING
               MOVE 'ANNUAL LEAVE LOADING - RELEASE'
                   TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF
           IF WS-GLP-TAX(WS-GLP-IDX) NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
               MOVE 'SUPERANNUATION PAYABLE' TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF
           IF WS-GLP-SACRIFICE(WS-GLP-IDX) NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
               MOVE WS-GL-SUPER-ACCT  TO GL-ACCOUNT
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-GLP-SACRIFICE(WS-GLP-IDX) TO GL-AMOUNT
               MOVE WS-GLP-ENDING(WS-GLP-IDX) TO GL-PERIOD-ENDING
               MOVE 'SALARY SACRIFICE SUPER PAYABLE' TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF
           IF WS-GLP-NET(WS-GLP-IDX) NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
           MOVE 'T'                 TO ST-REC-TYPE
           MOVE WS-HOLDS-RELEASED   TO ST-EMP-ID
           MOVE WS-PAY-RUN-DATE     TO ST-PERIOD-ENDING
           COMPUTE ST-PERIOD-GROSS =
               WS-SUP-TOTAL-GROSS - WS-SUP-TOTAL-SACRIFICE
           MOVE WS-SUP-TOTAL-TAX    TO ST-PERIOD-TAX
           MOVE WS-SUP-TOTAL-SUPER  TO ST-PERIOD-SUPER
           MOVE ZERO                TO ST-YTD-GROSS
           MOVE ZERO                TO ST-YTD-TAX
           MOVE ZERO                TO ST-YTD-SUPER
           MOVE WS-SUP-TOTAL-SACRIFICE TO ST-PERIOD-RESC
           MOVE ZERO                TO ST-YTD-RESC
           WRITE STP-RECORD
           PERFORM 9500-WRITE-GL-INTERFACE
           MOVE SPACES TO WS-REPORT-LINE
           DISPLAY 'LEFT HELD:         ' WS-HOLDS-SKIPPED
           DISPLAY 'EFT TOTAL:         ' WS-EFT-TOTAL-AMOUNT
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE PAY-HOLD-FILE
                 RELEASE-FILE
                 EMPLOYEE-FILE
                 LEAVE-FILE
                 DEDUCTION-FILE
                 AUDIT-FILE
                 SUP-PAYSLIP-FILE
                 SUP-REGISTER-FILE
                 PAY-HISTORY-FILE
                 PAYSLIP-ARCH-FILE
                 RELEASE-REPORT-FILE.
      *
       9800-END-JOB-STEP.
           SET JR-END-CLEAN TO TRUE
           COMPUTE JR-RECORD-COUNT =
               WS-HOLDS-RELEASED + WS-HOLDS-REISSUED
           MOVE WS-EFT-TOTAL-AMOUNT TO JR-CONTROL-AMOUNT
           MOVE SPACES              TO JR-RESULT-TEXT
           STRING 'RELEASED ' WS-HOLDS-RELEASED
                  ' REISSUED ' WS-HOLDS-REISSUED
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-RECORD-COUNT > ZERO
               PERFORM 9850-REOPEN-CERTIFICATION
           END-IF.
      *
       9850-REOPEN-CERTIFICATION.
      *    The group's reconciliation and integrity sign-off no
      *    longer cover what has been paid - both go back to
      *    outstanding, so the EFT release and the remittances
      *    wait until they have been run again
           MOVE 'PAYRECON' TO JR-STEP-ID
           PERFORM 9860-REOPEN-STEP
           MOVE 'PAYINTEG' TO JR-STEP-ID
           PERFORM 9860-REOPEN-STEP.
      *
       9860-REOPEN-STEP.
           SET JR-REOPEN-STEP TO TRUE
           MOVE 'REOPENED BY HOLDRLSE - RERUN' TO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-MESSAGE NOT = SPACES
               DISPLAY JR-MESSAGE
           END-IF.
