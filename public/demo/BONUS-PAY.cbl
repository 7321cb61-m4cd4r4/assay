      * calls, and that margin is scaled back up to the whole
      * amount. Super accrues only where the payment type is
      * ordinary time earnings (bonus 'B' and commission 'C');
      * an ex-gratia 'E' payment takes no super. An employee
      * sacrificing a percentage of salary into super sacrifices
      * the same percentage of a bonus or commission, off the
      * amount before tax and spooled to the fund; a fixed
      * per-period sacrifice was taken by the regular run and is
      * not taken again. Payslip,
      * register, EFT, pay event, audit, YTD and pay history go
      * out as a supplementary mini-run, the same shape as a hold
      * release - no timesheet period is consumed and the main
      * run's completed-run protection is untouched.
      * Recorded on the job-step ledger against the run control's
      * period; it will not start until the group's main run has
      * finished cleanly.
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
      *    Read only, for the balances the payslip shows - a
      *    one-off payment moves no leave
           05  WS-RATE-STATUS      PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-LEAVE-STATUS     PIC XX.
           05  WS-DED-STATUS       PIC XX.
           05  WS-AUDIT-STATUS     PIC XX.
           05  WS-PHIST-STATUS     PIC XX.
           05  WS-PAY-STATUS       PIC XX.
               88  RATE-SET-FOUND  VALUE 'Y'.
           05  WS-ARCH-DONE-SWITCH PIC X(1) VALUE 'N'.
               88  ARCHIVE-LINE-WRITTEN VALUE 'Y'.
           05  WS-DED-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  END-OF-DEDUCTIONS VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-PAYMENTS-READ    PIC 9(6) VALUE ZERO.
           05  WS-BNS-TOTAL-TAX    PIC 9(9)V99 VALUE ZERO.
           05  WS-BNS-TOTAL-SUPER  PIC 9(9)V99 VALUE ZERO.
           05  WS-BNS-TOTAL-NET    PIC 9(9)V99 VALUE ZERO.
           05  WS-BNS-TOTAL-SACRIFICE PIC 9(9)V99 VALUE ZERO.
      *
      *    Lump-sum withholding work fields - the amount is spread
      *    over the year's weeks, the margin on one week's share
           05  WS-TAX-WITH         PIC 9(7)V99.
           05  WS-TAX-WITHOUT      PIC 9(7)V99.
           05  WS-ONE-WEEK         PIC 9V99 VALUE 1.00.
           05  WS-TAXABLE-AMOUNT   PIC 9(7)V99.
      *
      *    Salary sacrifice taken off the payment ahead of tax
       01  WS-SACRIFICE-FIELDS.
           05  WS-SACRIFICE-AMOUNT PIC 9(7)V99.
           05  WS-DED-LINE-AMOUNT  PIC 9(7)V99.
           05  WS-DED-AVAILABLE    PIC 9(7)V99.
      *    Each line taken, in PSD order - a fixed-term line's
      *    drawdown is held here until the payment is certain
           05  WS-SAC-IDX          PIC 9(2).
           05  WS-SAC-DRAWDOWN OCCURS 20 TIMES.
               10  WS-SAC-PRIORITY PIC 9(2).
               10  WS-SAC-DRAWN-AMT PIC 9(7)V99.
      *
      *    Same layout the main run hands to PAYSLIP-FMT
       01  WS-PAY-CALCULATION.
           05  WS-OVERTIME-RATE    PIC 9(4)V99.
           05  WS-LEAVE-PAY        PIC 9(7)V99.
           05  WS-DEDUCTION-TOTAL  PIC 9(7)V99.
           05  WS-LEAVE-LOADING    PIC 9(7)V99.
      *
       01  WS-SUPER-CALC-FIELDS.
           05  WS-WE-MONTH         PIC 99.
      *
      *    Handed to PAYSLIP-FMT alongside the pay calculation -
      *    a one-off payment takes no voluntary deductions, so
      *    the breakdown carries only its salary sacrifice lines
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
           OPEN INPUT  ONE-OFF-FILE
                       LEAVE-FILE
                I-O    EMPLOYEE-FILE
                       DEDUCTION-FILE
                EXTEND AUDIT-FILE
                       PAY-HISTORY-FILE
                OUTPUT BNS-PAYSLIP-FILE
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           IF WS-DED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEDUCTION FILE: ' WS-DED-STATUS
               STOP RUN
           END-IF
           PERFORM 1085-OPEN-PAYSLIP-ARCHIVE
           MOVE ZERO TO PSD-COUNT
           MOVE SPACES TO WS-REPORT-LINE
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
           MOVE 'BONUSPAY'       TO JR-STEP-ID
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
           OPEN INPUT RATE-FILE
           MOVE OP-GROSS-AMOUNT TO WS-REGULAR-PAY
           MOVE ZERO            TO WS-OVERTIME-PAY
           MOVE ZERO            TO WS-LEAVE-PAY
           MOVE ZERO            TO WS-LEAVE-LOADING
           MOVE ZERO            TO WS-SACRIFICE-AMOUNT
           MOVE ZERO            TO PSD-COUNT
           IF NOT OP-EX-GRATIA
               PERFORM 3000-TAKE-SACRIFICE
           END-IF
           MOVE WS-SACRIFICE-AMOUNT TO WS-DEDUCTION-TOTAL
           PERFORM 4000-CALC-LUMP-TAX
           IF OP-EX-GRATIA
               MOVE ZERO TO WS-SUPER-AMOUNT
           ELSE
               PERFORM 4500-CALC-SUPER
           END-IF
      *    A large sacrifice can leave less than tax and super
      *    need - nothing is paid rather than a wrong net
           IF WS-GROSS-PAY < (WS-TAX-AMOUNT + WS-SUPER-AMOUNT
                                + WS-SACRIFICE-AMOUNT)
               ADD 1 TO WS-PAYMENTS-REJECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EMPLOYEE ' OP-EMP-ID
                      ' TAX, SUPER AND SACRIFICE EXCEED PAYMENT'
                      ' - REJECTED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-DRAW-DOWN-SACRIFICE
               VARYING WS-SAC-IDX FROM 1 BY 1
               UNTIL WS-SAC-IDX > PSD-COUNT
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-SUPER-AMOUNT
                   - WS-SACRIFICE-AMOUNT
           PERFORM 4700-UPDATE-YTD
           PERFORM 4800-WRITE-OUTPUTS
           ADD 1 TO WS-PAYMENTS-PAID
           ADD WS-TAX-AMOUNT   TO WS-BNS-TOTAL-TAX
           ADD WS-SUPER-AMOUNT TO WS-BNS-TOTAL-SUPER
           ADD WS-NET-PAY      TO WS-BNS-TOTAL-NET
           ADD WS-SACRIFICE-AMOUNT TO WS-BNS-TOTAL-SACRIFICE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEE ' OP-EMP-ID
                  ' TYPE ' OP-PAY-TYPE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       3000-TAKE-SACRIFICE.
      *    Percentage salary sacrifice ('V') lines apply to a bonus
      *    or commission as they do to salary - off the payment
      *    before tax, capped at a fixed-term line's remaining
      *    balance and at what is left of the payment. A
      *    fixed-term line's balance is drawn down by 3200 once
      *    the payment is known to be made.
           MOVE EMP-ID TO DED-EMP-ID
           MOVE ZERO   TO DED-PRIORITY
           START DEDUCTION-FILE KEY >= DED-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-DED-EOF-SWITCH
           PERFORM 3100-TAKE-SACRIFICE-LINE
               UNTIL END-OF-DEDUCTIONS.
      *
       3100-TAKE-SACRIFICE-LINE.
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
              OR NOT DED-PERCENTAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DED-LINE-AMOUNT =
               OP-GROSS-AMOUNT * DED-PERCENT
           IF DED-REMAINING-BAL > ZERO
              AND WS-DED-LINE-AMOUNT > DED-REMAINING-BAL
               MOVE DED-REMAINING-BAL TO WS-DED-LINE-AMOUNT
           END-IF
           COMPUTE WS-DED-AVAILABLE =
               OP-GROSS-AMOUNT - WS-SACRIFICE-AMOUNT
           IF WS-DED-LINE-AMOUNT > WS-DED-AVAILABLE
               MOVE WS-DED-AVAILABLE TO WS-DED-LINE-AMOUNT
           END-IF
           IF WS-DED-LINE-AMOUNT = ZERO
              OR PSD-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PSD-COUNT
           MOVE DED-TYPE           TO PSD-TYPE(PSD-COUNT)
           MOVE DED-DESCRIPTION    TO PSD-DESCRIPTION(PSD-COUNT)
           MOVE WS-DED-LINE-AMOUNT TO PSD-AMOUNT(PSD-COUNT)
           ADD WS-DED-LINE-AMOUNT TO WS-SACRIFICE-AMOUNT
           MOVE DED-PRIORITY TO WS-SAC-PRIORITY(PSD-COUNT)
           MOVE ZERO         TO WS-SAC-DRAWN-AMT(PSD-COUNT)
           IF DED-REMAINING-BAL > ZERO
               MOVE WS-DED-LINE-AMOUNT
                   TO WS-SAC-DRAWN-AMT(PSD-COUNT)
           END-IF.
      *
       3200-DRAW-DOWN-SACRIFICE.
      *    A fixed-term line's balance comes down only once the
      *    payment is certain to be made
           IF WS-SAC-DRAWN-AMT(WS-SAC-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID                      TO DED-EMP-ID
           MOVE WS-SAC-PRIORITY(WS-SAC-IDX) TO DED-PRIORITY
           READ DEDUCTION-FILE
               INVALID KEY
                   DISPLAY 'DEDUCTION LINE NOT FOUND: ' DED-KEY
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-SAC-DRAWN-AMT(WS-SAC-IDX)
               FROM DED-REMAINING-BAL
           REWRITE DEDUCTION-RECORD.
      *
       4000-CALC-LUMP-TAX.
      *    Lump-sum withholding: one week's share of the amount is
      *    scaled back up over the year's weeks - so a December
      *    bonus is not taxed as if the employee earned it every
      *    week, and a large bonus is not taxed as one monster
      *    period either. Salary sacrificed into super is not
      *    taxed at all.
           COMPUTE WS-TAXABLE-AMOUNT =
               OP-GROSS-AMOUNT - WS-SACRIFICE-AMOUNT
           EVALUATE TRUE
               WHEN SALARY
                   COMPUTE WS-NORMAL-WEEKLY =
                       EMP-PAY-RATE * WS-MAX-REGULAR-HOURS
           END-EVALUATE
           COMPUTE WS-LUMP-WEEKLY =
               WS-TAXABLE-AMOUNT / WS-WEEKS-PER-YEAR
           COMPUTE WS-WEEKLY-WITH =
               WS-NORMAL-WEEKLY + WS-LUMP-WEEKLY
           EVALUATE EMP-TAX-CODE
                   MOVE ZERO TO WS-TAX-AMOUNT
               WHEN 'FT'
                   COMPUTE WS-TAX-AMOUNT =
                       WS-TAXABLE-AMOUNT * WS-FT-FLAT-RATE
               WHEN 'TF'
               WHEN 'HH'
               WHEN 'ML'
                   IF EMP-TAX-CODE = 'HH'
                       COMPUTE WS-TAX-AMOUNT =
                           WS-TAX-AMOUNT +
                           (WS-TAXABLE-AMOUNT * WS-HELP-REPAY-RATE)
                   END-IF
                   IF EMP-TAX-CODE = 'ML'
                       COMPUTE WS-TAX-AMOUNT =
                           WS-TAX-AMOUNT +
                           (WS-TAXABLE-AMOUNT
                               * WS-MEDICARE-LEVY-RATE)
                   END-IF
               WHEN OTHER
                   COMPUTE WS-TAX-AMOUNT =
                       WS-TAXABLE-AMOUNT * WS-DEFAULT-TAX-RATE
           END-EVALUATE.
      *
       4500-CALC-SUPER.
           ADD WS-GROSS-PAY TO EMP-YTD-GROSS
           ADD WS-TAX-AMOUNT TO EMP-YTD-TAX
           ADD WS-SUPER-AMOUNT TO EMP-YTD-SUPER
           ADD WS-SACRIFICE-AMOUNT TO EMP-YTD-RESC
           MOVE EMP-ID             TO AU-EMP-ID
           MOVE WS-PAY-RUN-DATE    TO AU-WEEK-ENDING
           MOVE WS-GROSS-PAY       TO AU-PERIOD-GROSS
           MOVE WS-TAX-AMOUNT      TO AU-PERIOD-TAX
           MOVE WS-SUPER-AMOUNT    TO AU-PERIOD-SUPER
      *    Bonus and commission are ordinary time earnings, an
      *    ex-gratia payment is not
           IF OP-EX-GRATIA
               MOVE ZERO TO AU-PERIOD-OTE
           ELSE
               MOVE WS-GROSS-PAY TO AU-PERIOD-OTE
           END-IF
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
           WRITE BNS-PAYSLIP-RECORD.
      *
       4850-WRITE-STP-DETAIL.
      *    Salary sacrifice reported as reportable employer super,
      *    the gross figures net of it - as the main run reports
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
      *    The guarantee and any salary sacrifice spool separately
           IF WS-SUPER-AMOUNT = ZERO
              AND WS-SACRIFICE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUPER-WORK-RECORD
           MOVE EMP-ID             TO SPW-EMP-ID
           MOVE EMP-NAME           TO SPW-EMP-NAME
           MOVE WS-PAY-RUN-DATE    TO SPW-WEEK-ENDING
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
      *    Zero hours - the payment is money, not time, so the
           MOVE WS-PAY-RUN-DATE    TO PA-WEEK-ENDING
           MOVE 1                  TO PA-LINE-SEQ
           MOVE BNS-PAYSLIP-RECORD TO PA-SLIP-IMAGE
           MOVE SPACE TO PA-DELIVERY-STATUS
           MOVE 'N' TO WS-ARCH-DONE-SWITCH
           PERFORM 6060-WRITE-ARCHIVE-LINE
               UNTIL ARCHIVE-LINE-WRITTEN
      *    the accumulating ledger interface: expense at run
      *    level to the payroll clearing cost centre, liabilities
      *    to the same accounts the main run credits. Net = gross
      *    - tax - super - sacrifice for every payment, so the
      *    journal balances by construction.
           IF WS-BNS-TOTAL-GROSS = ZERO
               EXIT PARAGRAPH
           END-IF
               MOVE 'SUPERANNUATION PAYABLE' TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF
           IF WS-BNS-TOTAL-SACRIFICE NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
               MOVE WS-GL-SUPER-ACCT  TO GL-ACCOUNT
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-BNS-TOTAL-SACRIFICE TO GL-AMOUNT
               MOVE WS-PAY-RUN-DATE TO GL-PERIOD-ENDING
               MOVE 'SALARY SACRIFICE SUPER PAYABLE' TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF
           IF WS-BNS-TOTAL-NET NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
           MOVE 'T'                 TO ST-REC-TYPE
           MOVE WS-PAYMENTS-PAID    TO ST-EMP-ID
           MOVE WS-PAY-RUN-DATE     TO ST-PERIOD-ENDING
           COMPUTE ST-PERIOD-GROSS =
               WS-BNS-TOTAL-GROSS - WS-BNS-TOTAL-SACRIFICE
           MOVE WS-BNS-TOTAL-TAX    TO ST-PERIOD-TAX
           MOVE WS-BNS-TOTAL-SUPER  TO ST-PERIOD-SUPER
           MOVE ZERO                TO ST-YTD-GROSS
           MOVE ZERO                TO ST-YTD-TAX
           MOVE ZERO                TO ST-YTD-SUPER
           MOVE WS-BNS-TOTAL-SACRIFICE TO ST-PERIOD-RESC
           MOVE ZERO                TO ST-YTD-RESC
           WRITE STP-RECORD
           PERFORM 9500-WRITE-GL-INTERFACE
           MOVE SPACES TO WS-REPORT-LINE
           DISPLAY 'TOTAL GROSS:       ' WS-BNS-TOTAL-GROSS
           DISPLAY 'EFT TOTAL:         ' WS-EFT-TOTAL-AMOUNT
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE ONE-OFF-FILE
                 LEAVE-FILE
                 EMPLOYEE-FILE
                 DEDUCTION-FILE
                 AUDIT-FILE
                 PAY-HISTORY-FILE
                 BNS-PAYSLIP-FILE
                 BNS-SUPER-FILE
                 PAYSLIP-ARCH-FILE
                 BONUS-REPORT-FILE.
      *
       9800-END-JOB-STEP.
           SET JR-END-CLEAN TO TRUE
           MOVE WS-PAYMENTS-PAID    TO JR-RECORD-COUNT
           MOVE WS-EFT-TOTAL-AMOUNT TO JR-CONTROL-AMOUNT
           MOVE SPACES              TO JR-RESULT-TEXT
           STRING 'PAID ' WS-PAYMENTS-PAID
                  ' REJECTED ' WS-PAYMENTS-REJECTED
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
           MOVE 'REOPENED BY BONUSPAY - RERUN' TO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-MESSAGE NOT = SPACES
               DISPLAY JR-MESSAGE
           END-IF.
