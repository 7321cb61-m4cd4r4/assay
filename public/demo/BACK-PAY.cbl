      * carries the employee, the old and new rates and the
      * effective date; the program walks the cumulative pay
      * history for the periods on or after that date, prices the
      * recorded hours at the rate difference (a salaried
      * employee's period at its share of the annual salary rise,
      * as the pay run prices salary), and taxes the
      * difference at the margin - the withholding on each
      * period's gross as it would have been, less the withholding
      * that was actually taken, period by period, through the
      * update, pay event and super spool then go out as a
      * supplementary mini-run, the same shape as a hold release,
      * so every downstream proof sees the arrears as paid.
      * An employee sacrificing a percentage of salary into super
      * sacrifices the same percentage of the arrears, off the
      * arrears before tax and spooled to the fund, and the
      * marginal tax is worked on gross net of that percentage;
      * a fixed per-period sacrifice was taken by the regular run
      * and is not taken again.
      * The master must already carry the new rate before the
      * arrears are paid - an adjustment whose new rate does not
      * match the master is refused, because arrears against a
      * rate that was never applied means the maintenance and the
      * back pay have come adrift. The adjustment also names the
      * date the rate change went onto the master, or leaves it
      * zero to take the date EMP-MAINT stamped on the master
      * when the change was approved: only periods paid BEFORE
      * that date price arrears, because any run between the
      * rate change and this one already paid at the new rate and
      * must not be topped up a second time.
      * Recorded on the job-step ledger against the run control's
      * period; it will not start until the group's main run has
      * finished cleanly.
      * Anything it pays puts the run's reconciliation and
      * integrity sign-off back to outstanding on the ledger, so
      * both are run again before the EFT release.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-STATUS.
           SELECT LEAVE-FILE ASSIGN TO LEAVEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      *    master - periods paid on or after it were already paid
      *    at the new rate and accrue no arrears.
       FD  ADJUSTMENT-FILE.
           COPY ADJUSTMENT-RECORD.
      *
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.
      *
      *    Rewritten to draw down fixed-term salary sacrifice
      *    lines by what the arrears pay takes
       FD  DEDUCTION-FILE.
           COPY DEDUCTION-RECORD.
      *
      *    Read only, for the balances the payslip shows - an
      *    arrears pay moves no leave
       FD  LEAVE-FILE.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-PHIST-STATUS     PIC XX.
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
           05  WS-ADJ-READ         PIC 9(6) VALUE ZERO.
           05  WS-BKP-TOTAL-TAX    PIC 9(9)V99 VALUE ZERO.
           05  WS-BKP-TOTAL-SUPER  PIC 9(9)V99 VALUE ZERO.
           05  WS-BKP-TOTAL-NET    PIC 9(9)V99 VALUE ZERO.
           05  WS-BKP-TOTAL-SACRIFICE PIC 9(9)V99 VALUE ZERO.
      *
      *    Adjustments loaded up front, validated against the
      *    master, then priced by a single pass over the pay
               10  WB-APPLIED      PIC 9(8).
               10  WB-AUTH-BY      PIC X(8).
               10  WB-TAX-CODE     PIC X(2).
               10  WB-PAY-TYPE     PIC X(1).
                   88  WB-SALARIED VALUE 'S'.
               10  WB-PERIODS      PIC 9(3).
               10  WB-HOURS        PIC 9(6)V9.
               10  WB-ARREARS      PIC 9(7)V99.
               10  WB-TAX          PIC 9(7)V99.
      *        Total of the employee's percentage salary sacrifice
      *        lines - the share of gross that was never taxed
               10  WB-SACRIFICE-PCT PIC 9V9999.
      *
       01  WS-ADJ-SRCH-IDX         PIC 9(3).
       01  WS-ADJ-MATCH-IDX        PIC 9(3).
       01  WS-ADJ-IDX              PIC 9(3).
       01  WS-ADJ-APPLIED          PIC 9(8).
      *
      *    Marginal withholding on one history period - the tax
      *    on the gross as it should have been, less the tax on
           05  WS-TAX-AS-OWED      PIC 9(7)V99.
           05  WS-PERIOD-TAX-DIFF  PIC 9(7)V99.
      *
      *    Salary sacrifice taken off the arrears ahead of tax
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
           05  WS-GROSS-PAY        PIC 9(7)V99.
           05  WS-OVERTIME-RATE    PIC 9(4)V99.
           05  WS-LEAVE-PAY        PIC 9(7)V99.
           05  WS-DEDUCTION-TOTAL  PIC 9(7)V99.
           05  WS-LEAVE-LOADING    PIC 9(7)V99.
      *
       01  WS-PERIOD-INFO.
           05  WS-PERIOD-WEEKS     PIC 9V99 VALUE 1.00.
      *
      *    Handed to PAYSLIP-FMT alongside the pay calculation -
      *    an arrears pay takes no voluntary deductions, so the
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
           OPEN INPUT  ADJUSTMENT-FILE
                       PAY-HISTORY-FILE
                       LEAVE-FILE
                I-O    EMPLOYEE-FILE
                       DEDUCTION-FILE
                EXTEND AUDIT-FILE
                OUTPUT BKP-PAYSLIP-FILE
                       BKP-REGISTER-FILE
                   WS-PHIST-STATUS
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
           MOVE 'BACKPAY '       TO JR-STEP-ID
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
      *    Same effective-dated selection the main run makes, so
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE AJ-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
      *    An instruction with no applied date of its own takes
      *    the date the approved rate was stamped onto the master.
      *    Without a trustworthy applied date the program cannot
      *    tell which periods were already paid at the new rate -
      *    pricing them again would be a silent overpayment
           MOVE AJ-APPLIED-DATE TO WS-ADJ-APPLIED
           IF WS-ADJ-APPLIED = ZERO
               MOVE EMP-RATE-APPLIED-DATE TO WS-ADJ-APPLIED
           END-IF
           IF WS-ADJ-APPLIED NOT > AJ-EFFECTIVE-DATE
               ADD 1 TO WS-ADJ-REJECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EMPLOYEE ' AJ-EMP-ID
                      ' APPLIED DATE NOT AFTER EFFECTIVE DATE'
                      ' - REJECTED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF EMP-BANK-FAILED
               ADD 1 TO WS-ADJ-REJECTED
               MOVE SPACES TO WS-REPORT-LINE
           MOVE AJ-OLD-RATE       TO WB-OLD-RATE(WS-ADJ-COUNT)
           MOVE AJ-NEW-RATE       TO WB-NEW-RATE(WS-ADJ-COUNT)
           MOVE AJ-EFFECTIVE-DATE TO WB-EFFECTIVE(WS-ADJ-COUNT)
           MOVE WS-ADJ-APPLIED    TO WB-APPLIED(WS-ADJ-COUNT)
           MOVE AJ-AUTHORISED-BY  TO WB-AUTH-BY(WS-ADJ-COUNT)
           MOVE EMP-TAX-CODE      TO WB-TAX-CODE(WS-ADJ-COUNT)
           MOVE EMP-PAY-TYPE      TO WB-PAY-TYPE(WS-ADJ-COUNT)
           MOVE ZERO              TO WB-PERIODS(WS-ADJ-COUNT)
           MOVE ZERO              TO WB-HOURS(WS-ADJ-COUNT)
           MOVE ZERO              TO WB-ARREARS(WS-ADJ-COUNT)
           MOVE ZERO              TO WB-TAX(WS-ADJ-COUNT)
           MOVE ZERO              TO WB-SACRIFICE-PCT(WS-ADJ-COUNT)
           PERFORM 1150-LOAD-SACRIFICE-RATE.
      *
       1150-LOAD-SACRIFICE-RATE.
      *    The percentage of gross the employee sacrifices into
      *    super - the periods being topped up were taxed net of
      *    it, so the marginal tax must be worked the same way
           MOVE AJ-EMP-ID TO DED-EMP-ID
           MOVE ZERO      TO DED-PRIORITY
           START DEDUCTION-FILE KEY >= DED-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-DED-EOF-SWITCH
           PERFORM 1160-ADD-SACRIFICE-RATE
               UNTIL END-OF-DEDUCTIONS.
      *
       1160-ADD-SACRIFICE-RATE.
           READ DEDUCTION-FILE NEXT
               AT END
                   SET END-OF-DEDUCTIONS TO TRUE
           END-READ
           IF END-OF-DEDUCTIONS
               EXIT PARAGRAPH
           END-IF
           IF DED-EMP-ID NOT = AJ-EMP-ID
               SET END-OF-DEDUCTIONS TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF DED-SALARY-SACRIFICE
              AND DED-PERCENTAGE
               ADD DED-PERCENT TO WB-SACRIFICE-PCT(WS-ADJ-COUNT)
           END-IF.
      *
       2000-PRICE-HISTORY-RECORD.
      *    One pass over the cumulative history prices every
      *
       2200-PRICE-PERIOD-DIFF.
      *    The difference owed for this period is its recorded
      *    hours at the rate rise - or, for a salaried employee,
      *    whose rate is annual salary / 100, the period's share
      *    of the annual rise, priced the way the pay run prices
      *    salary (3100-CALC-SALARY-PAY); the withholding owed is the
      *    tax on the gross as it should have been less the tax
      *    actually taken on it, each computed the way the pay
      *    run would have - so the arrears tax lands exactly
      *    where period-by-period recalculation would put it. Both
      *    grosses are taken net of any percentage salary
      *    sacrifice, which was never taxed.
           IF WB-SALARIED(WS-ADJ-MATCH-IDX)
               COMPUTE WS-PERIOD-DIFF =
                   ((WB-NEW-RATE(WS-ADJ-MATCH-IDX)
                       - WB-OLD-RATE(WS-ADJ-MATCH-IDX))
                       * 100 / WS-WEEKS-PER-YEAR)
                   * WS-PERIOD-WEEKS
           ELSE
               COMPUTE WS-PERIOD-DIFF =
                   HI-HOURS *
                       (WB-NEW-RATE(WS-ADJ-MATCH-IDX)
                           - WB-OLD-RATE(WS-ADJ-MATCH-IDX))
           END-IF
           COMPUTE WS-GROSS-AS-PAID =
               HI-GROSS * (1 - WB-SACRIFICE-PCT(WS-ADJ-MATCH-IDX))
           COMPUTE WS-GROSS-AS-OWED =
               (HI-GROSS + WS-PERIOD-DIFF)
                   * (1 - WB-SACRIFICE-PCT(WS-ADJ-MATCH-IDX))
           PERFORM 2300-CALC-MARGINAL-TAX
           ADD WS-PERIOD-DIFF
               TO WB-ARREARS(WS-ADJ-MATCH-IDX)
           MOVE WB-ARREARS(WS-ADJ-IDX) TO WS-REGULAR-PAY
           MOVE ZERO                   TO WS-OVERTIME-PAY
           MOVE ZERO                   TO WS-LEAVE-PAY
           MOVE ZERO                   TO WS-LEAVE-LOADING
           MOVE WB-TAX(WS-ADJ-IDX)     TO WS-TAX-AMOUNT
           MOVE ZERO                   TO WS-SACRIFICE-AMOUNT
           MOVE ZERO                   TO PSD-COUNT
           PERFORM 3100-TAKE-SACRIFICE
           MOVE WS-SACRIFICE-AMOUNT    TO WS-DEDUCTION-TOTAL
           PERFORM 4500-CALC-SUPER
      *    A large sacrifice can leave less than tax and super
      *    need - nothing is paid rather than a wrong net
           IF WS-GROSS-PAY < (WS-TAX-AMOUNT + WS-SUPER-AMOUNT
                                + WS-SACRIFICE-AMOUNT)
               ADD 1 TO WS-ADJ-REJECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EMPLOYEE ' WB-EMP-ID(WS-ADJ-IDX)
                      ' TAX, SUPER AND SACRIFICE EXCEED ARREARS'
                      ' - REJECTED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3170-DRAW-DOWN-SACRIFICE
               VARYING WS-SAC-IDX FROM 1 BY 1
               UNTIL WS-SAC-IDX > PSD-COUNT
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-SUPER-AMOUNT
                   - WS-SACRIFICE-AMOUNT
           PERFORM 4700-UPDATE-YTD
           PERFORM 4800-WRITE-OUTPUTS
           ADD 1 TO WS-ADJ-PAID
           ADD WS-TAX-AMOUNT   TO WS-BKP-TOTAL-TAX
           ADD WS-SUPER-AMOUNT TO WS-BKP-TOTAL-SUPER
           ADD WS-NET-PAY      TO WS-BKP-TOTAL-NET
           ADD WS-SACRIFICE-AMOUNT TO WS-BKP-TOTAL-SACRIFICE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEE ' WB-EMP-ID(WS-ADJ-IDX)
                  ' ARREARS PAID OVER '
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       3100-TAKE-SACRIFICE.
      *    Percentage salary sacrifice ('V') lines apply to the
      *    arrears as they did to the periods being topped up -
      *    capped at a fixed-term line's remaining balance and at
      *    what is left of the arrears. A fixed-term line's
      *    balance is drawn down by 3170 once the arrears are
      *    known to be paid
           MOVE EMP-ID TO DED-EMP-ID
           MOVE ZERO   TO DED-PRIORITY
           START DEDUCTION-FILE KEY >= DED-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-DED-EOF-SWITCH
           PERFORM 3150-TAKE-SACRIFICE-LINE
               UNTIL END-OF-DEDUCTIONS.
      *
       3150-TAKE-SACRIFICE-LINE.
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
               WS-GROSS-PAY * DED-PERCENT
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
       3170-DRAW-DOWN-SACRIFICE.
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
       4500-CALC-SUPER.
      *    Arrears on worked hours are ordinary time earnings -
           ADD WS-GROSS-PAY TO EMP-YTD-GROSS
           ADD WS-TAX-AMOUNT TO EMP-YTD-TAX
           ADD WS-SUPER-AMOUNT TO EMP-YTD-SUPER
           ADD WS-SACRIFICE-AMOUNT TO EMP-YTD-RESC
           MOVE EMP-ID             TO AU-EMP-ID
           MOVE WS-PAY-RUN-DATE    TO AU-WEEK-ENDING
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
      *
       4850-WRITE-STP-DETAIL.
      *    Off the audit record 4700 just built, same as the main
      *    run's 5200 - the arrears are reported when paid, with
      *    salary sacrifice as reportable employer super and the
      *    gross net of it
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
      *    arrears super reaches the quarterly remittance. The
      *    guarantee and any salary sacrifice spool separately.
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
      *    Stamped with the current period-ending and zero hours -
           MOVE WS-PAY-RUN-DATE    TO PA-WEEK-ENDING
           MOVE 1                  TO PA-LINE-SEQ
           MOVE BKP-PAYSLIP-RECORD TO PA-SLIP-IMAGE
           MOVE SPACE TO PA-DELIVERY-STATUS
           MOVE 'N' TO WS-ARCH-DONE-SWITCH
           PERFORM 6060-WRITE-ARCHIVE-LINE
               UNTIL ARCHIVE-LINE-WRITTEN
      *    accumulating ledger interface: expense at run level to
      *    the payroll clearing cost centre, liabilities to the
      *    same accounts the main run credits. Net = gross - tax
      *    - super - sacrifice for every arrears pay, so the
      *    journal balances by construction.
           IF WS-BKP-TOTAL-GROSS = ZERO
               EXIT PARAGRAPH
           END-IF
               MOVE 'SUPERANNUATION PAYABLE' TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF
           IF WS-BKP-TOTAL-SACRIFICE NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
               MOVE WS-GL-SUPER-ACCT  TO GL-ACCOUNT
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-BKP-TOTAL-SACRIFICE TO GL-AMOUNT
               MOVE WS-PAY-RUN-DATE TO GL-PERIOD-ENDING
               MOVE 'SALARY SACRIFICE SUPER PAYABLE' TO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF
           IF WS-BKP-TOTAL-NET NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-CLEARING-CC TO GL-COST-CENTRE
           MOVE 'T'                 TO ST-REC-TYPE
           MOVE WS-ADJ-PAID         TO ST-EMP-ID
           MOVE WS-PAY-RUN-DATE     TO ST-PERIOD-ENDING
           COMPUTE ST-PERIOD-GROSS =
               WS-BKP-TOTAL-GROSS - WS-BKP-TOTAL-SACRIFICE
           MOVE WS-BKP-TOTAL-TAX    TO ST-PERIOD-TAX
           MOVE WS-BKP-TOTAL-SUPER  TO ST-PERIOD-SUPER
           MOVE ZERO                TO ST-YTD-GROSS
           MOVE ZERO                TO ST-YTD-TAX
           MOVE ZERO                TO ST-YTD-SUPER
           MOVE WS-BKP-TOTAL-SACRIFICE TO ST-PERIOD-RESC
           MOVE ZERO                TO ST-YTD-RESC
           WRITE STP-RECORD
           PERFORM 9500-WRITE-GL-INTERFACE
           MOVE SPACES TO WS-REPORT-LINE
           DISPLAY 'TOTAL ARREARS:     ' WS-BKP-TOTAL-GROSS
           DISPLAY 'EFT TOTAL:         ' WS-EFT-TOTAL-AMOUNT
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE ADJUSTMENT-FILE
                 EMPLOYEE-FILE
                 DEDUCTION-FILE
                 LEAVE-FILE
                 PAY-HISTORY-FILE
                 AUDIT-FILE
                 BKP-SUPER-FILE
                 PAYSLIP-ARCH-FILE
                 BACKPAY-REPORT-FILE.
      *
       9800-END-JOB-STEP.
           SET JR-END-CLEAN TO TRUE
           MOVE WS-ADJ-PAID         TO JR-RECORD-COUNT
           MOVE WS-EFT-TOTAL-AMOUNT TO JR-CONTROL-AMOUNT
           MOVE SPACES              TO JR-RESULT-TEXT
           STRING 'PAID ' WS-ADJ-PAID
                  ' REJECTED ' WS-ADJ-REJECTED
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
           MOVE 'REOPENED BY BACKPAY - RERUN' TO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-MESSAGE NOT = SPACES
               DISPLAY JR-MESSAGE
           END-IF.
