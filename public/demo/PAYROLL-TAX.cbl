       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-TAX.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * MONTHLY PAYROLL TAX AND WORKERS COMPENSATION RETURN
      * Builds the state payroll tax return and the workers'
      * compensation declared-wages figures finance used to put
      * together from spreadsheets of the register. The audit
      * file carries every committed pay - the main run, the
      * HOLD-RELEASE, BONUS-PAY and BACK-PAY off-cycle pays alike
      * - so every record whose period-ending falls in the
      * parameter month is priced. Each pay is placed in a state
      * and a workers' comp class through the employee's home
      * department on the department map. Taxable wages are gross
      * plus super, as payroll tax counts super contributions as
      * wages. Each state's monthly threshold and rate come from
      * the effective-dated payroll tax rate file - the set in
      * force at the month end - and the liability is the rate on
      * wages above the threshold. Declared wages are listed per
      * state and class. As BAS-STMT does for the quarter, the
      * month's wages and super are then reconciled to the
      * salaries (610100, with the 610150 leave loading) and
      * super payable (220200) ledger postings for the same
      * period-endings, so the return is proved to the cent. The
      * salary sacrifice lines on super payable are left out of
      * the ledger super - sacrifice is already inside gross, and
      * counting it again would overstate the taxable wages.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GL-FILE ASSIGN TO GLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MAP-FILE ASSIGN TO DEPTMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT PTAX-PARM-FILE ASSIGN TO PTAXPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PTAX-RATE-FILE ASSIGN TO PTAXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PTAX-REPORT-FILE ASSIGN TO PTAXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDIT-RECORD.
      *
      *    The costing journal in the shape PAYROLL-CALC's 9500
      *    writes it - every run, main and supplementary, appends
      *    its postings with their period-ending dates
       FD  GL-FILE.
       01  GL-RECORD.
           05  GL-COST-CENTRE      PIC X(6).
           05  GL-ACCOUNT          PIC X(6).
           05  GL-DR-CR            PIC X(2).
           05  GL-AMOUNT           PIC 9(9)V99.
           05  GL-PERIOD-ENDING    PIC 9(8).
           05  GL-DESCRIPTION      PIC X(30).
      *
      *    Read by key for each pay's home department
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
       FD  DEPT-MAP-FILE.
           COPY DEPT-MAP-RECORD.
      *
      *    The month being returned - first and last period-ending
      *    dates in range
       FD  PTAX-PARM-FILE.
       01  PTAX-PARM-RECORD.
           05  PX-MONTH-START      PIC 9(8).
           05  PX-MONTH-END        PIC 9(8).
      *
      *    One record per state per change of threshold or rate -
      *    the set in force for a month is the latest one not
      *    after the month end. The rate is a fraction of wages
      *    (0.0485 is 4.85 per cent).
       FD  PTAX-RATE-FILE.
       01  PTAX-RATE-RECORD.
           05  PR-STATE            PIC X(3).
           05  PR-EFFECTIVE-FROM   PIC 9(8).
           05  PR-MONTHLY-THRESHOLD PIC 9(7)V99.
           05  PR-RATE             PIC 9V9(4).
      *
       FD  PTAX-REPORT-FILE.
       01  PTAX-REPORT-RECORD      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PAYROLL-CONSTANTS.
      *
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS     PIC XX.
           05  WS-GL-STATUS        PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-MAP-STATUS       PIC XX.
           05  WS-PARM-STATUS      PIC XX.
           05  WS-RATE-STATUS      PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-AUDIT        PIC X(1) VALUE 'N'.
               88  END-OF-AUDIT    VALUE 'Y'.
           05  WS-EOF-GL           PIC X(1) VALUE 'N'.
               88  END-OF-GL       VALUE 'Y'.
           05  WS-MAP-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  END-OF-DEPT-MAP VALUE 'Y'.
           05  WS-RATE-EOF-SWITCH  PIC X(1) VALUE 'N'.
               88  END-OF-RATE-FILE VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-AUDIT-IN-MONTH   PIC 9(6) VALUE ZERO.
           05  WS-PAYS-UNPLACED    PIC 9(6) VALUE ZERO.
           05  WS-MONTH-GROSS      PIC 9(11)V99 VALUE ZERO.
           05  WS-MONTH-SUPER      PIC 9(11)V99 VALUE ZERO.
           05  WS-MONTH-TAXABLE    PIC 9(11)V99 VALUE ZERO.
           05  WS-MONTH-LIABILITY  PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-WAGES         PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-SUPER         PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-TAXABLE       PIC 9(11)V99 VALUE ZERO.
      *
      *    Department to state and workers' comp class
       01  WS-DEPT-MAP-TABLE.
           05  WS-MAP-COUNT        PIC 99 VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MAP-DEPT     PIC X(4).
               10  WS-MAP-STATE    PIC X(3).
               10  WS-MAP-WC-CLASS PIC X(6).
       01  WS-MAP-IDX              PIC 99.
       01  WS-MAP-MATCH-IDX        PIC 99.
      *
      *    Every state's threshold and rate history
       01  WS-RATE-TABLE.
           05  WS-RT-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-RT-ENTRY OCCURS 100 TIMES.
               10  WS-RT-STATE     PIC X(3).
               10  WS-RT-EFFECTIVE PIC 9(8).
               10  WS-RT-THRESHOLD PIC 9(7)V99.
               10  WS-RT-RATE      PIC 9V9(4).
       01  WS-RT-IDX               PIC 9(3).
       01  WS-RT-MATCH-IDX         PIC 9(3).
      *
      *    Month totals per state - a blank state holds the pays
      *    whose department has no state on the map
       01  WS-STATE-TABLE.
           05  WS-ST-COUNT         PIC 99 VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 10 TIMES.
               10  WS-ST-STATE     PIC X(3).
               10  WS-ST-PAYS      PIC 9(6).
               10  WS-ST-GROSS     PIC 9(11)V99.
               10  WS-ST-SUPER     PIC 9(11)V99.
       01  WS-ST-SRCH-IDX          PIC 99.
       01  WS-ST-MATCH-IDX         PIC 99.
       01  WS-ST-IDX               PIC 99.
      *
      *    Month declared wages per state and workers' comp class
       01  WS-WC-TABLE.
           05  WS-WC-COUNT         PIC 99 VALUE ZERO.
           05  WS-WC-ENTRY OCCURS 60 TIMES.
               10  WS-WC-STATE     PIC X(3).
               10  WS-WC-CLASS     PIC X(6).
               10  WS-WC-PAYS      PIC 9(6).
               10  WS-WC-WAGES     PIC 9(11)V99.
       01  WS-WC-SRCH-IDX          PIC 99.
       01  WS-WC-MATCH-IDX         PIC 99.
       01  WS-WC-IDX               PIC 99.
      *
       01  WS-PAY-FIELDS.
           05  WS-PAY-STATE        PIC X(3).
           05  WS-PAY-WC-CLASS     PIC X(6).
           05  WS-PAY-WAGES        PIC 9(9)V99.
      *
       01  WS-STATE-CALC.
           05  WS-ST-TAXABLE       PIC 9(11)V99.
           05  WS-ST-EXCESS        PIC 9(11)V99.
           05  WS-ST-LIABILITY     PIC 9(11)V99.
      *
       01  WS-STATE-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  SL-STATE            PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-PAYS             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-SUPER            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-TAXABLE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-THRESHOLD        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-RATE             PIC 9.9999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-LIABILITY        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-NOTE             PIC X(20).
           05  FILLER              PIC X(10) VALUE SPACES.
      *
       01  WS-WC-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WL-STATE            PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WL-CLASS            PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WL-PAYS             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WL-WAGES            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(95) VALUE SPACES.
      *
       01  WS-EDIT-FIELDS.
           05  WS-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-TOTAL-EDIT-2     PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TEXT-LINE            PIC X(132).
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-AUDIT
               UNTIL END-OF-AUDIT
           PERFORM 3000-ACCUMULATE-GL
               UNTIL END-OF-GL
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN INPUT  AUDIT-FILE
                       GL-FILE
                       EMPLOYEE-FILE
                       PTAX-PARM-FILE
                OUTPUT PTAX-REPORT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT FILE: ' WS-AUDIT-STATUS
               STOP RUN
           END-IF
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL FILE: ' WS-GL-STATUS
               STOP RUN
           END-IF
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL TAX PARM FILE: '
                   WS-PARM-STATUS
               STOP RUN
           END-IF
           READ PTAX-PARM-FILE
               AT END
                   DISPLAY 'PAYROLL TAX PARM FILE IS EMPTY'
                   STOP RUN
           END-READ
           IF PX-MONTH-START = ZERO OR PX-MONTH-END = ZERO
              OR PX-MONTH-START > PX-MONTH-END
               DISPLAY 'PAYROLL TAX PARM MONTH DATES INVALID: '
                   PX-MONTH-START ' - ' PX-MONTH-END
               STOP RUN
           END-IF
           PERFORM 1020-LOAD-DEPT-MAP
           PERFORM 1040-LOAD-TAX-RATES
           MOVE SPACES TO WS-TEXT-LINE
           STRING 'PAYROLL TAX AND WORKERS COMPENSATION RETURN - '
                  'MONTH ' PX-MONTH-START ' TO ' PX-MONTH-END
                  ' PRODUCED ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE.
      *
       1020-LOAD-DEPT-MAP.
      *    Without the map no pay can be placed in a state - stop
      *    rather than return every dollar as unplaced
           OPEN INPUT DEPT-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPT MAP FILE: ' WS-MAP-STATUS
               STOP RUN
           END-IF
           PERFORM 1030-LOAD-DEPT-MAP-ENTRY
               UNTIL END-OF-DEPT-MAP
           CLOSE DEPT-MAP-FILE.
      *
       1030-LOAD-DEPT-MAP-ENTRY.
           READ DEPT-MAP-FILE
               AT END
                   SET END-OF-DEPT-MAP TO TRUE
           END-READ
           IF END-OF-DEPT-MAP
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-COUNT < 50
               ADD 1 TO WS-MAP-COUNT
               MOVE DM-DEPT     TO WS-MAP-DEPT(WS-MAP-COUNT)
               MOVE DM-STATE    TO WS-MAP-STATE(WS-MAP-COUNT)
               MOVE DM-WC-CLASS TO WS-MAP-WC-CLASS(WS-MAP-COUNT)
           ELSE
               DISPLAY 'DEPT MAP TABLE FULL - DEPT ' DM-DEPT
                   ' NOT LOADED'
           END-IF.
      *
       1040-LOAD-TAX-RATES.
           OPEN INPUT PTAX-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL TAX RATE FILE: '
                   WS-RATE-STATUS
               STOP RUN
           END-IF
           PERFORM 1045-LOAD-TAX-RATE
               UNTIL END-OF-RATE-FILE
           CLOSE PTAX-RATE-FILE
           IF WS-RT-COUNT = ZERO
               DISPLAY 'PAYROLL TAX RATE FILE IS EMPTY'
               STOP RUN
           END-IF.
      *
       1045-LOAD-TAX-RATE.
           READ PTAX-RATE-FILE
               AT END
                   SET END-OF-RATE-FILE TO TRUE
           END-READ
           IF END-OF-RATE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-COUNT < 100
               ADD 1 TO WS-RT-COUNT
               MOVE PR-STATE          TO WS-RT-STATE(WS-RT-COUNT)
               MOVE PR-EFFECTIVE-FROM TO WS-RT-EFFECTIVE(WS-RT-COUNT)
               MOVE PR-MONTHLY-THRESHOLD
                   TO WS-RT-THRESHOLD(WS-RT-COUNT)
               MOVE PR-RATE           TO WS-RT-RATE(WS-RT-COUNT)
           ELSE
               DISPLAY 'PAYROLL TAX RATE TABLE FULL - STATE '
                   PR-STATE ' EFFECTIVE ' PR-EFFECTIVE-FROM
                   ' NOT LOADED'
           END-IF.
      *
       2000-ACCUMULATE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ
           IF END-OF-AUDIT
               EXIT PARAGRAPH
           END-IF
           IF AU-WEEK-ENDING < PX-MONTH-START
              OR AU-WEEK-ENDING > PX-MONTH-END
               EXIT PARAGRAPH
           END-IF
      *    A voided pay's reversal takes its wages back out again
      *    - the pay it reverses is always earlier on the trail
           IF AU-VOID-ENTRY
               PERFORM 2050-REVERSE-VOIDED-PAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-IN-MONTH
           ADD AU-PERIOD-GROSS TO WS-MONTH-GROSS
           ADD AU-PERIOD-SUPER TO WS-MONTH-SUPER
           COMPUTE WS-PAY-WAGES = AU-PERIOD-GROSS + AU-PERIOD-SUPER
           PERFORM 2100-PLACE-PAY
           PERFORM 2200-FIND-STATE-ENTRY
           IF WS-ST-MATCH-IDX NOT = ZERO
               ADD 1 TO WS-ST-PAYS(WS-ST-MATCH-IDX)
               ADD AU-PERIOD-GROSS TO WS-ST-GROSS(WS-ST-MATCH-IDX)
               ADD AU-PERIOD-SUPER TO WS-ST-SUPER(WS-ST-MATCH-IDX)
           END-IF
           PERFORM 2300-FIND-WC-ENTRY
           IF WS-WC-MATCH-IDX NOT = ZERO
               ADD 1 TO WS-WC-PAYS(WS-WC-MATCH-IDX)
               ADD WS-PAY-WAGES TO WS-WC-WAGES(WS-WC-MATCH-IDX)
           END-IF.
      *
       2050-REVERSE-VOIDED-PAY.
      *    Placed the same way the voided pay was, so it comes
      *    off the same state and class
           SUBTRACT 1 FROM WS-AUDIT-IN-MONTH
           SUBTRACT AU-PERIOD-GROSS FROM WS-MONTH-GROSS
           SUBTRACT AU-PERIOD-SUPER FROM WS-MONTH-SUPER
           COMPUTE WS-PAY-WAGES = AU-PERIOD-GROSS + AU-PERIOD-SUPER
           PERFORM 2100-PLACE-PAY
           PERFORM 2200-FIND-STATE-ENTRY
           IF WS-ST-MATCH-IDX NOT = ZERO
               SUBTRACT 1 FROM WS-ST-PAYS(WS-ST-MATCH-IDX)
               SUBTRACT AU-PERIOD-GROSS
                   FROM WS-ST-GROSS(WS-ST-MATCH-IDX)
               SUBTRACT AU-PERIOD-SUPER
                   FROM WS-ST-SUPER(WS-ST-MATCH-IDX)
           END-IF
           PERFORM 2300-FIND-WC-ENTRY
           IF WS-WC-MATCH-IDX NOT = ZERO
               SUBTRACT 1 FROM WS-WC-PAYS(WS-WC-MATCH-IDX)
               SUBTRACT WS-PAY-WAGES
                   FROM WS-WC-WAGES(WS-WC-MATCH-IDX)
           END-IF.
      *
       2100-PLACE-PAY.
      *    The employee's home department decides the state and
      *    class. A pay that cannot be placed still counts in the
      *    month's totals - under a blank state - so the return
      *    always reconciles and the gap is visible on it.
           MOVE SPACES TO WS-PAY-STATE
           MOVE SPACES TO WS-PAY-WC-CLASS
           MOVE AU-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-PAYS-UNPLACED
                   DISPLAY 'EMPLOYEE NOT ON MASTER: ' AU-EMP-ID
                       ' - PAY NOT PLACED IN A STATE'
                   EXIT PARAGRAPH
           END-READ
           MOVE ZERO TO WS-MAP-MATCH-IDX
           PERFORM 2150-FIND-DEPT-MAP
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
           IF WS-MAP-MATCH-IDX = ZERO
               ADD 1 TO WS-PAYS-UNPLACED
               DISPLAY 'NO DEPT MAP ENTRY FOR DEPT: ' EMP-DEPT
                   ' - PAY NOT PLACED IN A STATE'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAP-STATE(WS-MAP-MATCH-IDX) TO WS-PAY-STATE
           MOVE WS-MAP-WC-CLASS(WS-MAP-MATCH-IDX) TO WS-PAY-WC-CLASS
           IF WS-PAY-STATE = SPACES
               ADD 1 TO WS-PAYS-UNPLACED
           END-IF.
      *
       2150-FIND-DEPT-MAP.
           IF WS-MAP-MATCH-IDX = ZERO
              AND WS-MAP-DEPT(WS-MAP-IDX) = EMP-DEPT
               MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
           END-IF.
      *
       2200-FIND-STATE-ENTRY.
           MOVE ZERO TO WS-ST-MATCH-IDX
           PERFORM 2250-SCAN-STATE-ENTRY
               VARYING WS-ST-SRCH-IDX FROM 1 BY 1
               UNTIL WS-ST-SRCH-IDX > WS-ST-COUNT
           IF WS-ST-MATCH-IDX = ZERO
               IF WS-ST-COUNT < 10
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-MATCH-IDX
                   MOVE WS-PAY-STATE TO WS-ST-STATE(WS-ST-MATCH-IDX)
                   MOVE ZERO TO WS-ST-PAYS(WS-ST-MATCH-IDX)
                   MOVE ZERO TO WS-ST-GROSS(WS-ST-MATCH-IDX)
                   MOVE ZERO TO WS-ST-SUPER(WS-ST-MATCH-IDX)
               ELSE
                   DISPLAY 'STATE TABLE FULL - STATE '
                       WS-PAY-STATE ' NOT RETURNED'
               END-IF
           END-IF.
      *
       2250-SCAN-STATE-ENTRY.
           IF WS-ST-MATCH-IDX = ZERO
              AND WS-ST-STATE(WS-ST-SRCH-IDX) = WS-PAY-STATE
               MOVE WS-ST-SRCH-IDX TO WS-ST-MATCH-IDX
           END-IF.
      *
       2300-FIND-WC-ENTRY.
           MOVE ZERO TO WS-WC-MATCH-IDX
           PERFORM 2350-SCAN-WC-ENTRY
               VARYING WS-WC-SRCH-IDX FROM 1 BY 1
               UNTIL WS-WC-SRCH-IDX > WS-WC-COUNT
           IF WS-WC-MATCH-IDX = ZERO
               IF WS-WC-COUNT < 60
                   ADD 1 TO WS-WC-COUNT
                   MOVE WS-WC-COUNT TO WS-WC-MATCH-IDX
                   MOVE WS-PAY-STATE TO WS-WC-STATE(WS-WC-MATCH-IDX)
                   MOVE WS-PAY-WC-CLASS
                       TO WS-WC-CLASS(WS-WC-MATCH-IDX)
                   MOVE ZERO TO WS-WC-PAYS(WS-WC-MATCH-IDX)
                   MOVE ZERO TO WS-WC-WAGES(WS-WC-MATCH-IDX)
               ELSE
                   DISPLAY 'WORKERS COMP TABLE FULL - CLASS '
                       WS-PAY-WC-CLASS ' NOT DECLARED'
               END-IF
           END-IF.
      *
       2350-SCAN-WC-ENTRY.
           IF WS-WC-MATCH-IDX = ZERO
              AND WS-WC-STATE(WS-WC-SRCH-IDX) = WS-PAY-STATE
              AND WS-WC-CLASS(WS-WC-SRCH-IDX) = WS-PAY-WC-CLASS
               MOVE WS-WC-SRCH-IDX TO WS-WC-MATCH-IDX
           END-IF.
      *
       3000-ACCUMULATE-GL.
           READ GL-FILE
               AT END
                   SET END-OF-GL TO TRUE
           END-READ
           IF END-OF-GL
               EXIT PARAGRAPH
           END-IF
           IF GL-PERIOD-ENDING < PX-MONTH-START
              OR GL-PERIOD-ENDING > PX-MONTH-END
               EXIT PARAGRAPH
           END-IF
      *    The month-end accrual and its reversal are estimates,
      *    not wages paid - only the pay runs' postings count
           IF GL-DESCRIPTION(1:12) = WS-GL-ACCRUAL-TAG
               EXIT PARAGRAPH
           END-IF
      *    Wages are expensed to salaries and, for the annual
      *    leave loading, to its own account - both are wages paid
           EVALUATE GL-ACCOUNT
               WHEN WS-GL-SALARY-ACCT
               WHEN WS-GL-LOADING-ACCT
                   IF GL-DR-CR = 'DR'
                       ADD GL-AMOUNT TO WS-GL-WAGES
                   ELSE
                       SUBTRACT GL-AMOUNT FROM WS-GL-WAGES
                   END-IF
      *        Salary sacrifice shares super payable but is
      *        already inside the wages - only the guarantee
      *        super is proved here
               WHEN WS-GL-SUPER-ACCT
                   IF GL-DESCRIPTION(1:16) = WS-GL-SACRIFICE-TAG
                       CONTINUE
                   ELSE
                       IF GL-DR-CR = 'CR'
                           ADD GL-AMOUNT TO WS-GL-SUPER
                       ELSE
                           SUBTRACT GL-AMOUNT FROM WS-GL-SUPER
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       9000-FINALIZE.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE 'PAYROLL TAX BY STATE' TO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING ' ST '
                  '     PAYS'
                  '     GROSS WAGES'
                  '           SUPER'
                  '   TAXABLE WAGES'
                  '      THRESHOLD'
                  '    RATE'
                  '       LIABILITY'
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           PERFORM 9100-WRITE-STATE-LINE
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
           MOVE SPACES TO WS-STATE-LINE
           MOVE 'ALL'            TO SL-STATE
           MOVE WS-AUDIT-IN-MONTH TO SL-PAYS
           MOVE WS-MONTH-GROSS   TO SL-GROSS
           MOVE WS-MONTH-SUPER   TO SL-SUPER
           MOVE WS-MONTH-TAXABLE TO SL-TAXABLE
           MOVE ZERO             TO SL-THRESHOLD
           MOVE ZERO             TO SL-RATE
           MOVE WS-MONTH-LIABILITY TO SL-LIABILITY
           MOVE 'MONTH TOTAL'    TO SL-NOTE
           WRITE PTAX-REPORT-RECORD FROM WS-STATE-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE 'WORKERS COMPENSATION DECLARED WAGES'
               TO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING ' ST '
                  '  CLASS '
                  '     PAYS'
                  '  DECLARED WAGES'
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           PERFORM 9200-WRITE-WC-LINE
               VARYING WS-WC-IDX FROM 1 BY 1
               UNTIL WS-WC-IDX > WS-WC-COUNT
           PERFORM 9300-RECONCILE-TO-LEDGER
           DISPLAY '=================================='
           DISPLAY 'PAYROLL TAX RETURN COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'PAYS IN MONTH:     ' WS-AUDIT-IN-MONTH
           DISPLAY 'PAYS NOT PLACED:   ' WS-PAYS-UNPLACED
           DISPLAY 'GROSS WAGES:       ' WS-MONTH-GROSS
           DISPLAY 'SUPER:             ' WS-MONTH-SUPER
           DISPLAY 'TAXABLE WAGES:     ' WS-MONTH-TAXABLE
           DISPLAY 'PAYROLL TAX:       ' WS-MONTH-LIABILITY
           DISPLAY 'GL WAGES:          ' WS-GL-WAGES
           DISPLAY 'GL SUPER:          ' WS-GL-SUPER
           DISPLAY '=================================='
           CLOSE AUDIT-FILE
                 GL-FILE
                 EMPLOYEE-FILE
                 PTAX-PARM-FILE
                 PTAX-REPORT-FILE.
      *
       9100-WRITE-STATE-LINE.
      *    Liability is the state's rate on the month's taxable
      *    wages above its monthly threshold - nothing below it
           MOVE SPACES TO WS-STATE-LINE
           COMPUTE WS-ST-TAXABLE =
               WS-ST-GROSS(WS-ST-IDX) + WS-ST-SUPER(WS-ST-IDX)
           ADD WS-ST-TAXABLE TO WS-MONTH-TAXABLE
           MOVE WS-ST-STATE(WS-ST-IDX) TO SL-STATE
           MOVE WS-ST-PAYS(WS-ST-IDX)  TO SL-PAYS
           MOVE WS-ST-GROSS(WS-ST-IDX) TO SL-GROSS
           MOVE WS-ST-SUPER(WS-ST-IDX) TO SL-SUPER
           MOVE WS-ST-TAXABLE          TO SL-TAXABLE
           MOVE ZERO TO SL-THRESHOLD
           MOVE ZERO TO SL-RATE
           MOVE ZERO TO SL-LIABILITY
           IF WS-ST-STATE(WS-ST-IDX) = SPACES
               MOVE 'NO STATE ON MAP' TO SL-NOTE
               WRITE PTAX-REPORT-RECORD FROM WS-STATE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RT-MATCH-IDX
           PERFORM 9150-FIND-STATE-RATE
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
           IF WS-RT-MATCH-IDX = ZERO
               MOVE 'NO RATE IN FORCE' TO SL-NOTE
               WRITE PTAX-REPORT-RECORD FROM WS-STATE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-THRESHOLD(WS-RT-MATCH-IDX) TO SL-THRESHOLD
           MOVE WS-RT-RATE(WS-RT-MATCH-IDX)      TO SL-RATE
           MOVE ZERO TO WS-ST-LIABILITY
           IF WS-ST-TAXABLE > WS-RT-THRESHOLD(WS-RT-MATCH-IDX)
               COMPUTE WS-ST-EXCESS =
                   WS-ST-TAXABLE - WS-RT-THRESHOLD(WS-RT-MATCH-IDX)
               COMPUTE WS-ST-LIABILITY ROUNDED =
                   WS-ST-EXCESS * WS-RT-RATE(WS-RT-MATCH-IDX)
           ELSE
               MOVE 'UNDER THRESHOLD' TO SL-NOTE
           END-IF
           MOVE WS-ST-LIABILITY TO SL-LIABILITY
           ADD WS-ST-LIABILITY TO WS-MONTH-LIABILITY
           WRITE PTAX-REPORT-RECORD FROM WS-STATE-LINE.
      *
       9150-FIND-STATE-RATE.
      *    Latest set for the state not after the month end
           IF WS-RT-STATE(WS-RT-IDX) = WS-ST-STATE(WS-ST-IDX)
              AND WS-RT-EFFECTIVE(WS-RT-IDX) <= PX-MONTH-END
               IF WS-RT-MATCH-IDX = ZERO
                   MOVE WS-RT-IDX TO WS-RT-MATCH-IDX
               ELSE
                   IF WS-RT-EFFECTIVE(WS-RT-IDX) >
                          WS-RT-EFFECTIVE(WS-RT-MATCH-IDX)
                       MOVE WS-RT-IDX TO WS-RT-MATCH-IDX
                   END-IF
               END-IF
           END-IF.
      *
       9200-WRITE-WC-LINE.
           MOVE SPACES TO WS-WC-LINE
           MOVE WS-WC-STATE(WS-WC-IDX) TO WL-STATE
           MOVE WS-WC-CLASS(WS-WC-IDX) TO WL-CLASS
           MOVE WS-WC-PAYS(WS-WC-IDX)  TO WL-PAYS
           MOVE WS-WC-WAGES(WS-WC-IDX) TO WL-WAGES
           WRITE PTAX-REPORT-RECORD FROM WS-WC-LINE.
      *
       9300-RECONCILE-TO-LEDGER.
      *    Wages and super returned must equal what the month's
      *    runs posted to the ledger, to the cent
           COMPUTE WS-GL-TAXABLE = WS-GL-WAGES + WS-GL-SUPER
           MOVE SPACES TO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE 'RECONCILIATION TO LEDGER' TO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-MONTH-GROSS TO WS-TOTAL-EDIT
           MOVE WS-GL-WAGES    TO WS-TOTAL-EDIT-2
           STRING ' GROSS WAGES   RETURN: ' WS-TOTAL-EDIT
                  '   GL 610100/610150: ' WS-TOTAL-EDIT-2
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-MONTH-SUPER TO WS-TOTAL-EDIT
           MOVE WS-GL-SUPER    TO WS-TOTAL-EDIT-2
           STRING ' SUPER         RETURN: ' WS-TOTAL-EDIT
                  '   GL 220200:        ' WS-TOTAL-EDIT-2
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-MONTH-TAXABLE TO WS-TOTAL-EDIT
           MOVE WS-GL-TAXABLE    TO WS-TOTAL-EDIT-2
           STRING ' TAXABLE WAGES RETURN: ' WS-TOTAL-EDIT
                  '   GL TOTAL:         ' WS-TOTAL-EDIT-2
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           IF WS-MONTH-GROSS = WS-GL-WAGES
              AND WS-MONTH-SUPER = WS-GL-SUPER
               MOVE 'RETURN RECONCILES TO THE LEDGER POSTINGS'
                   TO WS-TEXT-LINE
           ELSE
               MOVE 'RETURN DOES NOT RECONCILE - INVESTIGATE'
                   TO WS-TEXT-LINE
           END-IF
           WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           IF WS-PAYS-UNPLACED NOT = ZERO
               MOVE SPACES TO WS-TEXT-LINE
               STRING 'PAYS NOT PLACED IN A STATE: '
                      WS-PAYS-UNPLACED
                      ' - CORRECT THE DEPT MAP AND RERUN'
                      DELIMITED BY SIZE
                      INTO WS-TEXT-LINE
               WRITE PTAX-REPORT-RECORD FROM WS-TEXT-LINE
           END-IF.
