       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARD-CHECK.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * AWARD MINIMUM RATE COMPLIANCE CHECK
      * Proves every current employee is paid at or above the
      * award minimum for the classification on their master
      * record. The rate on EMPLOYEE-FILE is held against the
      * AWARD-RATE-FILE minimum in force at the run control's
      * period-ending - the hourly minimum for hourly and
      * contract staff, the annual minimum for salaried staff.
      * The pay history is then read twice, the way PAY-VARIANCE
      * reads it: the first pass finds each employee's last
      * period paid at or above the minimum in force for that
      * period, the second collects every underpaid period after
      * it - the breach as it stands today, period by period. For
      * hourly and contract staff the rate actually paid is the
      * period's gross over its hours, so a rate that was right
      * on the master but paid short still shows; salaried
      * periods are priced from the master salary. Each underpaid
      * employee is listed with the shortfall for every period
      * since the breach began and the total owed, so wage
      * underpayment is found and fixed here instead of by an
      * inspector.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AWARD-RATE-FILE ASSIGN TO AWARDRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AWARD-REPORT-FILE ASSIGN TO AWARDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
       FD  AWARD-RATE-FILE.
           COPY AWARD-RATE-RECORD.
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.
      *
       FD  AWARD-REPORT-FILE.
       01  AWARD-REPORT-RECORD     PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PAYROLL-CONSTANTS.
      *
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-AWARD-STATUS     PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-HIST-STATUS      PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-RUNCTL-EOF-SWITCH PIC X(1) VALUE 'N'.
               88  END-OF-RUN-CONTROL VALUE 'Y'.
           05  WS-AWARD-EOF-SWITCH PIC X(1) VALUE 'N'.
               88  END-OF-AWARD-RATES VALUE 'Y'.
           05  WS-EOF-EMP          PIC X(1) VALUE 'N'.
               88  END-OF-EMPLOYEES VALUE 'Y'.
           05  WS-EOF-HIST         PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY  VALUE 'Y'.
           05  WS-AWARD-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88  AWARD-RATE-FOUND VALUE 'Y'.
           05  WS-PERIOD-TESTED-SWITCH PIC X(1) VALUE 'N'.
               88  PERIOD-TESTED   VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-EMPLOYEES-READ   PIC 9(6) VALUE ZERO.
           05  WS-EMPLOYEES-CHECKED PIC 9(6) VALUE ZERO.
           05  WS-EMPLOYEES-UNCLASSED PIC 9(6) VALUE ZERO.
           05  WS-EMPLOYEES-UNDERPAID PIC 9(6) VALUE ZERO.
           05  WS-PERIODS-UNDERPAID PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-SHORTFALL  PIC 9(9)V99 VALUE ZERO.
      *
      *    Every classification's rate history, so each history
      *    period is held against the minimum in force at its own
      *    period-ending, not today's
       01  WS-AWARD-TABLE.
           05  WS-AWD-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-AWD-ENTRY OCCURS 200 TIMES.
               10  WS-AWD-CLASS    PIC X(4).
               10  WS-AWD-EFFECTIVE PIC 9(8).
               10  WS-AWD-MIN-HOURLY PIC 9(4)V99.
               10  WS-AWD-MIN-ANNUAL PIC 9(7)V99.
      *
       01  WS-AWD-IDX              PIC 9(3).
      *
      *    Minimum-rate lookup - caller sets the classification
      *    and the date, 2900 returns the minimums in force
       01  WS-AWARD-LOOKUP.
           05  WS-LOOKUP-CLASS     PIC X(4).
           05  WS-LOOKUP-DATE      PIC 9(8).
           05  WS-LOOKUP-EFFECTIVE PIC 9(8).
           05  WS-LOOKUP-MIN-HOURLY PIC 9(4)V99.
           05  WS-LOOKUP-MIN-ANNUAL PIC 9(7)V99.
      *
      *    Pay group calendars - each employee's periods are
      *    priced in their own group's period length
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT      PIC 9(1) VALUE ZERO.
           05  WS-GROUP-ENTRY OCCURS 6 TIMES.
               10  WS-CAL-GROUP    PIC X(2).
               10  WS-CAL-PERIOD   PIC X(1).
      *
       01  WS-GRP-IDX              PIC 9(1).
       01  WS-GRP-MATCH-IDX        PIC 9(1).
      *
      *    One row per classified current employee
       01  WS-EMP-TABLE.
           05  WS-EMP-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES.
               10  WS-EMP-KEY      PIC 9(6).
               10  WS-EMP-NAME     PIC X(30).
               10  WS-EMP-DEPT     PIC X(4).
               10  WS-EMP-CLASS    PIC X(4).
               10  WS-EMP-TYPE     PIC X(1).
               10  WS-EMP-RATE     PIC 9(4)V99.
               10  WS-EMP-WEEKS    PIC 9V99.
               10  WS-EMP-MASTER-SHORT PIC X(1).
               10  WS-EMP-MIN-HOURLY PIC 9(4)V99.
               10  WS-EMP-MIN-ANNUAL PIC 9(7)V99.
               10  WS-EMP-LAST-OK  PIC 9(8).
               10  WS-EMP-LAST-SEEN PIC 9(8).
               10  WS-EMP-BREACH-START PIC 9(8).
               10  WS-EMP-BREACH-PERIODS PIC 9(4).
               10  WS-EMP-BREACH-TOTAL PIC 9(7)V99.
      *
       01  WS-EMP-SRCH-IDX         PIC 9(4).
       01  WS-EMP-MATCH-IDX        PIC 9(4).
       01  WS-EMP-IDX              PIC 9(4).
      *
      *    Underpaid periods collected by the second history pass,
      *    printed under their employee at report time
       01  WS-BREACH-TABLE.
           05  WS-BR-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-BR-ENTRY OCCURS 3000 TIMES.
               10  WS-BR-EMP-IDX   PIC 9(4).
               10  WS-BR-ENDING    PIC 9(8).
               10  WS-BR-HOURS     PIC 9(4)V9.
               10  WS-BR-PAID      PIC 9(7)V99.
               10  WS-BR-OWED      PIC 9(7)V99.
               10  WS-BR-SHORT     PIC 9(7)V99.
      *
       01  WS-BR-IDX               PIC 9(4).
      *
       01  WS-PERIOD-FIELDS.
           05  WS-CHECK-DATE       PIC 9(8).
           05  WS-PERIOD-WEEKS     PIC 9V99.
           05  WS-PERIOD-OWED      PIC 9(7)V99.
           05  WS-PERIOD-PAID      PIC 9(7)V99.
           05  WS-PERIOD-SHORT     PIC 9(7)V99.
           05  WS-ANNUAL-SALARY    PIC 9(7)V99.
           05  WS-PAID-RATE        PIC 9(4)V99.
      *
       01  WS-EDIT-FIELDS.
           05  WS-RATE-EDIT        PIC Z,ZZ9.99.
           05  WS-MIN-EDIT         PIC Z,ZZ9.99.
           05  WS-SALARY-EDIT      PIC Z,ZZZ,ZZ9.99.
           05  WS-MIN-SALARY-EDIT  PIC Z,ZZZ,ZZ9.99.
           05  WS-HOURS-EDIT       PIC ZZ,ZZ9.9.
           05  WS-AMOUNT-EDIT      PIC ZZZ,ZZ9.99.
           05  WS-AMOUNT-EDIT-2    PIC ZZZ,ZZ9.99.
           05  WS-AMOUNT-EDIT-3    PIC ZZZ,ZZ9.99.
           05  WS-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-REPORT-LINE          PIC X(132).
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EMPLOYEE
               UNTIL END-OF-EMPLOYEES
           PERFORM 3000-FIND-LAST-COMPLIANT
               UNTIL END-OF-HISTORY
           PERFORM 3500-REOPEN-HISTORY
           PERFORM 4000-COLLECT-BREACH
               UNTIL END-OF-HISTORY
           PERFORM 5000-REPORT-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1020-READ-RUN-CONTROL
           PERFORM 1040-LOAD-AWARD-RATES
           OPEN INPUT  EMPLOYEE-FILE
                       PAY-HISTORY-FILE
                OUTPUT AWARD-REPORT-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAY HISTORY FILE: '
                   WS-HIST-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'AWARD MINIMUM RATE COMPLIANCE - PERIOD ENDING: '
                  WS-CHECK-DATE
                  '  RUN DATE: ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       1020-READ-RUN-CONTROL.
      *    The first 'C' record's period-ending is the date the
      *    master rates are checked at; every 'C' record's pay
      *    period is kept so each group's history periods are
      *    priced at their own length
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'RUN CONTROL FILE IS EMPTY'
                   STOP RUN
           END-READ
           IF NOT RC-CONTROL
               DISPLAY 'RUN CONTROL RECORD MISSING OR NOT FIRST'
               STOP RUN
           END-IF
           MOVE RC-PERIOD-ENDING TO WS-CHECK-DATE
           PERFORM 1030-ADD-GROUP-CALENDAR
           PERFORM 1025-SCAN-RUN-CONTROL
               UNTIL END-OF-RUN-CONTROL
           CLOSE RUN-CONTROL-FILE.
      *
       1025-SCAN-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUN-CONTROL TO TRUE
           END-READ
           IF END-OF-RUN-CONTROL
               EXIT PARAGRAPH
           END-IF
           IF RC-CONTROL
               PERFORM 1030-ADD-GROUP-CALENDAR
           END-IF.
      *
       1030-ADD-GROUP-CALENDAR.
           IF WS-GROUP-COUNT < 6
               ADD 1 TO WS-GROUP-COUNT
               MOVE RC-PAY-GROUP  TO WS-CAL-GROUP(WS-GROUP-COUNT)
               MOVE RC-PAY-PERIOD TO WS-CAL-PERIOD(WS-GROUP-COUNT)
           END-IF.
      *
       1040-LOAD-AWARD-RATES.
      *    No minimum rates at all means nothing can be proved -
      *    stop rather than print a clean report
           OPEN INPUT AWARD-RATE-FILE
           IF WS-AWARD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AWARD RATE FILE: '
                   WS-AWARD-STATUS
               STOP RUN
           END-IF
           PERFORM 1045-LOAD-AWARD-RATE
               UNTIL END-OF-AWARD-RATES
           CLOSE AWARD-RATE-FILE
           IF WS-AWD-COUNT = ZERO
               DISPLAY 'AWARD RATE FILE IS EMPTY'
               STOP RUN
           END-IF.
      *
       1045-LOAD-AWARD-RATE.
           READ AWARD-RATE-FILE
               AT END
                   SET END-OF-AWARD-RATES TO TRUE
           END-READ
           IF END-OF-AWARD-RATES
               EXIT PARAGRAPH
           END-IF
           IF WS-AWD-COUNT < 200
               ADD 1 TO WS-AWD-COUNT
               MOVE AR-AWARD-CLASS
                   TO WS-AWD-CLASS(WS-AWD-COUNT)
               MOVE AR-EFFECTIVE-FROM
                   TO WS-AWD-EFFECTIVE(WS-AWD-COUNT)
               MOVE AR-MIN-HOURLY-RATE
                   TO WS-AWD-MIN-HOURLY(WS-AWD-COUNT)
               MOVE AR-MIN-ANNUAL-RATE
                   TO WS-AWD-MIN-ANNUAL(WS-AWD-COUNT)
           ELSE
               DISPLAY 'AWARD RATE TABLE FULL - CLASS '
                   AR-AWARD-CLASS ' EFFECTIVE ' AR-EFFECTIVE-FROM
                   ' NOT LOADED'
           END-IF.
      *
       2000-LOAD-EMPLOYEE.
      *    Current employees only - active or on leave. Anyone
      *    without a classification, or with one the award table
      *    does not know, cannot be proved and is listed so the
      *    master gets fixed
           READ EMPLOYEE-FILE
               AT END
                   SET END-OF-EMPLOYEES TO TRUE
           END-READ
           IF END-OF-EMPLOYEES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPLOYEES-READ
           IF NOT (EMP-ACTIVE OR EMP-ON-LEAVE)
               EXIT PARAGRAPH
           END-IF
           IF EMP-AWARD-CLASS = SPACES
               ADD 1 TO WS-EMPLOYEES-UNCLASSED
               STRING 'EMPLOYEE ' EMP-ID '  ' EMP-NAME
                      '  NO AWARD CLASSIFICATION - NOT CHECKED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-AWARD-CLASS TO WS-LOOKUP-CLASS
           MOVE WS-CHECK-DATE   TO WS-LOOKUP-DATE
           PERFORM 2900-FIND-AWARD-RATE
           IF NOT AWARD-RATE-FOUND
               ADD 1 TO WS-EMPLOYEES-UNCLASSED
               STRING 'EMPLOYEE ' EMP-ID '  ' EMP-NAME
                      '  CLASS ' EMP-AWARD-CLASS
                      ' HAS NO MINIMUM IN FORCE - NOT CHECKED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-COUNT NOT < 1000
               DISPLAY 'EMPLOYEE TABLE FULL - ' EMP-ID
                   ' NOT CHECKED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           ADD 1 TO WS-EMPLOYEES-CHECKED
           MOVE WS-EMP-COUNT TO WS-EMP-IDX
           MOVE EMP-ID          TO WS-EMP-KEY(WS-EMP-IDX)
           MOVE EMP-NAME        TO WS-EMP-NAME(WS-EMP-IDX)
           MOVE EMP-DEPT        TO WS-EMP-DEPT(WS-EMP-IDX)
           MOVE EMP-AWARD-CLASS TO WS-EMP-CLASS(WS-EMP-IDX)
           MOVE EMP-PAY-TYPE    TO WS-EMP-TYPE(WS-EMP-IDX)
           MOVE EMP-PAY-RATE    TO WS-EMP-RATE(WS-EMP-IDX)
           MOVE WS-LOOKUP-MIN-HOURLY
               TO WS-EMP-MIN-HOURLY(WS-EMP-IDX)
           MOVE WS-LOOKUP-MIN-ANNUAL
               TO WS-EMP-MIN-ANNUAL(WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-LAST-OK(WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-LAST-SEEN(WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-BREACH-START(WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-BREACH-PERIODS(WS-EMP-IDX)
           MOVE ZERO TO WS-EMP-BREACH-TOTAL(WS-EMP-IDX)
           PERFORM 2100-SET-EMPLOYEE-PERIOD
      *    The master rate against today's minimum - EMP-PAY-RATE
      *    is annual salary / 100 for salaried staff
           MOVE 'N' TO WS-EMP-MASTER-SHORT(WS-EMP-IDX)
           IF SALARY
               COMPUTE WS-ANNUAL-SALARY = EMP-PAY-RATE * 100
               IF WS-ANNUAL-SALARY < WS-LOOKUP-MIN-ANNUAL
                   MOVE 'Y' TO WS-EMP-MASTER-SHORT(WS-EMP-IDX)
               END-IF
           ELSE
               IF EMP-PAY-RATE < WS-LOOKUP-MIN-HOURLY
                   MOVE 'Y' TO WS-EMP-MASTER-SHORT(WS-EMP-IDX)
               END-IF
           END-IF.
      *
       2100-SET-EMPLOYEE-PERIOD.
      *    Weeks in one of the employee's pay periods, from their
      *    group's calendar - weekly when the group has none
           MOVE ZERO TO WS-GRP-MATCH-IDX
           PERFORM 2150-FIND-GROUP-ENTRY
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT
           MOVE 'W' TO WS-PAY-PERIOD
           IF WS-GRP-MATCH-IDX NOT = ZERO
               MOVE WS-CAL-PERIOD(WS-GRP-MATCH-IDX) TO WS-PAY-PERIOD
           END-IF
           EVALUATE TRUE
               WHEN FORTNIGHTLY
                   MOVE 2.00 TO WS-EMP-WEEKS(WS-EMP-IDX)
               WHEN MONTHLY
                   COMPUTE WS-EMP-WEEKS(WS-EMP-IDX) =
                       WS-WEEKS-PER-YEAR / 12
               WHEN OTHER
                   MOVE 1.00 TO WS-EMP-WEEKS(WS-EMP-IDX)
           END-EVALUATE.
      *
       2150-FIND-GROUP-ENTRY.
           IF WS-GRP-MATCH-IDX = ZERO
              AND WS-CAL-GROUP(WS-GRP-IDX) = EMP-PAY-GROUP
               MOVE WS-GRP-IDX TO WS-GRP-MATCH-IDX
           END-IF.
      *
       2900-FIND-AWARD-RATE.
      *    Latest rate for the classification not after the date
           MOVE 'N'  TO WS-AWARD-FOUND-SWITCH
           MOVE ZERO TO WS-LOOKUP-EFFECTIVE
           MOVE ZERO TO WS-LOOKUP-MIN-HOURLY
           MOVE ZERO TO WS-LOOKUP-MIN-ANNUAL
           PERFORM 2950-SCAN-AWARD-RATE
               VARYING WS-AWD-IDX FROM 1 BY 1
               UNTIL WS-AWD-IDX > WS-AWD-COUNT.
      *
       2950-SCAN-AWARD-RATE.
           IF WS-AWD-CLASS(WS-AWD-IDX) = WS-LOOKUP-CLASS
              AND WS-AWD-EFFECTIVE(WS-AWD-IDX) <= WS-LOOKUP-DATE
              AND (NOT AWARD-RATE-FOUND
                   OR WS-AWD-EFFECTIVE(WS-AWD-IDX)
                          > WS-LOOKUP-EFFECTIVE)
               SET AWARD-RATE-FOUND TO TRUE
               MOVE WS-AWD-EFFECTIVE(WS-AWD-IDX)
                   TO WS-LOOKUP-EFFECTIVE
               MOVE WS-AWD-MIN-HOURLY(WS-AWD-IDX)
                   TO WS-LOOKUP-MIN-HOURLY
               MOVE WS-AWD-MIN-ANNUAL(WS-AWD-IDX)
                   TO WS-LOOKUP-MIN-ANNUAL
           END-IF.
      *
       3000-FIND-LAST-COMPLIANT.
      *    First pass - the latest period each employee was paid
      *    at or above the minimum then in force. Anything short
      *    after it is the breach as it stands now.
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF END-OF-HISTORY
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-FIND-EMP-ENTRY
           IF WS-EMP-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-PRICE-PERIOD
           IF PERIOD-TESTED
              AND WS-PERIOD-SHORT = ZERO
              AND HI-WEEK-ENDING > WS-EMP-LAST-OK(WS-EMP-MATCH-IDX)
               MOVE HI-WEEK-ENDING
                   TO WS-EMP-LAST-OK(WS-EMP-MATCH-IDX)
           END-IF.
      *
       3100-FIND-EMP-ENTRY.
           MOVE ZERO TO WS-EMP-MATCH-IDX
           IF HI-WEEK-ENDING > WS-CHECK-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3150-SCAN-EMP-ENTRY
               VARYING WS-EMP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-EMP-SRCH-IDX > WS-EMP-COUNT.
      *
       3150-SCAN-EMP-ENTRY.
           IF WS-EMP-MATCH-IDX = ZERO
              AND WS-EMP-KEY(WS-EMP-SRCH-IDX) = HI-EMP-ID
               MOVE WS-EMP-SRCH-IDX TO WS-EMP-MATCH-IDX
           END-IF.
      *
       3200-PRICE-PERIOD.
      *    What the period should have paid at the minimum in force
      *    for its own period-ending, against what it did pay.
      *    Hourly and contract: the period's hours at the minimum
      *    hourly rate against the gross actually paid - a
      *    zero-hours record (a bonus or arrears payment) has no
      *    rate to test. Salaried: the period's share of the
      *    minimum annual salary against the master salary, once
      *    per period-ending however many pays fell in it.
           MOVE 'N'  TO WS-PERIOD-TESTED-SWITCH
           MOVE ZERO TO WS-PERIOD-SHORT
           MOVE ZERO TO WS-PERIOD-OWED
           MOVE ZERO TO WS-PERIOD-PAID
           MOVE WS-EMP-CLASS(WS-EMP-MATCH-IDX) TO WS-LOOKUP-CLASS
           MOVE HI-WEEK-ENDING TO WS-LOOKUP-DATE
           PERFORM 2900-FIND-AWARD-RATE
           IF NOT AWARD-RATE-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-TYPE(WS-EMP-MATCH-IDX) = 'S'
               IF HI-WEEK-ENDING = WS-EMP-LAST-SEEN(WS-EMP-MATCH-IDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE HI-WEEK-ENDING
                   TO WS-EMP-LAST-SEEN(WS-EMP-MATCH-IDX)
               COMPUTE WS-PERIOD-OWED ROUNDED =
                   WS-LOOKUP-MIN-ANNUAL / WS-WEEKS-PER-YEAR
                       * WS-EMP-WEEKS(WS-EMP-MATCH-IDX)
               COMPUTE WS-PERIOD-PAID ROUNDED =
                   WS-EMP-RATE(WS-EMP-MATCH-IDX) * 100
                       / WS-WEEKS-PER-YEAR
                       * WS-EMP-WEEKS(WS-EMP-MATCH-IDX)
           ELSE
               IF HI-HOURS = ZERO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PERIOD-OWED ROUNDED =
                   WS-LOOKUP-MIN-HOURLY * HI-HOURS
               MOVE HI-GROSS TO WS-PERIOD-PAID
           END-IF
           SET PERIOD-TESTED TO TRUE
           IF WS-PERIOD-OWED > WS-PERIOD-PAID
               COMPUTE WS-PERIOD-SHORT =
                   WS-PERIOD-OWED - WS-PERIOD-PAID
           END-IF.
      *
       3500-REOPEN-HISTORY.
           CLOSE PAY-HISTORY-FILE
           OPEN INPUT PAY-HISTORY-FILE
           MOVE 'N' TO WS-EOF-HIST
           PERFORM 3550-RESET-LAST-SEEN
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.
      *
       3550-RESET-LAST-SEEN.
           MOVE ZERO TO WS-EMP-LAST-SEEN(WS-EMP-IDX).
      *
       4000-COLLECT-BREACH.
      *    Second pass - every short period after the employee's
      *    last compliant one belongs to the current breach
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF END-OF-HISTORY
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-FIND-EMP-ENTRY
           IF WS-EMP-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-PRICE-PERIOD
           IF NOT PERIOD-TESTED
              OR WS-PERIOD-SHORT = ZERO
              OR HI-WEEK-ENDING NOT > WS-EMP-LAST-OK(WS-EMP-MATCH-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-BREACH-PERIODS(WS-EMP-MATCH-IDX)
           ADD WS-PERIOD-SHORT
               TO WS-EMP-BREACH-TOTAL(WS-EMP-MATCH-IDX)
           IF WS-EMP-BREACH-START(WS-EMP-MATCH-IDX) = ZERO
              OR HI-WEEK-ENDING
                     < WS-EMP-BREACH-START(WS-EMP-MATCH-IDX)
               MOVE HI-WEEK-ENDING
                   TO WS-EMP-BREACH-START(WS-EMP-MATCH-IDX)
           END-IF
           IF WS-BR-COUNT < 3000
               ADD 1 TO WS-BR-COUNT
               MOVE WS-EMP-MATCH-IDX TO WS-BR-EMP-IDX(WS-BR-COUNT)
               MOVE HI-WEEK-ENDING   TO WS-BR-ENDING(WS-BR-COUNT)
               MOVE HI-HOURS         TO WS-BR-HOURS(WS-BR-COUNT)
               MOVE WS-PERIOD-PAID   TO WS-BR-PAID(WS-BR-COUNT)
               MOVE WS-PERIOD-OWED   TO WS-BR-OWED(WS-BR-COUNT)
               MOVE WS-PERIOD-SHORT  TO WS-BR-SHORT(WS-BR-COUNT)
           ELSE
      *        The employee's total still counts every period -
      *        only the period line is lost, and the console says
      *        so
               DISPLAY 'BREACH TABLE FULL - EMPLOYEE ' HI-EMP-ID
                   ' PERIOD ' HI-WEEK-ENDING ' NOT LISTED'
           END-IF.
      *
       5000-REPORT-EMPLOYEE.
      *    Listed when the master rate is below today's minimum,
      *    when history shows an open breach, or both
           IF WS-EMP-MASTER-SHORT(WS-EMP-IDX) NOT = 'Y'
              AND WS-EMP-BREACH-PERIODS(WS-EMP-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPLOYEES-UNDERPAID
           ADD WS-EMP-BREACH-PERIODS(WS-EMP-IDX)
               TO WS-PERIODS-UNDERPAID
           ADD WS-EMP-BREACH-TOTAL(WS-EMP-IDX) TO WS-TOTAL-SHORTFALL
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'EMPLOYEE ' WS-EMP-KEY(WS-EMP-IDX)
                  '  ' WS-EMP-NAME(WS-EMP-IDX)
                  '  DEPT ' WS-EMP-DEPT(WS-EMP-IDX)
                  '  CLASS ' WS-EMP-CLASS(WS-EMP-IDX)
                  '  PAY TYPE ' WS-EMP-TYPE(WS-EMP-IDX)
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-EMP-TYPE(WS-EMP-IDX) = 'S'
               COMPUTE WS-ANNUAL-SALARY =
                   WS-EMP-RATE(WS-EMP-IDX) * 100
               MOVE WS-ANNUAL-SALARY TO WS-SALARY-EDIT
               MOVE WS-EMP-MIN-ANNUAL(WS-EMP-IDX)
                   TO WS-MIN-SALARY-EDIT
               STRING '    MASTER SALARY: ' WS-SALARY-EDIT
                      '  AWARD MINIMUM: ' WS-MIN-SALARY-EDIT
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               MOVE WS-EMP-RATE(WS-EMP-IDX) TO WS-RATE-EDIT
               MOVE WS-EMP-MIN-HOURLY(WS-EMP-IDX) TO WS-MIN-EDIT
               STRING '    MASTER RATE: ' WS-RATE-EDIT
                      '  AWARD MINIMUM: ' WS-MIN-EDIT
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           IF WS-EMP-MASTER-SHORT(WS-EMP-IDX) = 'Y'
               MOVE '  ** MASTER RATE BELOW AWARD **'
                   TO WS-REPORT-LINE(70:31)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-EMP-BREACH-PERIODS(WS-EMP-IDX) = ZERO
               MOVE '    NO UNDERPAID PERIOD ON HISTORY YET'
                   TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE '    PERIOD ENDING     HOURS     PAID RATE'
               TO WS-REPORT-LINE
           MOVE '      PAID   AWARD MIN   SHORTFALL'
               TO WS-REPORT-LINE(42:35)
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 5100-WRITE-BREACH-PERIOD
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           MOVE WS-EMP-BREACH-TOTAL(WS-EMP-IDX) TO WS-TOTAL-EDIT
           STRING '    BREACH SINCE ' WS-EMP-BREACH-START(WS-EMP-IDX)
                  '  PERIODS: ' WS-EMP-BREACH-PERIODS(WS-EMP-IDX)
                  '  TOTAL SHORTFALL: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       5100-WRITE-BREACH-PERIOD.
           IF WS-BR-EMP-IDX(WS-BR-IDX) NOT = WS-EMP-IDX
               EXIT PARAGRAPH
           END-IF
      *    The rate actually paid - gross over hours; salaried
      *    periods carry no hours to divide by
           MOVE ZERO TO WS-PAID-RATE
           IF WS-BR-HOURS(WS-BR-IDX) > ZERO
              AND WS-EMP-TYPE(WS-EMP-IDX) NOT = 'S'
               COMPUTE WS-PAID-RATE ROUNDED =
                   WS-BR-PAID(WS-BR-IDX) / WS-BR-HOURS(WS-BR-IDX)
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-PAID-RATE
               END-COMPUTE
           END-IF
           MOVE WS-BR-HOURS(WS-BR-IDX) TO WS-HOURS-EDIT
           MOVE WS-PAID-RATE           TO WS-RATE-EDIT
           MOVE WS-BR-PAID(WS-BR-IDX)  TO WS-AMOUNT-EDIT
           MOVE WS-BR-OWED(WS-BR-IDX)  TO WS-AMOUNT-EDIT-2
           MOVE WS-BR-SHORT(WS-BR-IDX) TO WS-AMOUNT-EDIT-3
           STRING '    ' WS-BR-ENDING(WS-BR-IDX)
                  '      ' WS-HOURS-EDIT
                  '      ' WS-RATE-EDIT
                  '  ' WS-AMOUNT-EDIT
                  '  ' WS-AMOUNT-EDIT-2
                  '  ' WS-AMOUNT-EDIT-3
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       8000-WRITE-REPORT-LINE.
           WRITE AWARD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
      *
       9000-FINALIZE.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-TOTAL-SHORTFALL TO WS-TOTAL-EDIT
           STRING 'EMPLOYEES CHECKED: ' WS-EMPLOYEES-CHECKED
                  '  NOT CHECKED: '     WS-EMPLOYEES-UNCLASSED
                  '  UNDERPAID: '       WS-EMPLOYEES-UNDERPAID
                  '  PERIODS SHORT: '   WS-PERIODS-UNDERPAID
                  '  TOTAL SHORTFALL: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-EMPLOYEES-UNDERPAID = ZERO
               MOVE 'NO EMPLOYEE PAID BELOW THE AWARD MINIMUM'
                   TO WS-REPORT-LINE
           ELSE
               MOVE 'UNDERPAYMENTS FOUND - CORRECT RATES, PAY ARREARS'
                   TO WS-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY '=================================='
           DISPLAY 'AWARD COMPLIANCE CHECK COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'EMPLOYEES READ:     ' WS-EMPLOYEES-READ
           DISPLAY 'EMPLOYEES CHECKED:  ' WS-EMPLOYEES-CHECKED
           DISPLAY 'NOT CHECKED:        ' WS-EMPLOYEES-UNCLASSED
           DISPLAY 'UNDERPAID:          ' WS-EMPLOYEES-UNDERPAID
           DISPLAY 'TOTAL SHORTFALL:    ' WS-TOTAL-SHORTFALL
           DISPLAY '=================================='
           CLOSE EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 AWARD-REPORT-FILE.
