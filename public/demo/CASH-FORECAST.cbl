       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * PAY-DAY CASH REQUIREMENT FORECAST
      * Tells treasury how much the payroll account needs, and on
      * which day, before each group's pay day rather than when
      * the EFT footer lands. Walks every pay group's 'C' calendar
      * on the run control file forward from the forecast date
      * for the number of weeks on the parameter record - a
      * period-ending already carrying an 'R' completed-run record
      * is skipped - and prices each upcoming run at the group's
      * average per run over the recent pay history: net pay and
      * third-party deductions leave the account on pay day (the
      * EFT file and the DED-REMIT disbursement), while the PAYG
      * and super withheld are shown for reserving. The known
      * extras are added on the group's next pay day - pays still
      * waiting on PAY-HOLD-FILE, the bonus and commission
      * payments waiting on ONE-OFF-FILE, and the arrears the
      * BACK-PAY instructions will pay, priced from the history
      * the same way BACK-PAY prices them. The quarter's super
      * remittance is added on its due date, the 28th day of the
      * month after the quarter ends, at the super already
      * withheld in the quarter plus the forecast runs' super.
      * The schedule is printed in date order with a running
      * cash total finance can fund against.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-PARM-FILE ASSIGN TO FCSTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PAY-HOLD-FILE ASSIGN TO PAYHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ONE-OFF-FILE ASSIGN TO ONEOFFS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ONEOFF-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO ADJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO CASHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *    The first day of the forecast and how many weeks ahead
      *    it reaches
       FD  FORECAST-PARM-FILE.
       01  FORECAST-PARM-RECORD.
           05  FP-FROM-DATE        PIC 9(8).
           05  FP-WEEKS            PIC 9(2).
      *
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.
      *
       FD  PAY-HOLD-FILE.
           COPY PAY-HOLD-RECORD.
      *
      *    BONUS-PAY's one-off payments input, read as it waits
       FD  ONE-OFF-FILE.
       01  ONE-OFF-RECORD.
           05  OP-EMP-ID           PIC 9(6).
           05  OP-PAY-TYPE         PIC X(1).
           05  OP-GROSS-AMOUNT     PIC 9(7)V99.
           05  OP-AUTHORISED-BY    PIC X(8).
      *
       FD  ADJUSTMENT-FILE.
           COPY ADJUSTMENT-RECORD.
      *
       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD  PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PAYROLL-CONSTANTS.
      *
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS      PIC XX.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-HIST-STATUS      PIC XX.
           05  WS-HOLD-STATUS      PIC XX.
           05  WS-ONEOFF-STATUS    PIC XX.
           05  WS-ADJ-STATUS       PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-RUNCTL       PIC X(1) VALUE 'N'.
               88  END-OF-RUNCTL   VALUE 'Y'.
           05  WS-EOF-EMPLOYEE     PIC X(1) VALUE 'N'.
               88  END-OF-EMPLOYEES VALUE 'Y'.
           05  WS-EOF-HISTORY      PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY  VALUE 'Y'.
           05  WS-EOF-HOLD         PIC X(1) VALUE 'N'.
               88  END-OF-HOLD     VALUE 'Y'.
           05  WS-EOF-ONEOFF       PIC X(1) VALUE 'N'.
               88  END-OF-ONEOFF   VALUE 'Y'.
           05  WS-EOF-ADJ          PIC X(1) VALUE 'N'.
               88  END-OF-ADJ      VALUE 'Y'.
           05  WS-RUN-DONE-SWITCH  PIC X(1) VALUE 'N'.
               88  RUN-ALREADY-DONE VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-RUNS-FORECAST    PIC 9(6) VALUE ZERO.
           05  WS-HOLDS-WAITING    PIC 9(6) VALUE ZERO.
           05  WS-ONEOFFS-WAITING  PIC 9(6) VALUE ZERO.
           05  WS-ADJS-WAITING     PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-CASH       PIC 9(11)V99 VALUE ZERO.
           05  WS-STEP-COUNT       PIC 9(3) VALUE ZERO.
      *
      *    How far back the pay history is averaged - long enough
      *    to hold three monthly runs
       01  WS-HISTORY-DAYS         PIC 9(3) VALUE 91.
      *    Super is remitted by the 28th day of the month after
      *    each quarter ends
       01  WS-SUPER-DUE-DAY        PIC 9(2) VALUE 28.
      *
       01  WS-DATES.
           05  WS-TO-DATE          PIC 9(8).
           05  WS-HISTORY-START    PIC 9(8).
           05  WS-STEP-DATE        PIC 9(8).
           05  WS-WORK-DATE        PIC 9(8).
           05  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR    PIC 9(4).
               10  WS-WORK-MONTH   PIC 9(2).
               10  WS-WORK-DAY     PIC 9(2).
           05  WS-FROM-PARTS.
               10  WS-FROM-YEAR    PIC 9(4).
               10  WS-FROM-MONTH   PIC 9(2).
               10  WS-FROM-DAY     PIC 9(2).
      *
      *    Each pay group's calendar and average run
       01  WS-GROUP-TABLE.
           05  WS-GP-COUNT         PIC 99 VALUE ZERO.
           05  WS-GP-ENTRY OCCURS 10 TIMES.
               10  WS-GP-GROUP     PIC X(2).
               10  WS-GP-PERIOD    PIC X(1).
               10  WS-GP-CTL-ENDING PIC 9(8).
               10  WS-GP-RUNS      PIC 9(3).
               10  WS-GP-HIST-NET  PIC 9(9)V99.
               10  WS-GP-HIST-TAX  PIC 9(9)V99.
               10  WS-GP-HIST-SUPER PIC 9(9)V99.
               10  WS-GP-HIST-DEDN PIC 9(9)V99.
               10  WS-GP-AVG-NET   PIC 9(9)V99.
               10  WS-GP-AVG-TAX   PIC 9(9)V99.
               10  WS-GP-AVG-SUPER PIC 9(9)V99.
               10  WS-GP-AVG-DEDN  PIC 9(9)V99.
               10  WS-GP-NEXT-RUN  PIC 9(8).
       01  WS-GP-SRCH-IDX          PIC 99.
       01  WS-GP-MATCH-IDX         PIC 99.
       01  WS-GP-IDX               PIC 99.
       01  WS-GP-KEY               PIC X(2).
      *
      *    Completed runs - a calendar date already run is not
      *    forecast again
       01  WS-DONE-TABLE.
           05  WS-DN-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-DN-ENTRY OCCURS 500 TIMES.
               10  WS-DN-GROUP     PIC X(2).
               10  WS-DN-ENDING    PIC 9(8).
       01  WS-DN-IDX               PIC 9(3).
      *
      *    Employee to pay group
       01  WS-EMP-TABLE.
           05  WS-ET-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-ET-ENTRY OCCURS 2000 TIMES.
               10  WS-ET-EMP-ID    PIC 9(6).
               10  WS-ET-GROUP     PIC X(2).
               10  WS-ET-PAY-TYPE  PIC X(1).
                   88  WS-ET-SALARIED VALUE 'S'.
               10  WS-ET-PAY-RATE  PIC 9(4)V99.
               10  WS-ET-RATE-APPLIED PIC 9(8).
       01  WS-ET-SRCH-IDX          PIC 9(4).
       01  WS-ET-MATCH-IDX         PIC 9(4).
       01  WS-ET-KEY               PIC 9(6).
      *
      *    Back-pay instructions waiting, priced off the history
       01  WS-ADJ-TABLE.
           05  WS-ADJ-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ADJ-ENTRY OCCURS 100 TIMES.
               10  WB-EMP-ID       PIC 9(6).
               10  WB-OLD-RATE     PIC 9(4)V99.
               10  WB-NEW-RATE     PIC 9(4)V99.
               10  WB-EFFECTIVE    PIC 9(8).
               10  WB-APPLIED      PIC 9(8).
               10  WB-ARREARS      PIC 9(7)V99.
       01  WS-ADJ-SRCH-IDX         PIC 9(3).
       01  WS-ADJ-MATCH-IDX        PIC 9(3).
       01  WS-ADJ-IDX              PIC 9(3).
      *
      *    The quarters whose super falls due near the forecast -
      *    the one before the forecast date's, its own and the
      *    next
       01  WS-QUARTER-TABLE.
           05  WS-QT-ENTRY OCCURS 3 TIMES.
               10  WS-QT-START     PIC 9(8).
               10  WS-QT-END       PIC 9(8).
               10  WS-QT-DUE       PIC 9(8).
               10  WS-QT-SUPER     PIC 9(9)V99.
       01  WS-QT-IDX               PIC 9.
       01  WS-QT-END-MONTH         PIC 99.
       01  WS-QT-END-YEAR          PIC 9(4).
      *
      *    The schedule - one entry per date, group and item
       01  WS-EVENT-TABLE.
           05  WS-EV-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-EV-ENTRY OCCURS 300 TIMES.
               10  WS-EV-DATE      PIC 9(8).
               10  WS-EV-GROUP     PIC X(2).
               10  WS-EV-ITEM      PIC X(24).
               10  WS-EV-NET       PIC 9(9)V99.
               10  WS-EV-PAYG      PIC 9(9)V99.
               10  WS-EV-SUPER     PIC 9(9)V99.
               10  WS-EV-DEDN      PIC 9(9)V99.
               10  WS-EV-CASH      PIC 9(9)V99.
               10  WS-EV-PRINTED   PIC X(1).
       01  WS-EV-SRCH-IDX          PIC 9(3).
       01  WS-EV-MATCH-IDX         PIC 9(3).
       01  WS-EV-IDX               PIC 9(3).
       01  WS-EV-PRINT-COUNT       PIC 9(3).
      *
      *    The event being added, filled in before 7000 posts it
       01  WS-NEW-EVENT.
           05  WS-NE-DATE          PIC 9(8).
           05  WS-NE-GROUP         PIC X(2).
           05  WS-NE-ITEM          PIC X(24).
           05  WS-NE-NET           PIC 9(9)V99.
           05  WS-NE-PAYG          PIC 9(9)V99.
           05  WS-NE-SUPER         PIC 9(9)V99.
           05  WS-NE-DEDN          PIC 9(9)V99.
           05  WS-NE-CASH          PIC 9(9)V99.
      *
       01  WS-CALC-FIELDS.
           05  WS-HIST-DEDN        PIC S9(7)V99.
           05  WS-PERIOD-DIFF      PIC 9(7)V99.
           05  WS-PERIOD-WEEKS     PIC 9V99.
      *
       01  WS-EVENT-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  EL-DATE             PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-GROUP            PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-ITEM             PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-NET              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-PAYG             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-SUPER            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-DEDN             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-CASH             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-CUMULATIVE       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
      *
       01  WS-EDIT-FIELDS.
           05  WS-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 2000-ACCUMULATE-HISTORY
               UNTIL END-OF-HISTORY
           PERFORM 3000-AVERAGE-GROUP-RUN
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GP-COUNT
           PERFORM 4000-SCHEDULE-GROUP-RUNS
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GP-COUNT
           PERFORM 5000-ADD-HELD-PAY
               UNTIL END-OF-HOLD
           PERFORM 5200-ADD-ONE-OFF
               UNTIL END-OF-ONEOFF
           PERFORM 5400-ADD-BACK-PAY
               VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
           PERFORM 6000-ADD-SUPER-DUE
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > 3
           PERFORM 8000-WRITE-SCHEDULE
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN INPUT FORECAST-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FORECAST PARM FILE: '
                   WS-PARM-STATUS
               STOP RUN
           END-IF
           READ FORECAST-PARM-FILE
               AT END
                   DISPLAY 'FORECAST PARM FILE IS EMPTY'
                   STOP RUN
           END-READ
           CLOSE FORECAST-PARM-FILE
           IF FP-FROM-DATE = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(FP-FROM-DATE) NOT = ZERO
              OR FP-WEEKS = ZERO
               DISPLAY 'FORECAST PARM INVALID: ' FP-FROM-DATE
                   ' WEEKS ' FP-WEEKS
               STOP RUN
           END-IF
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(FP-FROM-DATE)
                   + FP-WEEKS * 7 - 1)
           COMPUTE WS-HISTORY-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(FP-FROM-DATE)
                   - WS-HISTORY-DAYS)
           MOVE FP-FROM-DATE TO WS-FROM-PARTS
           PERFORM 1600-SET-QUARTERS
           OPEN INPUT  RUN-CONTROL-FILE
                       EMPLOYEE-FILE
                       PAY-HISTORY-FILE
                       PAY-HOLD-FILE
                OUTPUT FORECAST-REPORT-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAY HISTORY FILE: '
                   WS-HIST-STATUS
               STOP RUN
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAY HOLD FILE: '
                   WS-HOLD-STATUS
               STOP RUN
           END-IF
      *    No one-off payments or back-pay instructions waiting is
      *    the usual case - the files only exist when a
      *    supplementary run is being prepared
           OPEN INPUT ONE-OFF-FILE
           IF WS-ONEOFF-STATUS = '35'
               SET END-OF-ONEOFF TO TRUE
           ELSE
               IF WS-ONEOFF-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ONE-OFF PAYMENTS FILE: '
                       WS-ONEOFF-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJ-STATUS = '35'
               SET END-OF-ADJ TO TRUE
           ELSE
               IF WS-ADJ-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ADJUSTMENT FILE: '
                       WS-ADJ-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1200-LOAD-RUN-CONTROL
               UNTIL END-OF-RUNCTL
           CLOSE RUN-CONTROL-FILE
           IF WS-GP-COUNT = ZERO
               DISPLAY 'RUN CONTROL FILE HOLDS NO PAY GROUP CALENDAR'
               STOP RUN
           END-IF
           PERFORM 1400-LOAD-EMPLOYEE
               UNTIL END-OF-EMPLOYEES
           CLOSE EMPLOYEE-FILE
           PERFORM 1500-LOAD-ADJUSTMENT
               UNTIL END-OF-ADJ
           MOVE SPACES TO WS-TEXT-LINE
           STRING 'PAYROLL CASH REQUIREMENT FORECAST - '
                  FP-FROM-DATE ' TO ' WS-TO-DATE
                  ' PRODUCED ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE FORECAST-REPORT-RECORD FROM WS-TEXT-LINE.
      *
       1200-LOAD-RUN-CONTROL.
      *    'C' records carry each group's period and next
      *    period-ending; 'R' records the runs already made
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUNCTL TO TRUE
           END-READ
           IF END-OF-RUNCTL
               EXIT PARAGRAPH
           END-IF
           IF RC-COMPLETED-RUN
               IF WS-DN-COUNT < 500
                   ADD 1 TO WS-DN-COUNT
                   MOVE RC-PAY-GROUP TO WS-DN-GROUP(WS-DN-COUNT)
                   MOVE RC-PERIOD-ENDING TO WS-DN-ENDING(WS-DN-COUNT)
               END-IF
      *        A run in the history window counts towards the
      *        group's average
               IF RC-PERIOD-ENDING > WS-HISTORY-START
                  AND RC-PERIOD-ENDING < FP-FROM-DATE
                   MOVE RC-PAY-GROUP TO WS-GP-KEY
                   PERFORM 1250-FIND-GROUP-ENTRY
                   IF WS-GP-MATCH-IDX NOT = ZERO
                       ADD 1 TO WS-GP-RUNS(WS-GP-MATCH-IDX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF RC-CONTROL
               MOVE RC-PAY-GROUP TO WS-GP-KEY
               PERFORM 1250-FIND-GROUP-ENTRY
               IF WS-GP-MATCH-IDX NOT = ZERO
                   MOVE RC-PAY-PERIOD
                       TO WS-GP-PERIOD(WS-GP-MATCH-IDX)
                   MOVE RC-PERIOD-ENDING
                       TO WS-GP-CTL-ENDING(WS-GP-MATCH-IDX)
               END-IF
           END-IF.
      *
       1250-FIND-GROUP-ENTRY.
           MOVE ZERO TO WS-GP-MATCH-IDX
           PERFORM 1260-SCAN-GROUP-ENTRY
               VARYING WS-GP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-GP-SRCH-IDX > WS-GP-COUNT
           IF WS-GP-MATCH-IDX = ZERO
               IF WS-GP-COUNT < 10
                   ADD 1 TO WS-GP-COUNT
                   MOVE WS-GP-COUNT TO WS-GP-MATCH-IDX
                   INITIALIZE WS-GP-ENTRY(WS-GP-MATCH-IDX)
                   MOVE WS-GP-KEY TO WS-GP-GROUP(WS-GP-MATCH-IDX)
               ELSE
                   DISPLAY 'PAY GROUP TABLE FULL - GROUP '
                       WS-GP-KEY ' NOT FORECAST'
               END-IF
           END-IF.
      *
       1260-SCAN-GROUP-ENTRY.
           IF WS-GP-MATCH-IDX = ZERO
              AND WS-GP-GROUP(WS-GP-SRCH-IDX) = WS-GP-KEY
               MOVE WS-GP-SRCH-IDX TO WS-GP-MATCH-IDX
           END-IF.
      *
       1400-LOAD-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END
                   SET END-OF-EMPLOYEES TO TRUE
           END-READ
           IF END-OF-EMPLOYEES
               EXIT PARAGRAPH
           END-IF
           IF WS-ET-COUNT < 2000
               ADD 1 TO WS-ET-COUNT
               MOVE EMP-ID        TO WS-ET-EMP-ID(WS-ET-COUNT)
               MOVE EMP-PAY-GROUP TO WS-ET-GROUP(WS-ET-COUNT)
               MOVE EMP-PAY-TYPE  TO WS-ET-PAY-TYPE(WS-ET-COUNT)
               MOVE EMP-PAY-RATE  TO WS-ET-PAY-RATE(WS-ET-COUNT)
               MOVE EMP-RATE-APPLIED-DATE
                   TO WS-ET-RATE-APPLIED(WS-ET-COUNT)
           ELSE
               DISPLAY 'EMPLOYEE TABLE FULL - EMPLOYEE ' EMP-ID
                   ' NOT FORECAST'
           END-IF.
      *
       1450-FIND-EMPLOYEE.
           MOVE ZERO TO WS-ET-MATCH-IDX
           PERFORM 1460-SCAN-EMPLOYEE
               VARYING WS-ET-SRCH-IDX FROM 1 BY 1
               UNTIL WS-ET-SRCH-IDX > WS-ET-COUNT.
      *
       1460-SCAN-EMPLOYEE.
           IF WS-ET-MATCH-IDX = ZERO
              AND WS-ET-EMP-ID(WS-ET-SRCH-IDX) = WS-ET-KEY
               MOVE WS-ET-SRCH-IDX TO WS-ET-MATCH-IDX
           END-IF.
      *
       1500-LOAD-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   SET END-OF-ADJ TO TRUE
           END-READ
           IF END-OF-ADJ
               EXIT PARAGRAPH
           END-IF
           IF WS-ADJ-COUNT < 100
               ADD 1 TO WS-ADJ-COUNT
               ADD 1 TO WS-ADJS-WAITING
               MOVE AJ-EMP-ID         TO WB-EMP-ID(WS-ADJ-COUNT)
               MOVE AJ-OLD-RATE       TO WB-OLD-RATE(WS-ADJ-COUNT)
               MOVE AJ-NEW-RATE       TO WB-NEW-RATE(WS-ADJ-COUNT)
               MOVE AJ-EFFECTIVE-DATE TO WB-EFFECTIVE(WS-ADJ-COUNT)
               MOVE AJ-APPLIED-DATE   TO WB-APPLIED(WS-ADJ-COUNT)
               IF AJ-APPLIED-DATE = ZERO
                   PERFORM 1550-SET-APPLIED-FROM-MASTER
               END-IF
               MOVE ZERO              TO WB-ARREARS(WS-ADJ-COUNT)
           ELSE
               DISPLAY 'ADJUSTMENT TABLE FULL - EMPLOYEE '
                   AJ-EMP-ID ' NOT FORECAST'
           END-IF.
      *
       1550-SET-APPLIED-FROM-MASTER.
      *    An instruction with no applied date of its own takes the
      *    master's stamp, as BACK-PAY does. A rate still waiting
      *    for approval has been applied to no period yet, so
      *    every period since the effective date is owed.
           MOVE 99999999 TO WB-APPLIED(WS-ADJ-COUNT)
           MOVE AJ-EMP-ID TO WS-ET-KEY
           PERFORM 1450-FIND-EMPLOYEE
           IF WS-ET-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ET-PAY-RATE(WS-ET-MATCH-IDX) = AJ-NEW-RATE
              AND WS-ET-RATE-APPLIED(WS-ET-MATCH-IDX) NOT = ZERO
               MOVE WS-ET-RATE-APPLIED(WS-ET-MATCH-IDX)
                   TO WB-APPLIED(WS-ADJ-COUNT)
           END-IF.
      *
       1600-SET-QUARTERS.
      *    The forecast date's own quarter sits in the middle
      *    entry, the one before it first and the next one last
           COMPUTE WS-QT-END-MONTH = (WS-FROM-MONTH - 1) / 3
           COMPUTE WS-QT-END-MONTH = (WS-QT-END-MONTH + 1) * 3
           MOVE WS-FROM-YEAR TO WS-QT-END-YEAR
           IF WS-QT-END-MONTH = 3
               MOVE 12 TO WS-QT-END-MONTH
               SUBTRACT 1 FROM WS-QT-END-YEAR
           ELSE
               SUBTRACT 3 FROM WS-QT-END-MONTH
           END-IF
           PERFORM 1650-SET-QUARTER-ENTRY
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > 3.
      *
       1650-SET-QUARTER-ENTRY.
           MOVE WS-QT-END-YEAR TO WS-WORK-YEAR
           COMPUTE WS-WORK-MONTH = WS-QT-END-MONTH - 2
           MOVE 01 TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO WS-QT-START(WS-QT-IDX)
           MOVE WS-QT-END-MONTH TO WS-WORK-MONTH
           IF WS-QT-END-MONTH = 6 OR WS-QT-END-MONTH = 9
               MOVE 30 TO WS-WORK-DAY
           ELSE
               MOVE 31 TO WS-WORK-DAY
           END-IF
           MOVE WS-WORK-DATE TO WS-QT-END(WS-QT-IDX)
           IF WS-QT-END-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           MOVE WS-SUPER-DUE-DAY TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO WS-QT-DUE(WS-QT-IDX)
           MOVE ZERO TO WS-QT-SUPER(WS-QT-IDX)
      *    On to the next quarter
           IF WS-QT-END-MONTH = 12
               MOVE 3 TO WS-QT-END-MONTH
               ADD 1 TO WS-QT-END-YEAR
           ELSE
               ADD 3 TO WS-QT-END-MONTH
           END-IF.
      *
       2000-ACCUMULATE-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF END-OF-HISTORY
               EXIT PARAGRAPH
           END-IF
      *    Every pay withheld in a quarter is owed to the funds at
      *    its due date, off-cycle pays included
           PERFORM 2100-ADD-QUARTER-SUPER
               VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > 3
      *    Zero hours marks an off-cycle money payment - it prices
      *    neither a normal run nor back pay
           IF HI-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ADJ-MATCH-IDX
           PERFORM 2250-SCAN-ADJ-ENTRY
               VARYING WS-ADJ-SRCH-IDX FROM 1 BY 1
               UNTIL WS-ADJ-SRCH-IDX > WS-ADJ-COUNT
           IF WS-ADJ-MATCH-IDX NOT = ZERO
               PERFORM 2200-PRICE-PERIOD-DIFF
           END-IF
           IF HI-WEEK-ENDING <= WS-HISTORY-START
              OR HI-WEEK-ENDING >= FP-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE HI-EMP-ID TO WS-ET-KEY
           PERFORM 1450-FIND-EMPLOYEE
           IF WS-ET-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ET-GROUP(WS-ET-MATCH-IDX) TO WS-GP-KEY
           MOVE ZERO TO WS-GP-MATCH-IDX
           PERFORM 1260-SCAN-GROUP-ENTRY
               VARYING WS-GP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-GP-SRCH-IDX > WS-GP-COUNT
           IF WS-GP-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
      *    Deductions are whatever gross the net, tax and super
      *    do not account for
           COMPUTE WS-HIST-DEDN = HI-GROSS - HI-TAX - HI-SUPER - HI-NET
           IF WS-HIST-DEDN < ZERO
               MOVE ZERO TO WS-HIST-DEDN
           END-IF
           ADD HI-NET   TO WS-GP-HIST-NET(WS-GP-MATCH-IDX)
           ADD HI-TAX   TO WS-GP-HIST-TAX(WS-GP-MATCH-IDX)
           ADD HI-SUPER TO WS-GP-HIST-SUPER(WS-GP-MATCH-IDX)
           ADD WS-HIST-DEDN TO WS-GP-HIST-DEDN(WS-GP-MATCH-IDX).
      *
       2100-ADD-QUARTER-SUPER.
           IF HI-WEEK-ENDING >= WS-QT-START(WS-QT-IDX)
              AND HI-WEEK-ENDING <= WS-QT-END(WS-QT-IDX)
               ADD HI-SUPER TO WS-QT-SUPER(WS-QT-IDX)
           END-IF.
      *
       2200-PRICE-PERIOD-DIFF.
      *    Priced as BACK-PAY will price it - recorded hours at the
      *    rate rise, or for a salaried employee the period's share
      *    of the annual rise at the group's period length
           MOVE HI-EMP-ID TO WS-ET-KEY
           PERFORM 1450-FIND-EMPLOYEE
           IF WS-ET-MATCH-IDX NOT = ZERO
               IF WS-ET-SALARIED(WS-ET-MATCH-IDX)
                   PERFORM 2210-SET-PERIOD-WEEKS
                   COMPUTE WS-PERIOD-DIFF =
                       ((WB-NEW-RATE(WS-ADJ-MATCH-IDX)
                           - WB-OLD-RATE(WS-ADJ-MATCH-IDX))
                           * 100 / WS-WEEKS-PER-YEAR)
                       * WS-PERIOD-WEEKS
                   ADD WS-PERIOD-DIFF
                       TO WB-ARREARS(WS-ADJ-MATCH-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-PERIOD-DIFF =
               HI-HOURS *
                   (WB-NEW-RATE(WS-ADJ-MATCH-IDX)
                       - WB-OLD-RATE(WS-ADJ-MATCH-IDX))
           ADD WS-PERIOD-DIFF TO WB-ARREARS(WS-ADJ-MATCH-IDX).
      *
       2210-SET-PERIOD-WEEKS.
           MOVE WS-ET-GROUP(WS-ET-MATCH-IDX) TO WS-GP-KEY
           MOVE ZERO TO WS-GP-MATCH-IDX
           PERFORM 1260-SCAN-GROUP-ENTRY
               VARYING WS-GP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-GP-SRCH-IDX > WS-GP-COUNT
           MOVE 1.00 TO WS-PERIOD-WEEKS
           IF WS-GP-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-GP-PERIOD(WS-GP-MATCH-IDX)
               WHEN 'F'
                   MOVE 2.00 TO WS-PERIOD-WEEKS
               WHEN 'M'
                   COMPUTE WS-PERIOD-WEEKS =
                       WS-WEEKS-PER-YEAR / 12
               WHEN OTHER
                   MOVE 1.00 TO WS-PERIOD-WEEKS
           END-EVALUATE.
      *
       2250-SCAN-ADJ-ENTRY.
      *    The same periods BACK-PAY will price - paid at the old
      *    rate, before the new rate reached the master
           IF WS-ADJ-MATCH-IDX = ZERO
              AND WB-EMP-ID(WS-ADJ-SRCH-IDX) = HI-EMP-ID
              AND HI-WEEK-ENDING >= WB-EFFECTIVE(WS-ADJ-SRCH-IDX)
              AND HI-WEEK-ENDING < WB-APPLIED(WS-ADJ-SRCH-IDX)
               MOVE WS-ADJ-SRCH-IDX TO WS-ADJ-MATCH-IDX
           END-IF.
      *
       3000-AVERAGE-GROUP-RUN.
           IF WS-GP-RUNS(WS-GP-IDX) = ZERO
               DISPLAY 'NO RECENT RUNS FOR PAY GROUP '
                   WS-GP-GROUP(WS-GP-IDX) ' - RUNS NOT PRICED'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GP-AVG-NET(WS-GP-IDX) ROUNDED =
               WS-GP-HIST-NET(WS-GP-IDX) / WS-GP-RUNS(WS-GP-IDX)
           COMPUTE WS-GP-AVG-TAX(WS-GP-IDX) ROUNDED =
               WS-GP-HIST-TAX(WS-GP-IDX) / WS-GP-RUNS(WS-GP-IDX)
           COMPUTE WS-GP-AVG-SUPER(WS-GP-IDX) ROUNDED =
               WS-GP-HIST-SUPER(WS-GP-IDX) / WS-GP-RUNS(WS-GP-IDX)
           COMPUTE WS-GP-AVG-DEDN(WS-GP-IDX) ROUNDED =
               WS-GP-HIST-DEDN(WS-GP-IDX) / WS-GP-RUNS(WS-GP-IDX).
      *
       4000-SCHEDULE-GROUP-RUNS.
      *    Step the group's calendar from its next period-ending
      *    to the end of the forecast
           IF WS-GP-CTL-ENDING(WS-GP-IDX) = ZERO
               DISPLAY 'NO CALENDAR RECORD FOR PAY GROUP '
                   WS-GP-GROUP(WS-GP-IDX) ' - NOT FORECAST'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GP-CTL-ENDING(WS-GP-IDX) TO WS-STEP-DATE
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM 4100-SCHEDULE-ONE-RUN
               UNTIL WS-STEP-DATE > WS-TO-DATE
                  OR WS-STEP-COUNT > 100.
      *
       4100-SCHEDULE-ONE-RUN.
           ADD 1 TO WS-STEP-COUNT
           MOVE 'N' TO WS-RUN-DONE-SWITCH
           PERFORM 4150-CHECK-RUN-DONE
               VARYING WS-DN-IDX FROM 1 BY 1
               UNTIL WS-DN-IDX > WS-DN-COUNT
           IF WS-STEP-DATE >= FP-FROM-DATE
              AND NOT RUN-ALREADY-DONE
               IF WS-GP-NEXT-RUN(WS-GP-IDX) = ZERO
                   MOVE WS-STEP-DATE TO WS-GP-NEXT-RUN(WS-GP-IDX)
               END-IF
               ADD 1 TO WS-RUNS-FORECAST
               INITIALIZE WS-NEW-EVENT
               MOVE WS-STEP-DATE TO WS-NE-DATE
               MOVE WS-GP-GROUP(WS-GP-IDX) TO WS-NE-GROUP
               MOVE 'PAY RUN' TO WS-NE-ITEM
               MOVE WS-GP-AVG-NET(WS-GP-IDX)   TO WS-NE-NET
               MOVE WS-GP-AVG-TAX(WS-GP-IDX)   TO WS-NE-PAYG
               MOVE WS-GP-AVG-SUPER(WS-GP-IDX) TO WS-NE-SUPER
               MOVE WS-GP-AVG-DEDN(WS-GP-IDX)  TO WS-NE-DEDN
      *        Net pay and deductions leave on pay day - PAYG and
      *        super are withheld and paid over later
               COMPUTE WS-NE-CASH = WS-NE-NET + WS-NE-DEDN
               PERFORM 7000-POST-EVENT
               PERFORM 4200-ADD-RUN-SUPER
                   VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > 3
           END-IF
           PERFORM 4300-NEXT-PERIOD-ENDING.
      *
       4150-CHECK-RUN-DONE.
           IF WS-DN-GROUP(WS-DN-IDX) = WS-GP-GROUP(WS-GP-IDX)
              AND WS-DN-ENDING(WS-DN-IDX) = WS-STEP-DATE
               SET RUN-ALREADY-DONE TO TRUE
           END-IF.
      *
       4200-ADD-RUN-SUPER.
           IF WS-STEP-DATE >= WS-QT-START(WS-QT-IDX)
              AND WS-STEP-DATE <= WS-QT-END(WS-QT-IDX)
               ADD WS-GP-AVG-SUPER(WS-GP-IDX) TO WS-QT-SUPER(WS-QT-IDX)
           END-IF.
      *
       4300-NEXT-PERIOD-ENDING.
      *    Weekly and fortnightly step by days; a monthly period
      *    ends on the last day of the following month
           EVALUATE WS-GP-PERIOD(WS-GP-IDX)
               WHEN 'W'
                   COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) + 7)
               WHEN 'F'
                   COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) + 14)
               WHEN 'M'
                   MOVE WS-STEP-DATE TO WS-WORK-DATE
                   MOVE 01 TO WS-WORK-DAY
                   ADD 2 TO WS-WORK-MONTH
                   IF WS-WORK-MONTH > 12
                       SUBTRACT 12 FROM WS-WORK-MONTH
                       ADD 1 TO WS-WORK-YEAR
                   END-IF
                   COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1)
               WHEN OTHER
                   DISPLAY 'UNKNOWN PAY PERIOD FOR GROUP '
                       WS-GP-GROUP(WS-GP-IDX) ' - NOT FORECAST'
                   MOVE 99999999 TO WS-STEP-DATE
           END-EVALUATE.
      *
       5000-ADD-HELD-PAY.
      *    A held pay not yet released goes out with the group's
      *    next pay day
           READ PAY-HOLD-FILE
               AT END
                   SET END-OF-HOLD TO TRUE
           END-READ
           IF END-OF-HOLD
               EXIT PARAGRAPH
           END-IF
           IF PH-RELEASED OR PH-HELD-NET-PAY = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLDS-WAITING
           MOVE PH-EMP-ID TO WS-ET-KEY
           PERFORM 5800-SET-EXTRA-DATE
           MOVE 'HELD PAYS TO RELEASE' TO WS-NE-ITEM
           MOVE PH-HELD-NET-PAY TO WS-NE-NET
           MOVE PH-HELD-NET-PAY TO WS-NE-CASH
           PERFORM 7000-POST-EVENT.
      *
       5200-ADD-ONE-OFF.
      *    The whole gross is cash - the withholding split is
      *    only known once BONUS-PAY taxes it
           READ ONE-OFF-FILE
               AT END
                   SET END-OF-ONEOFF TO TRUE
           END-READ
           IF END-OF-ONEOFF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ONEOFFS-WAITING
           MOVE OP-EMP-ID TO WS-ET-KEY
           PERFORM 5800-SET-EXTRA-DATE
           MOVE 'ONE-OFF PAYMENTS (GROSS)' TO WS-NE-ITEM
           MOVE OP-GROSS-AMOUNT TO WS-NE-CASH
           PERFORM 7000-POST-EVENT.
      *
       5400-ADD-BACK-PAY.
           IF WB-ARREARS(WS-ADJ-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WB-EMP-ID(WS-ADJ-IDX) TO WS-ET-KEY
           PERFORM 5800-SET-EXTRA-DATE
           MOVE 'BACK-PAY ARREARS (GROSS)' TO WS-NE-ITEM
           MOVE WB-ARREARS(WS-ADJ-IDX) TO WS-NE-CASH
           PERFORM 7000-POST-EVENT.
      *
       5800-SET-EXTRA-DATE.
      *    On the employee's group's next pay day, or the first
      *    day of the forecast where that cannot be found
           INITIALIZE WS-NEW-EVENT
           MOVE FP-FROM-DATE TO WS-NE-DATE
           PERFORM 1450-FIND-EMPLOYEE
           IF WS-ET-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ET-GROUP(WS-ET-MATCH-IDX) TO WS-GP-KEY
           MOVE WS-GP-KEY TO WS-NE-GROUP
           MOVE ZERO TO WS-GP-MATCH-IDX
           PERFORM 1260-SCAN-GROUP-ENTRY
               VARYING WS-GP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-GP-SRCH-IDX > WS-GP-COUNT
           IF WS-GP-MATCH-IDX NOT = ZERO
               IF WS-GP-NEXT-RUN(WS-GP-MATCH-IDX) NOT = ZERO
                   MOVE WS-GP-NEXT-RUN(WS-GP-MATCH-IDX) TO WS-NE-DATE
               END-IF
           END-IF.
      *
       6000-ADD-SUPER-DUE.
           IF WS-QT-DUE(WS-QT-IDX) < FP-FROM-DATE
              OR WS-QT-DUE(WS-QT-IDX) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-NEW-EVENT
           MOVE WS-QT-DUE(WS-QT-IDX) TO WS-NE-DATE
           MOVE 'SUPER REMITTANCE DUE' TO WS-NE-ITEM
           MOVE WS-QT-SUPER(WS-QT-IDX) TO WS-NE-SUPER
           MOVE WS-QT-SUPER(WS-QT-IDX) TO WS-NE-CASH
           PERFORM 7000-POST-EVENT.
      *
       7000-POST-EVENT.
      *    Items of the same kind for the same day and group are
      *    carried on one line
           MOVE ZERO TO WS-EV-MATCH-IDX
           PERFORM 7050-SCAN-EVENT
               VARYING WS-EV-SRCH-IDX FROM 1 BY 1
               UNTIL WS-EV-SRCH-IDX > WS-EV-COUNT
           IF WS-EV-MATCH-IDX = ZERO
               IF WS-EV-COUNT < 300
                   ADD 1 TO WS-EV-COUNT
                   MOVE WS-EV-COUNT TO WS-EV-MATCH-IDX
                   MOVE WS-NE-DATE  TO WS-EV-DATE(WS-EV-MATCH-IDX)
                   MOVE WS-NE-GROUP TO WS-EV-GROUP(WS-EV-MATCH-IDX)
                   MOVE WS-NE-ITEM  TO WS-EV-ITEM(WS-EV-MATCH-IDX)
                   MOVE ZERO TO WS-EV-NET(WS-EV-MATCH-IDX)
                   MOVE ZERO TO WS-EV-PAYG(WS-EV-MATCH-IDX)
                   MOVE ZERO TO WS-EV-SUPER(WS-EV-MATCH-IDX)
                   MOVE ZERO TO WS-EV-DEDN(WS-EV-MATCH-IDX)
                   MOVE ZERO TO WS-EV-CASH(WS-EV-MATCH-IDX)
                   MOVE 'N'  TO WS-EV-PRINTED(WS-EV-MATCH-IDX)
               ELSE
                   DISPLAY 'FORECAST TABLE FULL - ' WS-NE-ITEM
                       ' ON ' WS-NE-DATE ' NOT SCHEDULED'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-NE-NET   TO WS-EV-NET(WS-EV-MATCH-IDX)
           ADD WS-NE-PAYG  TO WS-EV-PAYG(WS-EV-MATCH-IDX)
           ADD WS-NE-SUPER TO WS-EV-SUPER(WS-EV-MATCH-IDX)
           ADD WS-NE-DEDN  TO WS-EV-DEDN(WS-EV-MATCH-IDX)
           ADD WS-NE-CASH  TO WS-EV-CASH(WS-EV-MATCH-IDX).
      *
       7050-SCAN-EVENT.
           IF WS-EV-MATCH-IDX = ZERO
              AND WS-EV-DATE(WS-EV-SRCH-IDX) = WS-NE-DATE
              AND WS-EV-GROUP(WS-EV-SRCH-IDX) = WS-NE-GROUP
              AND WS-EV-ITEM(WS-EV-SRCH-IDX) = WS-NE-ITEM
               MOVE WS-EV-SRCH-IDX TO WS-EV-MATCH-IDX
           END-IF.
      *
       8000-WRITE-SCHEDULE.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE FORECAST-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING ' DATE     '
                  ' GRP'
                  '  ITEM                    '
                  '        NET PAY'
                  '           PAYG'
                  '          SUPER'
                  '     DEDUCTIONS'
                  '  CASH REQUIRED'
                  '     CUMULATIVE'
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE FORECAST-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE ZERO TO WS-EV-PRINT-COUNT
           PERFORM 8100-WRITE-NEXT-EVENT
               UNTIL WS-EV-PRINT-COUNT >= WS-EV-COUNT.
      *
       8100-WRITE-NEXT-EVENT.
      *    Earliest unprinted entry next, so the schedule reads in
      *    date order
           MOVE ZERO TO WS-EV-MATCH-IDX
           PERFORM 8150-FIND-EARLIEST
               VARYING WS-EV-SRCH-IDX FROM 1 BY 1
               UNTIL WS-EV-SRCH-IDX > WS-EV-COUNT
           ADD 1 TO WS-EV-PRINT-COUNT
           MOVE 'Y' TO WS-EV-PRINTED(WS-EV-MATCH-IDX)
           MOVE WS-EV-MATCH-IDX TO WS-EV-IDX
           ADD WS-EV-CASH(WS-EV-IDX) TO WS-TOTAL-CASH
           MOVE SPACES TO WS-EVENT-LINE
           MOVE WS-EV-DATE(WS-EV-IDX)  TO EL-DATE
           MOVE WS-EV-GROUP(WS-EV-IDX) TO EL-GROUP
           MOVE WS-EV-ITEM(WS-EV-IDX)  TO EL-ITEM
           MOVE WS-EV-NET(WS-EV-IDX)   TO EL-NET
           MOVE WS-EV-PAYG(WS-EV-IDX)  TO EL-PAYG
           MOVE WS-EV-SUPER(WS-EV-IDX) TO EL-SUPER
           MOVE WS-EV-DEDN(WS-EV-IDX)  TO EL-DEDN
           MOVE WS-EV-CASH(WS-EV-IDX)  TO EL-CASH
           MOVE WS-TOTAL-CASH          TO EL-CUMULATIVE
           WRITE FORECAST-REPORT-RECORD FROM WS-EVENT-LINE.
      *
       8150-FIND-EARLIEST.
           IF WS-EV-PRINTED(WS-EV-SRCH-IDX) = 'N'
               IF WS-EV-MATCH-IDX = ZERO
                   MOVE WS-EV-SRCH-IDX TO WS-EV-MATCH-IDX
               ELSE
                   IF WS-EV-DATE(WS-EV-SRCH-IDX) <
                          WS-EV-DATE(WS-EV-MATCH-IDX)
                       MOVE WS-EV-SRCH-IDX TO WS-EV-MATCH-IDX
                   END-IF
               END-IF
           END-IF.
      *
       9000-FINALIZE.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE FORECAST-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-CASH TO WS-TOTAL-EDIT
           STRING ' TOTAL CASH REQUIRED ' FP-FROM-DATE ' TO '
                  WS-TO-DATE ': ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE FORECAST-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING ' PAY RUNS ARE ESTIMATES FROM THE LAST '
                  WS-HISTORY-DAYS ' DAYS OF PAY HISTORY - PAYG AND'
                  ' SUPER ARE WITHHELD ON PAY DAY AND PAID OVER LATER'
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE FORECAST-REPORT-RECORD FROM WS-TEXT-LINE
           DISPLAY '=================================='
           DISPLAY 'CASH FORECAST COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'FORECAST FROM:      ' FP-FROM-DATE
           DISPLAY 'FORECAST TO:        ' WS-TO-DATE
           DISPLAY 'PAY RUNS FORECAST:  ' WS-RUNS-FORECAST
           DISPLAY 'HELD PAYS WAITING:  ' WS-HOLDS-WAITING
           DISPLAY 'ONE-OFFS WAITING:   ' WS-ONEOFFS-WAITING
           DISPLAY 'BACK-PAYS WAITING:  ' WS-ADJS-WAITING
           DISPLAY 'TOTAL CASH:         ' WS-TOTAL-CASH
           DISPLAY '=================================='
           CLOSE PAY-HISTORY-FILE
                 PAY-HOLD-FILE
                 FORECAST-REPORT-FILE
           IF WS-ONEOFF-STATUS NOT = '35'
               CLOSE ONE-OFF-FILE
           END-IF
           IF WS-ADJ-STATUS NOT = '35'
               CLOSE ADJUSTMENT-FILE
           END-IF.
