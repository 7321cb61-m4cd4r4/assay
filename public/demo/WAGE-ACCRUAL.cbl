       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGE-ACCRUAL.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * MONTH-END WAGE ACCRUAL AND REVERSAL JOURNAL
      * The pay runs' costing journal only posts when a run is
      * made, so where a weekly or fortnightly period straddles
      * month end the days already worked but not yet paid never
      * reach the closed month's expense. Run after the last pay
      * run of the month, this program accrues them. Each pay
      * group's calendar comes from the run control file - the
      * last completed run ('R') on or before the month end, or
      * failing that the group's 'C' record less one period - and
      * every day from there to the month end is unpaid. Each
      * department in the group is priced at the average pay of
      * its current employees over the recent pay history (the
      * off-cycle BONUS-PAY and BACK-PAY records carry zero hours
      * and are left out, as they are money rather than time),
      * with the super on-cost on top, scaled to the unpaid days.
      * The journal is appended to the GL file dated the month
      * end - salaries and super on-cost debited to the
      * department's cost centre, accrued wages credited at the
      * payroll clearing centre - together with its automatic
      * reversal dated the first of the new month, so the next
      * month's pay run expense is not counted twice. Every line
      * is described as a wage accrual so BAS-STMT and
      * PAYROLL-TAX, which prove wages actually paid, step over
      * it. A month already accrued is refused.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-PARM-FILE ASSIGN TO ACCRPARM
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
           SELECT DEPT-MAP-FILE ASSIGN TO DEPTMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-FILE ASSIGN TO GLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO ACCRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *    The last day of the month being closed
       FD  ACCRUAL-PARM-FILE.
       01  ACCRUAL-PARM-RECORD.
           05  AP-MONTH-END        PIC 9(8).
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
       FD  DEPT-MAP-FILE.
           COPY DEPT-MAP-RECORD.
      *
      *    The costing journal in the shape PAYROLL-CALC's 9500
      *    writes it - read to refuse a second accrual for the
      *    month, then extended with this one
       FD  GL-FILE.
       01  GL-RECORD.
           05  GL-COST-CENTRE      PIC X(6).
           05  GL-ACCOUNT          PIC X(6).
           05  GL-DR-CR            PIC X(2).
           05  GL-AMOUNT           PIC 9(9)V99.
           05  GL-PERIOD-ENDING    PIC 9(8).
           05  GL-DESCRIPTION      PIC X(30).
      *
       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-RECORD   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PAYROLL-CONSTANTS.
      *
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS      PIC XX.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-HIST-STATUS      PIC XX.
           05  WS-MAP-STATUS       PIC XX.
           05  WS-GL-STATUS        PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-RUNCTL       PIC X(1) VALUE 'N'.
               88  END-OF-RUNCTL   VALUE 'Y'.
           05  WS-EOF-EMPLOYEE     PIC X(1) VALUE 'N'.
               88  END-OF-EMPLOYEES VALUE 'Y'.
           05  WS-EOF-HISTORY      PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY  VALUE 'Y'.
           05  WS-MAP-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  END-OF-DEPT-MAP VALUE 'Y'.
           05  WS-EOF-GL           PIC X(1) VALUE 'N'.
               88  END-OF-GL       VALUE 'Y'.
           05  WS-ACCRUED-FLAG     PIC X(1) VALUE 'N'.
               88  MONTH-ALREADY-ACCRUED VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-EMPS-LOADED      PIC 9(6) VALUE ZERO.
           05  WS-EMPS-PRICED      PIC 9(6) VALUE ZERO.
           05  WS-EMPS-NO-HISTORY  PIC 9(6) VALUE ZERO.
           05  WS-HIST-USED        PIC 9(6) VALUE ZERO.
           05  WS-GL-LINES         PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-WAGES      PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-SUPER      PIC 9(9)V99 VALUE ZERO.
           05  WS-ACC-DR-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-ACC-CR-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-REV-DR-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-REV-CR-TOTAL     PIC 9(9)V99 VALUE ZERO.
      *
      *    How far back the pay history is averaged - long enough
      *    to hold three monthly pays
       01  WS-HISTORY-DAYS         PIC 9(3) VALUE 91.
      *
       01  WS-DATES.
           05  WS-HISTORY-START    PIC 9(8).
           05  WS-REVERSAL-DATE    PIC 9(8).
           05  WS-REVERSAL-PARTS REDEFINES WS-REVERSAL-DATE.
               10  WS-REV-YEAR     PIC 9(4).
               10  WS-REV-MONTH    PIC 9(2).
               10  WS-REV-DAY      PIC 9(2).
      *
      *    Each pay group's calendar and its unpaid days
       01  WS-GROUP-TABLE.
           05  WS-GP-COUNT         PIC 99 VALUE ZERO.
           05  WS-GP-ENTRY OCCURS 10 TIMES.
               10  WS-GP-GROUP     PIC X(2).
               10  WS-GP-PERIOD    PIC X(1).
               10  WS-GP-CTL-ENDING PIC 9(8).
               10  WS-GP-LAST-PAID PIC 9(8).
               10  WS-GP-PERIOD-DAYS PIC 9(3)V99.
               10  WS-GP-UNPAID-DAYS PIC 9(3).
       01  WS-GP-SRCH-IDX          PIC 99.
       01  WS-GP-MATCH-IDX         PIC 99.
       01  WS-GP-IDX               PIC 99.
       01  WS-GP-KEY               PIC X(2).
      *
      *    Current employees and their recent pay history
       01  WS-EMP-TABLE.
           05  WS-ET-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-ET-ENTRY OCCURS 2000 TIMES.
               10  WS-ET-EMP-ID    PIC 9(6).
               10  WS-ET-DEPT      PIC X(4).
               10  WS-ET-GROUP     PIC X(2).
               10  WS-ET-HIST-COUNT PIC 9(3).
               10  WS-ET-HIST-GROSS PIC 9(9)V99.
               10  WS-ET-HIST-SUPER PIC 9(9)V99.
       01  WS-ET-SRCH-IDX          PIC 9(4).
       01  WS-ET-MATCH-IDX         PIC 9(4).
       01  WS-ET-IDX               PIC 9(4).
      *
      *    Accrual per pay group and department
       01  WS-ACCRUAL-TABLE.
           05  WS-AC-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-AC-ENTRY OCCURS 100 TIMES.
               10  WS-AC-GROUP     PIC X(2).
               10  WS-AC-DEPT      PIC X(4).
               10  WS-AC-EMPS      PIC 9(5).
               10  WS-AC-AVG-GROSS PIC 9(9)V99.
               10  WS-AC-AVG-SUPER PIC 9(9)V99.
               10  WS-AC-WAGES     PIC 9(9)V99.
               10  WS-AC-SUPER     PIC 9(9)V99.
       01  WS-AC-SRCH-IDX          PIC 9(3).
       01  WS-AC-MATCH-IDX         PIC 9(3).
       01  WS-AC-IDX               PIC 9(3).
      *
       01  WS-DEPT-MAP-TABLE.
           05  WS-MAP-COUNT        PIC 99 VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MAP-DEPT     PIC X(4).
               10  WS-MAP-CC       PIC X(6).
       01  WS-MAP-IDX              PIC 99.
      *
       01  WS-CALC-FIELDS.
           05  WS-EMP-AVG-GROSS    PIC 9(9)V99.
           05  WS-EMP-AVG-SUPER    PIC 9(9)V99.
           05  WS-DAY-COUNT        PIC S9(7).
      *
      *    One journal line, filled in before 5100 writes it
       01  WS-JOURNAL-LINE.
           05  WS-JL-COST-CENTRE   PIC X(6).
           05  WS-JL-ACCOUNT       PIC X(6).
           05  WS-JL-DR-CR         PIC X(2).
           05  WS-JL-AMOUNT        PIC 9(9)V99.
           05  WS-JL-DATE          PIC 9(8).
           05  WS-JL-DESCRIPTION   PIC X(30).
       01  WS-GL-COST-CENTRE       PIC X(6).
      *
       01  WS-GROUP-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(7)  VALUE 'GROUP: '.
           05  GR-GROUP            PIC X(2).
           05  FILLER              PIC X(10) VALUE '  PERIOD: '.
           05  GR-PERIOD           PIC X(1).
           05  FILLER              PIC X(13) VALUE '  LAST PAID: '.
           05  GR-LAST-PAID        PIC 9(8).
           05  FILLER              PIC X(15) VALUE '  UNPAID DAYS: '.
           05  GR-UNPAID-DAYS      PIC ZZ9.
           05  FILLER              PIC X(15) VALUE '  PERIOD DAYS: '.
           05  GR-PERIOD-DAYS      PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  GR-NOTE             PIC X(40).
           05  FILLER              PIC X(9)  VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DL-GROUP            PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-DEPT             PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-COST-CENTRE      PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-EMPS             PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-AVG-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-AVG-SUPER        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-WAGES            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-SUPER            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(23) VALUE SPACES.
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
           PERFORM 2000-ACCUMULATE-HISTORY
               UNTIL END-OF-HISTORY
           PERFORM 3000-PRICE-EMPLOYEE
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT
           PERFORM 4000-WRITE-JOURNAL
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN INPUT ACCRUAL-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCRUAL PARM FILE: '
                   WS-PARM-STATUS
               STOP RUN
           END-IF
           READ ACCRUAL-PARM-FILE
               AT END
                   DISPLAY 'ACCRUAL PARM FILE IS EMPTY'
                   STOP RUN
           END-READ
           CLOSE ACCRUAL-PARM-FILE
      *    The reversal date is the day after the month end, and
      *    must be the first of a month or the parm is no month end
           IF AP-MONTH-END = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(AP-MONTH-END) NOT = ZERO
               DISPLAY 'ACCRUAL PARM MONTH END INVALID: '
                   AP-MONTH-END
               STOP RUN
           END-IF
           COMPUTE WS-REVERSAL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(AP-MONTH-END) + 1)
           IF WS-REV-DAY NOT = 01
               DISPLAY 'ACCRUAL PARM DATE IS NOT A MONTH END: '
                   AP-MONTH-END
               STOP RUN
           END-IF
           COMPUTE WS-HISTORY-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(AP-MONTH-END)
                   - WS-HISTORY-DAYS)
           PERFORM 1100-CHECK-NOT-ACCRUED
           OPEN INPUT  RUN-CONTROL-FILE
                       EMPLOYEE-FILE
                       PAY-HISTORY-FILE
                OUTPUT ACCRUAL-REPORT-FILE
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
           MOVE SPACES TO WS-TEXT-LINE
           STRING 'MONTH-END WAGE ACCRUAL - MONTH ENDING '
                  AP-MONTH-END
                  ' REVERSING ' WS-REVERSAL-DATE
                  ' PRODUCED ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM WS-TEXT-LINE
           PERFORM 1200-LOAD-RUN-CONTROL
               UNTIL END-OF-RUNCTL
           CLOSE RUN-CONTROL-FILE
           IF WS-GP-COUNT = ZERO
               DISPLAY 'RUN CONTROL FILE HOLDS NO PAY GROUP CALENDAR'
               STOP RUN
           END-IF
           PERFORM 1300-SET-UNPAID-DAYS
               VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GP-COUNT
           PERFORM 1400-LOAD-DEPT-MAP
           PERFORM 1500-LOAD-EMPLOYEE
               UNTIL END-OF-EMPLOYEES
           CLOSE EMPLOYEE-FILE.
      *
       1100-CHECK-NOT-ACCRUED.
      *    An accrual already on the ledger for this month end
      *    would double the expense - refuse the rerun
           OPEN INPUT GL-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL FILE: ' WS-GL-STATUS
               STOP RUN
           END-IF
           PERFORM 1150-SCAN-GL-RECORD
               UNTIL END-OF-GL
           CLOSE GL-FILE
           IF MONTH-ALREADY-ACCRUED
               DISPLAY 'WAGE ACCRUAL ALREADY POSTED FOR MONTH END: '
                   AP-MONTH-END
               DISPLAY 'ACCRUAL NOT PRODUCED'
               STOP RUN
           END-IF.
      *
       1150-SCAN-GL-RECORD.
           READ GL-FILE
               AT END
                   SET END-OF-GL TO TRUE
           END-READ
           IF END-OF-GL
               EXIT PARAGRAPH
           END-IF
           IF GL-ACCOUNT = WS-GL-ACCRUAL-ACCT
              AND GL-PERIOD-ENDING = AP-MONTH-END
              AND GL-DESCRIPTION(1:12) = WS-GL-ACCRUAL-TAG
               SET MONTH-ALREADY-ACCRUED TO TRUE
           END-IF.
      *
       1200-LOAD-RUN-CONTROL.
      *    'C' records give each group's period and its next
      *    period-ending; 'R' records its completed runs - the
      *    latest one not after the month end is the last period
      *    paid before the month closed
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUNCTL TO TRUE
           END-READ
           IF END-OF-RUNCTL
               EXIT PARAGRAPH
           END-IF
           MOVE RC-PAY-GROUP TO WS-GP-KEY
           PERFORM 1250-FIND-GROUP-ENTRY
           IF WS-GP-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF RC-CONTROL
               MOVE RC-PAY-PERIOD TO WS-GP-PERIOD(WS-GP-MATCH-IDX)
               MOVE RC-PERIOD-ENDING
                   TO WS-GP-CTL-ENDING(WS-GP-MATCH-IDX)
           END-IF
           IF RC-COMPLETED-RUN
              AND RC-PERIOD-ENDING <= AP-MONTH-END
              AND RC-PERIOD-ENDING > WS-GP-LAST-PAID(WS-GP-MATCH-IDX)
               MOVE RC-PERIOD-ENDING
                   TO WS-GP-LAST-PAID(WS-GP-MATCH-IDX)
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
                   MOVE WS-GP-KEY TO WS-GP-GROUP(WS-GP-MATCH-IDX)
                   MOVE SPACE TO WS-GP-PERIOD(WS-GP-MATCH-IDX)
                   MOVE ZERO  TO WS-GP-CTL-ENDING(WS-GP-MATCH-IDX)
                   MOVE ZERO  TO WS-GP-LAST-PAID(WS-GP-MATCH-IDX)
                   MOVE ZERO  TO WS-GP-PERIOD-DAYS(WS-GP-MATCH-IDX)
                   MOVE ZERO  TO WS-GP-UNPAID-DAYS(WS-GP-MATCH-IDX)
               ELSE
                   DISPLAY 'PAY GROUP TABLE FULL - GROUP '
                       WS-GP-KEY ' NOT ACCRUED'
               END-IF
           END-IF.
      *
       1260-SCAN-GROUP-ENTRY.
           IF WS-GP-MATCH-IDX = ZERO
              AND WS-GP-GROUP(WS-GP-SRCH-IDX) = WS-GP-KEY
               MOVE WS-GP-SRCH-IDX TO WS-GP-MATCH-IDX
           END-IF.
      *
       1300-SET-UNPAID-DAYS.
           MOVE SPACES TO WS-GROUP-LINE
           MOVE WS-GP-GROUP(WS-GP-IDX)  TO GR-GROUP
           MOVE WS-GP-PERIOD(WS-GP-IDX) TO GR-PERIOD
      *    Period length in days, on the same basis the pay run
      *    scales a period from the weekly figures
           EVALUATE WS-GP-PERIOD(WS-GP-IDX)
               WHEN 'W'
                   MOVE 7 TO WS-GP-PERIOD-DAYS(WS-GP-IDX)
               WHEN 'F'
                   MOVE 14 TO WS-GP-PERIOD-DAYS(WS-GP-IDX)
               WHEN 'M'
                   COMPUTE WS-GP-PERIOD-DAYS(WS-GP-IDX) ROUNDED =
                       WS-WEEKS-PER-YEAR * 7 / 12
               WHEN OTHER
                   MOVE ZERO TO WS-GP-PERIOD-DAYS(WS-GP-IDX)
           END-EVALUATE
           IF WS-GP-PERIOD-DAYS(WS-GP-IDX) = ZERO
               MOVE 'NO CALENDAR RECORD - NOT ACCRUED' TO GR-NOTE
               MOVE ZERO TO GR-LAST-PAID
               MOVE ZERO TO GR-UNPAID-DAYS
               MOVE ZERO TO GR-PERIOD-DAYS
               WRITE ACCRUAL-REPORT-RECORD FROM WS-GROUP-LINE
               EXIT PARAGRAPH
           END-IF
      *    No run yet completed before the month end - the period
      *    before the group's next period-ending is the last paid
           IF WS-GP-LAST-PAID(WS-GP-IDX) = ZERO
               COMPUTE WS-DAY-COUNT =
                   FUNCTION INTEGER-OF-DATE
                       (WS-GP-CTL-ENDING(WS-GP-IDX))
                   - WS-GP-PERIOD-DAYS(WS-GP-IDX)
               COMPUTE WS-GP-LAST-PAID(WS-GP-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-COUNT)
           END-IF
           COMPUTE WS-DAY-COUNT =
               FUNCTION INTEGER-OF-DATE(AP-MONTH-END)
               - FUNCTION INTEGER-OF-DATE(WS-GP-LAST-PAID(WS-GP-IDX))
           IF WS-DAY-COUNT > ZERO
               MOVE WS-DAY-COUNT TO WS-GP-UNPAID-DAYS(WS-GP-IDX)
           END-IF
           MOVE WS-GP-LAST-PAID(WS-GP-IDX)    TO GR-LAST-PAID
           MOVE WS-GP-UNPAID-DAYS(WS-GP-IDX)  TO GR-UNPAID-DAYS
           MOVE WS-GP-PERIOD-DAYS(WS-GP-IDX)  TO GR-PERIOD-DAYS
           EVALUATE TRUE
               WHEN WS-GP-UNPAID-DAYS(WS-GP-IDX) = ZERO
                   MOVE 'PAID TO MONTH END - NOTHING TO ACCRUE'
                       TO GR-NOTE
               WHEN WS-GP-UNPAID-DAYS(WS-GP-IDX) >
                    WS-GP-PERIOD-DAYS(WS-GP-IDX)
                   MOVE 'MORE THAN ONE PERIOD UNPAID - CHECK RUNS'
                       TO GR-NOTE
                   DISPLAY 'PAY GROUP ' WS-GP-GROUP(WS-GP-IDX)
                       ' HAS MORE THAN ONE PERIOD UNPAID AT '
                       AP-MONTH-END
           END-EVALUATE
           WRITE ACCRUAL-REPORT-RECORD FROM WS-GROUP-LINE.
      *
       1400-LOAD-DEPT-MAP.
           OPEN INPUT DEPT-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPT MAP FILE: ' WS-MAP-STATUS
               STOP RUN
           END-IF
           PERFORM 1450-LOAD-DEPT-MAP-ENTRY
               UNTIL END-OF-DEPT-MAP
           CLOSE DEPT-MAP-FILE.
      *
       1450-LOAD-DEPT-MAP-ENTRY.
           READ DEPT-MAP-FILE
               AT END
                   SET END-OF-DEPT-MAP TO TRUE
           END-READ
           IF END-OF-DEPT-MAP
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-COUNT < 50
               ADD 1 TO WS-MAP-COUNT
               MOVE DM-DEPT        TO WS-MAP-DEPT(WS-MAP-COUNT)
               MOVE DM-COST-CENTRE TO WS-MAP-CC(WS-MAP-COUNT)
           ELSE
               DISPLAY 'DEPT MAP TABLE FULL - DEPT ' DM-DEPT
                   ' NOT LOADED'
           END-IF.
      *
       1500-LOAD-EMPLOYEE.
      *    Only employees still on the payroll work the unpaid
      *    days - terminated and final-paid staff are left out
           READ EMPLOYEE-FILE
               AT END
                   SET END-OF-EMPLOYEES TO TRUE
           END-READ
           IF END-OF-EMPLOYEES
               EXIT PARAGRAPH
           END-IF
           IF EMP-TERMINATED OR EMP-TERM-PAID
               EXIT PARAGRAPH
           END-IF
           IF WS-ET-COUNT < 2000
               ADD 1 TO WS-ET-COUNT
               ADD 1 TO WS-EMPS-LOADED
               MOVE EMP-ID        TO WS-ET-EMP-ID(WS-ET-COUNT)
               MOVE EMP-DEPT      TO WS-ET-DEPT(WS-ET-COUNT)
               MOVE EMP-PAY-GROUP TO WS-ET-GROUP(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-HIST-COUNT(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-HIST-GROSS(WS-ET-COUNT)
               MOVE ZERO TO WS-ET-HIST-SUPER(WS-ET-COUNT)
           ELSE
               DISPLAY 'EMPLOYEE TABLE FULL - EMPLOYEE ' EMP-ID
                   ' NOT ACCRUED'
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
      *    Zero hours marks an off-cycle money payment, not a
      *    period worked - it says nothing about the period cost
           IF HI-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF
           IF HI-WEEK-ENDING <= WS-HISTORY-START
              OR HI-WEEK-ENDING > AP-MONTH-END
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ET-MATCH-IDX
           PERFORM 2050-FIND-EMPLOYEE
               VARYING WS-ET-SRCH-IDX FROM 1 BY 1
               UNTIL WS-ET-SRCH-IDX > WS-ET-COUNT
           IF WS-ET-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-USED
           ADD 1 TO WS-ET-HIST-COUNT(WS-ET-MATCH-IDX)
           ADD HI-GROSS TO WS-ET-HIST-GROSS(WS-ET-MATCH-IDX)
           ADD HI-SUPER TO WS-ET-HIST-SUPER(WS-ET-MATCH-IDX).
      *
       2050-FIND-EMPLOYEE.
           IF WS-ET-MATCH-IDX = ZERO
              AND WS-ET-EMP-ID(WS-ET-SRCH-IDX) = HI-EMP-ID
               MOVE WS-ET-SRCH-IDX TO WS-ET-MATCH-IDX
           END-IF.
      *
       3000-PRICE-EMPLOYEE.
      *    The employee's average period pay joins the department
      *    line for the group - a new starter with no recent
      *    history cannot be priced and is counted instead
           MOVE WS-ET-GROUP(WS-ET-IDX) TO WS-GP-KEY
           MOVE ZERO TO WS-GP-MATCH-IDX
           PERFORM 1260-SCAN-GROUP-ENTRY
               VARYING WS-GP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-GP-SRCH-IDX > WS-GP-COUNT
           IF WS-GP-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-GP-UNPAID-DAYS(WS-GP-MATCH-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ET-HIST-COUNT(WS-ET-IDX) = ZERO
               ADD 1 TO WS-EMPS-NO-HISTORY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EMP-AVG-GROSS ROUNDED =
               WS-ET-HIST-GROSS(WS-ET-IDX)
                   / WS-ET-HIST-COUNT(WS-ET-IDX)
           COMPUTE WS-EMP-AVG-SUPER ROUNDED =
               WS-ET-HIST-SUPER(WS-ET-IDX)
                   / WS-ET-HIST-COUNT(WS-ET-IDX)
           PERFORM 3100-FIND-ACCRUAL-ENTRY
           IF WS-AC-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPS-PRICED
           ADD 1 TO WS-AC-EMPS(WS-AC-MATCH-IDX)
           ADD WS-EMP-AVG-GROSS TO WS-AC-AVG-GROSS(WS-AC-MATCH-IDX)
           ADD WS-EMP-AVG-SUPER TO WS-AC-AVG-SUPER(WS-AC-MATCH-IDX).
      *
       3100-FIND-ACCRUAL-ENTRY.
           MOVE ZERO TO WS-AC-MATCH-IDX
           PERFORM 3150-SCAN-ACCRUAL-ENTRY
               VARYING WS-AC-SRCH-IDX FROM 1 BY 1
               UNTIL WS-AC-SRCH-IDX > WS-AC-COUNT
           IF WS-AC-MATCH-IDX = ZERO
               IF WS-AC-COUNT < 100
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-AC-COUNT TO WS-AC-MATCH-IDX
                   MOVE WS-ET-GROUP(WS-ET-IDX)
                       TO WS-AC-GROUP(WS-AC-MATCH-IDX)
                   MOVE WS-ET-DEPT(WS-ET-IDX)
                       TO WS-AC-DEPT(WS-AC-MATCH-IDX)
                   MOVE ZERO TO WS-AC-EMPS(WS-AC-MATCH-IDX)
                   MOVE ZERO TO WS-AC-AVG-GROSS(WS-AC-MATCH-IDX)
                   MOVE ZERO TO WS-AC-AVG-SUPER(WS-AC-MATCH-IDX)
                   MOVE ZERO TO WS-AC-WAGES(WS-AC-MATCH-IDX)
                   MOVE ZERO TO WS-AC-SUPER(WS-AC-MATCH-IDX)
               ELSE
                   DISPLAY 'ACCRUAL TABLE FULL - DEPT '
                       WS-ET-DEPT(WS-ET-IDX) ' GROUP '
                       WS-ET-GROUP(WS-ET-IDX) ' NOT ACCRUED'
               END-IF
           END-IF.
      *
       3150-SCAN-ACCRUAL-ENTRY.
           IF WS-AC-MATCH-IDX = ZERO
              AND WS-AC-GROUP(WS-AC-SRCH-IDX) = WS-ET-GROUP(WS-ET-IDX)
              AND WS-AC-DEPT(WS-AC-SRCH-IDX) = WS-ET-DEPT(WS-ET-IDX)
               MOVE WS-AC-SRCH-IDX TO WS-AC-MATCH-IDX
           END-IF.
      *
       4000-WRITE-JOURNAL.
           OPEN EXTEND GL-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL FILE: ' WS-GL-STATUS
               DISPLAY 'ACCRUAL NOT PRODUCED'
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING ' GRP'
                  '  DEPT'
                  '  CC    '
                  '    EMPS'
                  '  AVG PERIOD PAY'
                  '   AVG PER SUPER'
                  '  ACCRUED WAGES '
                  '  ACCRUED SUPER '
                  '   TOTAL ACCRUED'
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM WS-TEXT-LINE
           PERFORM 4100-ACCRUE-DEPARTMENT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
      *    Each journal must balance on its own - the accrual and
      *    the reversal post in different months
           MOVE SPACES TO GL-RECORD
           MOVE AP-MONTH-END    TO GL-PERIOD-ENDING
           MOVE WS-ACC-DR-TOTAL TO GL-AMOUNT
           IF WS-ACC-DR-TOTAL = WS-ACC-CR-TOTAL
               MOVE 'WAGE ACCRUAL JOURNAL BALANCED' TO GL-DESCRIPTION
           ELSE
               MOVE 'WAGE ACCRUAL OUT OF BALANCE' TO GL-DESCRIPTION
               DISPLAY 'ACCRUAL JOURNAL OUT OF BALANCE - DR: '
                   WS-ACC-DR-TOTAL ' CR: ' WS-ACC-CR-TOTAL
           END-IF
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           MOVE WS-REVERSAL-DATE TO GL-PERIOD-ENDING
           MOVE WS-REV-DR-TOTAL  TO GL-AMOUNT
           IF WS-REV-DR-TOTAL = WS-REV-CR-TOTAL
               MOVE 'WAGE ACCRUAL REVERSAL BALANCED' TO GL-DESCRIPTION
           ELSE
               MOVE 'WAGE ACCRUAL REVERSAL NOT BAL' TO GL-DESCRIPTION
               DISPLAY 'REVERSAL JOURNAL OUT OF BALANCE - DR: '
                   WS-REV-DR-TOTAL ' CR: ' WS-REV-CR-TOTAL
           END-IF
           WRITE GL-RECORD
           CLOSE GL-FILE.
      *
       4100-ACCRUE-DEPARTMENT.
      *    The department's average period pay scaled to the days
      *    of the month not yet paid
           MOVE WS-AC-GROUP(WS-AC-IDX) TO WS-GP-KEY
           MOVE ZERO TO WS-GP-MATCH-IDX
           PERFORM 1260-SCAN-GROUP-ENTRY
               VARYING WS-GP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-GP-SRCH-IDX > WS-GP-COUNT
           COMPUTE WS-AC-WAGES(WS-AC-IDX) ROUNDED =
               WS-AC-AVG-GROSS(WS-AC-IDX)
                   * WS-GP-UNPAID-DAYS(WS-GP-MATCH-IDX)
                   / WS-GP-PERIOD-DAYS(WS-GP-MATCH-IDX)
           COMPUTE WS-AC-SUPER(WS-AC-IDX) ROUNDED =
               WS-AC-AVG-SUPER(WS-AC-IDX)
                   * WS-GP-UNPAID-DAYS(WS-GP-MATCH-IDX)
                   / WS-GP-PERIOD-DAYS(WS-GP-MATCH-IDX)
           ADD WS-AC-WAGES(WS-AC-IDX) TO WS-TOTAL-WAGES
           ADD WS-AC-SUPER(WS-AC-IDX) TO WS-TOTAL-SUPER
           MOVE SPACES TO WS-GL-COST-CENTRE
           PERFORM 4150-FIND-COST-CENTRE
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
           IF WS-GL-COST-CENTRE = SPACES
      *        Unmapped department - post it somewhere visible
      *        rather than drop it, as the pay run does
               DISPLAY 'NO COST CENTRE FOR DEPT: '
                   WS-AC-DEPT(WS-AC-IDX) ' - POSTED TO UNMAPD'
               MOVE 'UNMAPD' TO WS-GL-COST-CENTRE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-AC-GROUP(WS-AC-IDX)     TO DL-GROUP
           MOVE WS-AC-DEPT(WS-AC-IDX)      TO DL-DEPT
           MOVE WS-GL-COST-CENTRE          TO DL-COST-CENTRE
           MOVE WS-AC-EMPS(WS-AC-IDX)      TO DL-EMPS
           MOVE WS-AC-AVG-GROSS(WS-AC-IDX) TO DL-AVG-GROSS
           MOVE WS-AC-AVG-SUPER(WS-AC-IDX) TO DL-AVG-SUPER
           MOVE WS-AC-WAGES(WS-AC-IDX)     TO DL-WAGES
           MOVE WS-AC-SUPER(WS-AC-IDX)     TO DL-SUPER
           COMPUTE DL-TOTAL =
               WS-AC-WAGES(WS-AC-IDX) + WS-AC-SUPER(WS-AC-IDX)
           WRITE ACCRUAL-REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 4200-WRITE-ACCRUAL-LINES
           PERFORM 4300-WRITE-REVERSAL-LINES.
      *
       4150-FIND-COST-CENTRE.
           IF WS-GL-COST-CENTRE = SPACES
              AND WS-MAP-DEPT(WS-MAP-IDX) = WS-AC-DEPT(WS-AC-IDX)
               MOVE WS-MAP-CC(WS-MAP-IDX) TO WS-GL-COST-CENTRE
           END-IF.
      *
       4200-WRITE-ACCRUAL-LINES.
      *    Expense to the department in the closed month, accrued
      *    wages payable at the clearing centre
           MOVE AP-MONTH-END TO WS-JL-DATE
           MOVE WS-GL-COST-CENTRE TO WS-JL-COST-CENTRE
           MOVE WS-GL-SALARY-ACCT TO WS-JL-ACCOUNT
           MOVE 'DR' TO WS-JL-DR-CR
           MOVE WS-AC-WAGES(WS-AC-IDX) TO WS-JL-AMOUNT
           MOVE 'WAGE ACCRUAL - WAGES' TO WS-JL-DESCRIPTION
           PERFORM 5100-WRITE-JOURNAL-LINE
           MOVE WS-AC-SUPER(WS-AC-IDX) TO WS-JL-AMOUNT
           MOVE 'WAGE ACCRUAL - SUPER ON-COST' TO WS-JL-DESCRIPTION
           PERFORM 5100-WRITE-JOURNAL-LINE
           MOVE WS-GL-CLEARING-CC  TO WS-JL-COST-CENTRE
           MOVE WS-GL-ACCRUAL-ACCT TO WS-JL-ACCOUNT
           MOVE 'CR' TO WS-JL-DR-CR
           COMPUTE WS-JL-AMOUNT =
               WS-AC-WAGES(WS-AC-IDX) + WS-AC-SUPER(WS-AC-IDX)
           MOVE 'WAGE ACCRUAL - ACCRUED WAGES' TO WS-JL-DESCRIPTION
           PERFORM 5100-WRITE-JOURNAL-LINE.
      *
       4300-WRITE-REVERSAL-LINES.
      *    The mirror image dated the first of the new month
           MOVE WS-REVERSAL-DATE TO WS-JL-DATE
           MOVE WS-GL-COST-CENTRE TO WS-JL-COST-CENTRE
           MOVE WS-GL-SALARY-ACCT TO WS-JL-ACCOUNT
           MOVE 'CR' TO WS-JL-DR-CR
           MOVE WS-AC-WAGES(WS-AC-IDX) TO WS-JL-AMOUNT
           MOVE 'WAGE ACCRUAL REVERSAL - WAGES' TO WS-JL-DESCRIPTION
           PERFORM 5100-WRITE-JOURNAL-LINE
           MOVE WS-AC-SUPER(WS-AC-IDX) TO WS-JL-AMOUNT
           MOVE 'WAGE ACCRUAL REVERSAL - SUPER' TO WS-JL-DESCRIPTION
           PERFORM 5100-WRITE-JOURNAL-LINE
           MOVE WS-GL-CLEARING-CC  TO WS-JL-COST-CENTRE
           MOVE WS-GL-ACCRUAL-ACCT TO WS-JL-ACCOUNT
           MOVE 'DR' TO WS-JL-DR-CR
           COMPUTE WS-JL-AMOUNT =
               WS-AC-WAGES(WS-AC-IDX) + WS-AC-SUPER(WS-AC-IDX)
           MOVE 'WAGE ACCRUAL REVERSAL' TO WS-JL-DESCRIPTION
           PERFORM 5100-WRITE-JOURNAL-LINE.
      *
       5100-WRITE-JOURNAL-LINE.
           IF WS-JL-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE WS-JL-COST-CENTRE TO GL-COST-CENTRE
           MOVE WS-JL-ACCOUNT     TO GL-ACCOUNT
           MOVE WS-JL-DR-CR       TO GL-DR-CR
           MOVE WS-JL-AMOUNT      TO GL-AMOUNT
           MOVE WS-JL-DATE        TO GL-PERIOD-ENDING
           MOVE WS-JL-DESCRIPTION TO GL-DESCRIPTION
           WRITE GL-RECORD
           ADD 1 TO WS-GL-LINES
           EVALUATE TRUE
               WHEN WS-JL-DATE = AP-MONTH-END AND WS-JL-DR-CR = 'DR'
                   ADD WS-JL-AMOUNT TO WS-ACC-DR-TOTAL
               WHEN WS-JL-DATE = AP-MONTH-END
                   ADD WS-JL-AMOUNT TO WS-ACC-CR-TOTAL
               WHEN WS-JL-DR-CR = 'DR'
                   ADD WS-JL-AMOUNT TO WS-REV-DR-TOTAL
               WHEN OTHER
                   ADD WS-JL-AMOUNT TO WS-REV-CR-TOTAL
           END-EVALUATE.
      *
       9000-FINALIZE.
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-WAGES TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-SUPER TO WS-TOTAL-EDIT-2
           STRING ' TOTAL ACCRUED WAGES: ' WS-TOTAL-EDIT
                  '   SUPER ON-COST: ' WS-TOTAL-EDIT-2
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-ACC-DR-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-REV-CR-TOTAL TO WS-TOTAL-EDIT-2
           STRING ' JOURNAL ' AP-MONTH-END ': ' WS-TOTAL-EDIT
                  '   REVERSAL ' WS-REVERSAL-DATE ': '
                  WS-TOTAL-EDIT-2
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM WS-TEXT-LINE
           IF WS-EMPS-NO-HISTORY NOT = ZERO
               MOVE SPACES TO WS-TEXT-LINE
               STRING ' EMPLOYEES WITH NO RECENT PAY HISTORY - '
                      'NOT PRICED: ' WS-EMPS-NO-HISTORY
                      DELIMITED BY SIZE
                      INTO WS-TEXT-LINE
               WRITE ACCRUAL-REPORT-RECORD FROM WS-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           IF WS-ACC-DR-TOTAL = WS-ACC-CR-TOTAL
              AND WS-REV-DR-TOTAL = WS-REV-CR-TOTAL
              AND WS-ACC-DR-TOTAL = WS-REV-CR-TOTAL
               MOVE 'ACCRUAL AND REVERSAL JOURNALS BALANCE'
                   TO WS-TEXT-LINE
           ELSE
               MOVE 'ACCRUAL JOURNALS DO NOT BALANCE - INVESTIGATE'
                   TO WS-TEXT-LINE
           END-IF
           WRITE ACCRUAL-REPORT-RECORD FROM WS-TEXT-LINE
           DISPLAY '=================================='
           DISPLAY 'WAGE ACCRUAL COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'MONTH END:          ' AP-MONTH-END
           DISPLAY 'REVERSAL DATE:      ' WS-REVERSAL-DATE
           DISPLAY 'EMPLOYEES LOADED:   ' WS-EMPS-LOADED
           DISPLAY 'EMPLOYEES PRICED:   ' WS-EMPS-PRICED
           DISPLAY 'NO RECENT HISTORY:  ' WS-EMPS-NO-HISTORY
           DISPLAY 'HISTORY RECORDS:    ' WS-HIST-USED
           DISPLAY 'ACCRUED WAGES:      ' WS-TOTAL-WAGES
           DISPLAY 'ACCRUED SUPER:      ' WS-TOTAL-SUPER
           DISPLAY 'GL LINES WRITTEN:   ' WS-GL-LINES
           DISPLAY '=================================='
           CLOSE PAY-HISTORY-FILE
                 ACCRUAL-REPORT-FILE.
