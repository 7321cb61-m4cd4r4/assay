       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-INTEGRITY.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * PAY RUN INTEGRITY SCAN
      * Runs after PAYROLL-CALC and PAY-RECON and before the EFT
      * file goes to the bank, looking for the patterns the
      * classic payroll frauds leave behind. Every credit on the
      * run's EFT file is held against the employee master, the
      * pay history and the maintenance audit trail:
      *   SHAC - two or more employees paid into the one BSB and
      *          account;
      *   BKCH - the employee's bank details were changed within
      *          the look-back window before this pay;
      *   NOTS - a salaried employee paid with no hours worked
      *          and no leave for several consecutive periods;
      *   TRMA - paid into the account of a terminated employee;
      *   NORM - paid far above the norm for their department;
      *   NOMS - a credit for an id that is not on the master.
      * Each exception is listed with its reason code. The list
      * closes with the PAY-RECON certificate it belongs to and a
      * sign-off block - the two are signed together before the
      * EFT release. Finding nothing is not proof of nothing, so
      * the sign-off is required either way.
      * Recorded on the job-step ledger after PAYROLL-CALC and
      * PAY-RECON have finished cleanly. The step ends failed
      * when there is no certificate, the certificate does not
      * match this EFT file, or any exception stands - the EFT
      * release is then refused until a supervisor overrides it
      * on the strength of the signed sheet.
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
           SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EFT-FILE ASSIGN TO EFTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT CERT-FILE ASSIGN TO CERTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT SCAN-REPORT-FILE ASSIGN TO SCANRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *    Read for the 'C' control record only - its period-
      *    ending is the pay being released
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
      *    EFT records in the same shape 6200/9300 wrote them -
      *    amounts are plain display digits, not edited
       FD  EFT-FILE.
       01  EFT-INPUT-RECORD.
           05  EF-REC-TYPE         PIC X(1).
           05  FILLER              PIC X(1).
           05  EF-BSB              PIC 9(6).
           05  FILLER              PIC X(1).
           05  EF-ACCOUNT          PIC 9(9).
           05  FILLER              PIC X(1).
           05  EF-TRANS-CODE       PIC X(2).
           05  FILLER              PIC X(1).
           05  EF-AMOUNT           PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  EF-EMP-ID           PIC 9(6).
           05  FILLER              PIC X(1).
           05  EF-EMP-NAME         PIC X(30).
           05  FILLER              PIC X(49).
      *
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.
      *
      *    EMP-MAINT's trail - the before and after images show
      *    exactly when bank details moved and who moved them
       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUDIT-RECORD.
      *
      *    The balancing certificate PAY-RECON wrote for this run
       FD  CERT-FILE.
       01  CERT-RECORD.
           05  CT-RUN-DATE         PIC 9(8).
           05  CT-EMPLOYEES        PIC 9(6).
           05  CT-TOTAL-NET        PIC 9(9)V99.
           05  CT-STATUS           PIC X(20).
      *
       FD  SCAN-REPORT-FILE.
       01  SCAN-REPORT-RECORD      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-EFT-STATUS       PIC XX.
           05  WS-HIST-STATUS      PIC XX.
           05  WS-MAUD-STATUS      PIC XX.
           05  WS-CERT-STATUS      PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-EMP          PIC X(1) VALUE 'N'.
               88  END-OF-EMPLOYEES VALUE 'Y'.
           05  WS-EOF-EFT          PIC X(1) VALUE 'N'.
               88  END-OF-EFT      VALUE 'Y'.
           05  WS-EOF-HIST         PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY  VALUE 'Y'.
           05  WS-EOF-MAUD         PIC X(1) VALUE 'N'.
               88  END-OF-MAINT-AUDIT VALUE 'Y'.
           05  WS-CERT-FOUND-FLAG  PIC X(1) VALUE 'N'.
               88  CERT-FOUND      VALUE 'Y'.
           05  WS-CERT-AGREE-FLAG  PIC X(1) VALUE 'Y'.
               88  CERT-DISAGREES  VALUE 'N'.
      *
      *    Scan thresholds - how far back a bank change counts as
      *    "shortly before" the pay, how many empty periods in a
      *    row make a salaried pay suspect, and how far above the
      *    rest of the department (and against how many of them)
      *    a gross has to be before it is out of the norm
       01  WS-BANK-CHANGE-DAYS     PIC 9(3) VALUE 14.
       01  WS-NO-TIME-PERIODS      PIC 9(2) VALUE 3.
       01  WS-NORM-MULTIPLE        PIC 9V99 VALUE 2.50.
       01  WS-NORM-MIN-PEERS       PIC 9(2) VALUE 3.
      *
       01  WS-COUNTERS.
           05  WS-EMPLOYEES-READ   PIC 9(6) VALUE ZERO.
           05  WS-HISTORY-READ     PIC 9(6) VALUE ZERO.
           05  WS-MAINT-READ       PIC 9(6) VALUE ZERO.
           05  WS-EFT-DETAIL-COUNT PIC 9(6) VALUE ZERO.
           05  WS-EFT-DETAIL-SUM   PIC 9(11)V99 VALUE ZERO.
           05  WS-EXCEPTIONS       PIC 9(6) VALUE ZERO.
           05  WS-SHAC-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-BKCH-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NOTS-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-TRMA-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NORM-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NOMS-COUNT       PIC 9(6) VALUE ZERO.
      *
      *    Every employee on the master, current or not - a
      *    terminated employee's bank details are exactly what a
      *    diverted pay reuses
       01  WS-EMP-TABLE.
           05  WS-EMP-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-EMP-ENTRY OCCURS 2000 TIMES.
               10  WS-EMP-KEY      PIC 9(6).
               10  WS-EMP-NAME     PIC X(30).
               10  WS-EMP-DEPT     PIC X(4).
               10  WS-EMP-TYPE     PIC X(1).
                   88  WS-EMP-SALARIED VALUE 'S'.
               10  WS-EMP-STATE    PIC X(1).
                   88  WS-EMP-LEFT VALUE 'T' 'F'.
               10  WS-EMP-BSB      PIC 9(6).
               10  WS-EMP-ACCT     PIC 9(9).
               10  WS-EMP-EMPTY-RUN PIC 9(3).
               10  WS-EMP-EMPTY-FROM PIC 9(8).
               10  WS-EMP-LAST-SEEN PIC 9(8).
               10  WS-EMP-BANK-CHG-DATE PIC 9(8).
               10  WS-EMP-BANK-CHG-BY PIC X(8).
               10  WS-EMP-BANK-APPR-BY PIC X(8).
      *
       01  WS-EMP-SRCH-IDX         PIC 9(4).
       01  WS-EMP-MATCH-IDX        PIC 9(4).
       01  WS-EMP-IDX              PIC 9(4).
       01  WS-WORK-EMP-ID          PIC 9(6).
      *
      *    One row per credit on this run's EFT file
       01  WS-EFT-TABLE.
           05  WS-EFT-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-EFT-ENTRY OCCURS 1000 TIMES.
               10  WS-EFT-EMP-ID   PIC 9(6).
               10  WS-EFT-BSB      PIC 9(6).
               10  WS-EFT-ACCT     PIC 9(9).
               10  WS-EFT-NET      PIC 9(9)V99.
               10  WS-EFT-EMP-IDX  PIC 9(4).
               10  WS-EFT-GROSS    PIC 9(7)V99.
               10  WS-EFT-HIST-FLAG PIC X(1).
      *
       01  WS-EFT-IDX              PIC 9(4).
       01  WS-EFT-SRCH-IDX         PIC 9(4).
       01  WS-EFT-MATCH-IDX        PIC 9(4).
      *
      *    This run's gross per department, for the norm each
      *    employee is held against
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-CODE    PIC X(4).
               10  WS-DEPT-PAID    PIC 9(4).
               10  WS-DEPT-GROSS   PIC 9(9)V99.
      *
       01  WS-DEPT-SRCH-IDX        PIC 9(2).
       01  WS-DEPT-MATCH-IDX       PIC 9(2).
      *
      *    The maintenance audit's before and after images laid
      *    over the master record so the bank fields can be read
           COPY EMPLOYEE-RECORD REPLACING
               ==EMPLOYEE-RECORD== BY ==WS-AUDIT-BEFORE==
               LEADING ==EMP== BY ==BF==.
           COPY EMPLOYEE-RECORD REPLACING
               ==EMPLOYEE-RECORD== BY ==WS-AUDIT-AFTER==
               LEADING ==EMP== BY ==AF==.
      *
       01  WS-SCAN-FIELDS.
           05  WS-PERIOD-ENDING    PIC 9(8).
           05  WS-WINDOW-START     PIC 9(8).
           05  WS-NORM-PEERS       PIC 9(4).
           05  WS-NORM-GROSS       PIC 9(7)V99.
           05  WS-NORM-LIMIT       PIC 9(7)V99.
      *
       01  WS-EDIT-FIELDS.
           05  WS-AMOUNT-EDIT      PIC ZZZ,ZZ9.99.
           05  WS-AMOUNT-EDIT-2    PIC ZZZ,ZZ9.99.
           05  WS-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-COUNT-EDIT       PIC ZZ9.
      *
       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  XL-REASON           PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  XL-EMP-ID           PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  XL-EMP-NAME         PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  XL-DEPT             PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  XL-DETAIL           PIC X(70).
           05  FILLER              PIC X(9)  VALUE SPACES.
      *
       01  WS-REPORT-LINE          PIC X(132).
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
      *
       COPY JOB-STEP-REQUEST.
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EMPLOYEE
               UNTIL END-OF-EMPLOYEES
           PERFORM 3000-LOAD-EFT
               UNTIL END-OF-EFT
           PERFORM 4000-SCAN-HISTORY
               UNTIL END-OF-HISTORY
           PERFORM 5000-SCAN-MAINT-AUDIT
               UNTIL END-OF-MAINT-AUDIT
           PERFORM 6000-CHECK-CREDIT
               VARYING WS-EFT-IDX FROM 1 BY 1
               UNTIL WS-EFT-IDX > WS-EFT-COUNT
           PERFORM 6500-ADD-DEPT-GROSS
               VARYING WS-EFT-IDX FROM 1 BY 1
               UNTIL WS-EFT-IDX > WS-EFT-COUNT
           PERFORM 6600-CHECK-DEPT-NORM
               VARYING WS-EFT-IDX FROM 1 BY 1
               UNTIL WS-EFT-IDX > WS-EFT-COUNT
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
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
           MOVE RC-PERIOD-ENDING TO WS-PERIOD-ENDING
           MOVE RC-PAY-GROUP     TO JR-PAY-GROUP
           CLOSE RUN-CONTROL-FILE
           PERFORM 1080-START-JOB-STEP
      *    A bank change on or after this date counts as made
      *    shortly before the pay
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PERIOD-ENDING)
                   - WS-BANK-CHANGE-DAYS)
           OPEN INPUT  EMPLOYEE-FILE
                       EFT-FILE
                       PAY-HISTORY-FILE
                       MAINT-AUDIT-FILE
                OUTPUT SCAN-REPORT-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           IF WS-EFT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EFT FILE: ' WS-EFT-STATUS
               STOP RUN
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAY HISTORY FILE: '
                   WS-HIST-STATUS
               STOP RUN
           END-IF
      *    No maintenance trail yet just means no change has ever
      *    been keyed through EMP-MAINT
           IF WS-MAUD-STATUS = '35'
               SET END-OF-MAINT-AUDIT TO TRUE
           ELSE
               IF WS-MAUD-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING MAINT AUDIT FILE: '
                       WS-MAUD-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAY RUN INTEGRITY SCAN - PERIOD ENDING: '
                  WS-PERIOD-ENDING
                  '  RUN DATE: ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING ' CODE'
                  '  EMP ID'
                  '  EMPLOYEE NAME                 '
                  '  DEPT'
                  '  EXCEPTION'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO XL-DETAIL.
      *
       1080-START-JOB-STEP.
           SET JR-START-STEP TO TRUE
           MOVE WS-PERIOD-ENDING TO JR-PERIOD-ENDING
           MOVE 'PAYINTEG'       TO JR-STEP-ID
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
       2000-LOAD-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END
                   SET END-OF-EMPLOYEES TO TRUE
           END-READ
           IF END-OF-EMPLOYEES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPLOYEES-READ
           IF WS-EMP-COUNT NOT < 2000
               DISPLAY 'EMPLOYEE TABLE FULL - ' EMP-ID
                   ' NOT SCANNED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE WS-EMP-COUNT TO WS-EMP-IDX
           MOVE EMP-ID          TO WS-EMP-KEY(WS-EMP-IDX)
           MOVE EMP-NAME        TO WS-EMP-NAME(WS-EMP-IDX)
           MOVE EMP-DEPT        TO WS-EMP-DEPT(WS-EMP-IDX)
           MOVE EMP-PAY-TYPE    TO WS-EMP-TYPE(WS-EMP-IDX)
           MOVE EMP-ACTIVE-FLAG TO WS-EMP-STATE(WS-EMP-IDX)
           MOVE EMP-BANK-BSB    TO WS-EMP-BSB(WS-EMP-IDX)
           MOVE EMP-BANK-ACCT   TO WS-EMP-ACCT(WS-EMP-IDX)
           MOVE ZERO   TO WS-EMP-EMPTY-RUN(WS-EMP-IDX)
           MOVE ZERO   TO WS-EMP-EMPTY-FROM(WS-EMP-IDX)
           MOVE ZERO   TO WS-EMP-LAST-SEEN(WS-EMP-IDX)
           MOVE ZERO   TO WS-EMP-BANK-CHG-DATE(WS-EMP-IDX)
           MOVE SPACES TO WS-EMP-BANK-CHG-BY(WS-EMP-IDX)
           MOVE SPACES TO WS-EMP-BANK-APPR-BY(WS-EMP-IDX).
      *
       3000-LOAD-EFT.
      *    Detail credits only - the header and the '7' footer
      *    are PAY-RECON's business
           READ EFT-FILE
               AT END
                   SET END-OF-EFT TO TRUE
           END-READ
           IF END-OF-EFT
               EXIT PARAGRAPH
           END-IF
           IF EF-REC-TYPE NOT = '1'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EFT-DETAIL-COUNT
           ADD EF-AMOUNT TO WS-EFT-DETAIL-SUM
           IF WS-EFT-COUNT NOT < 1000
               DISPLAY 'EFT TABLE FULL - EMPLOYEE ' EF-EMP-ID
                   ' NOT SCANNED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EFT-COUNT
           MOVE EF-EMP-ID  TO WS-EFT-EMP-ID(WS-EFT-COUNT)
           MOVE EF-BSB     TO WS-EFT-BSB(WS-EFT-COUNT)
           MOVE EF-ACCOUNT TO WS-EFT-ACCT(WS-EFT-COUNT)
           MOVE EF-AMOUNT  TO WS-EFT-NET(WS-EFT-COUNT)
           MOVE ZERO       TO WS-EFT-GROSS(WS-EFT-COUNT)
           MOVE 'N'        TO WS-EFT-HIST-FLAG(WS-EFT-COUNT)
           MOVE EF-EMP-ID  TO WS-WORK-EMP-ID
           PERFORM 7000-FIND-EMPLOYEE
           MOVE WS-EMP-MATCH-IDX TO WS-EFT-EMP-IDX(WS-EFT-COUNT).
      *
       4000-SCAN-HISTORY.
      *    The history is appended in run order, so a running
      *    count of empty salaried pays - reset by any pay with
      *    hours - ends the pass as the employee's current streak.
      *    A period is counted once: BONUS-PAY and BACK-PAY add
      *    records with no hours for a period already paid, so a
      *    later record for the same period only ever resets the
      *    streak, when it carries hours.
      *    This period's record also gives the gross for the
      *    department norm.
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF END-OF-HISTORY
               EXIT PARAGRAPH
           END-IF
           IF HI-WEEK-ENDING > WS-PERIOD-ENDING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HISTORY-READ
           MOVE HI-EMP-ID TO WS-WORK-EMP-ID
           PERFORM 7000-FIND-EMPLOYEE
           IF WS-EMP-MATCH-IDX NOT = ZERO
              AND WS-EMP-SALARIED(WS-EMP-MATCH-IDX)
               PERFORM 4100-COUNT-EMPTY-PERIOD
           END-IF
           IF HI-WEEK-ENDING = WS-PERIOD-ENDING
               PERFORM 7100-FIND-EFT-CREDIT
               IF WS-EFT-MATCH-IDX NOT = ZERO
                   MOVE HI-GROSS TO WS-EFT-GROSS(WS-EFT-MATCH-IDX)
                   MOVE 'Y' TO WS-EFT-HIST-FLAG(WS-EFT-MATCH-IDX)
               END-IF
           END-IF.
      *
       4100-COUNT-EMPTY-PERIOD.
           IF HI-WEEK-ENDING = WS-EMP-LAST-SEEN(WS-EMP-MATCH-IDX)
               IF HI-HOURS NOT = ZERO
                   MOVE ZERO TO WS-EMP-EMPTY-RUN(WS-EMP-MATCH-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE HI-WEEK-ENDING TO WS-EMP-LAST-SEEN(WS-EMP-MATCH-IDX)
           IF HI-HOURS = ZERO
               IF WS-EMP-EMPTY-RUN(WS-EMP-MATCH-IDX) = ZERO
                   MOVE HI-WEEK-ENDING
                       TO WS-EMP-EMPTY-FROM(WS-EMP-MATCH-IDX)
               END-IF
               ADD 1 TO WS-EMP-EMPTY-RUN(WS-EMP-MATCH-IDX)
           ELSE
               MOVE ZERO TO WS-EMP-EMPTY-RUN(WS-EMP-MATCH-IDX)
           END-IF.
      *
       5000-SCAN-MAINT-AUDIT.
      *    Any maintenance record whose images show the bank
      *    details moving inside the window - the latest one per
      *    employee is kept for the report. An add has no before
      *    image to compare and a termination never moves them.
           READ MAINT-AUDIT-FILE
               AT END
                   SET END-OF-MAINT-AUDIT TO TRUE
           END-READ
           IF END-OF-MAINT-AUDIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAINT-READ
           IF MA-ACTION = 'A' OR MA-ACTION = 'T'
               EXIT PARAGRAPH
           END-IF
           IF MA-RUN-DATE < WS-WINDOW-START
               EXIT PARAGRAPH
           END-IF
           MOVE MA-BEFORE-IMAGE TO WS-AUDIT-BEFORE
           MOVE MA-AFTER-IMAGE  TO WS-AUDIT-AFTER
           IF BF-BANK-BSB = AF-BANK-BSB
              AND BF-BANK-ACCT = AF-BANK-ACCT
               EXIT PARAGRAPH
           END-IF
           MOVE MA-EMP-ID TO WS-WORK-EMP-ID
           PERFORM 7000-FIND-EMPLOYEE
           IF WS-EMP-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF MA-RUN-DATE NOT <
                  WS-EMP-BANK-CHG-DATE(WS-EMP-MATCH-IDX)
               MOVE MA-RUN-DATE
                   TO WS-EMP-BANK-CHG-DATE(WS-EMP-MATCH-IDX)
               MOVE MA-ENTERED-BY
                   TO WS-EMP-BANK-CHG-BY(WS-EMP-MATCH-IDX)
               MOVE MA-APPROVED-BY
                   TO WS-EMP-BANK-APPR-BY(WS-EMP-MATCH-IDX)
           END-IF.
      *
       6000-CHECK-CREDIT.
      *    Every check that needs only this credit and the master
           MOVE WS-EFT-EMP-ID(WS-EFT-IDX) TO XL-EMP-ID
           MOVE WS-EFT-EMP-IDX(WS-EFT-IDX) TO WS-EMP-IDX
           IF WS-EMP-IDX = ZERO
               MOVE WS-EFT-NET(WS-EFT-IDX) TO WS-AMOUNT-EDIT
               MOVE 'NOMS' TO XL-REASON
               STRING 'CREDIT OF ' WS-AMOUNT-EDIT
                      ' TO ' WS-EFT-BSB(WS-EFT-IDX)
                      '/' WS-EFT-ACCT(WS-EFT-IDX)
                      ' - NO SUCH EMPLOYEE'
                      DELIMITED BY SIZE
                      INTO XL-DETAIL
               PERFORM 8100-WRITE-EXCEPTION
           END-IF
           MOVE ZERO TO WS-EFT-MATCH-IDX
           PERFORM 6100-FIND-SHARED-ACCOUNT
               VARYING WS-EFT-SRCH-IDX FROM 1 BY 1
               UNTIL WS-EFT-SRCH-IDX > WS-EFT-COUNT
           IF WS-EFT-MATCH-IDX NOT = ZERO
               MOVE 'SHAC' TO XL-REASON
               STRING 'ACCOUNT ' WS-EFT-BSB(WS-EFT-IDX)
                      '/' WS-EFT-ACCT(WS-EFT-IDX)
                      ' ALSO PAID TO EMPLOYEE '
                      WS-EFT-EMP-ID(WS-EFT-MATCH-IDX)
                      DELIMITED BY SIZE
                      INTO XL-DETAIL
               PERFORM 8100-WRITE-EXCEPTION
           END-IF
           MOVE ZERO TO WS-EMP-MATCH-IDX
           PERFORM 6200-FIND-LEAVER-ACCOUNT
               VARYING WS-EMP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-EMP-SRCH-IDX > WS-EMP-COUNT
           IF WS-EMP-MATCH-IDX NOT = ZERO
               MOVE 'TRMA' TO XL-REASON
               STRING 'ACCOUNT ' WS-EFT-BSB(WS-EFT-IDX)
                      '/' WS-EFT-ACCT(WS-EFT-IDX)
                      ' BELONGS TO TERMINATED EMPLOYEE '
                      WS-EMP-KEY(WS-EMP-MATCH-IDX)
                      DELIMITED BY SIZE
                      INTO XL-DETAIL
               PERFORM 8100-WRITE-EXCEPTION
           END-IF
           IF WS-EMP-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-BANK-CHG-DATE(WS-EMP-IDX) NOT = ZERO
               MOVE 'BKCH' TO XL-REASON
               STRING 'BANK DETAILS CHANGED '
                      WS-EMP-BANK-CHG-DATE(WS-EMP-IDX)
                      ' KEYED BY ' WS-EMP-BANK-CHG-BY(WS-EMP-IDX)
                      ' APPROVED BY '
                      WS-EMP-BANK-APPR-BY(WS-EMP-IDX)
                      DELIMITED BY SIZE
                      INTO XL-DETAIL
               PERFORM 8100-WRITE-EXCEPTION
           END-IF
           IF WS-EMP-SALARIED(WS-EMP-IDX)
              AND WS-EMP-EMPTY-RUN(WS-EMP-IDX)
                  NOT < WS-NO-TIME-PERIODS
               MOVE WS-EMP-EMPTY-RUN(WS-EMP-IDX) TO WS-COUNT-EDIT
               MOVE 'NOTS' TO XL-REASON
               STRING 'SALARIED - NO HOURS OR LEAVE FOR '
                      WS-COUNT-EDIT
                      ' PERIODS SINCE '
                      WS-EMP-EMPTY-FROM(WS-EMP-IDX)
                      DELIMITED BY SIZE
                      INTO XL-DETAIL
               PERFORM 8100-WRITE-EXCEPTION
           END-IF.
      *
       6100-FIND-SHARED-ACCOUNT.
           IF WS-EFT-MATCH-IDX = ZERO
              AND WS-EFT-SRCH-IDX NOT = WS-EFT-IDX
              AND WS-EFT-BSB(WS-EFT-SRCH-IDX) = WS-EFT-BSB(WS-EFT-IDX)
              AND WS-EFT-ACCT(WS-EFT-SRCH-IDX)
                  = WS-EFT-ACCT(WS-EFT-IDX)
              AND WS-EFT-EMP-ID(WS-EFT-SRCH-IDX)
                  NOT = WS-EFT-EMP-ID(WS-EFT-IDX)
               MOVE WS-EFT-SRCH-IDX TO WS-EFT-MATCH-IDX
           END-IF.
      *
       6200-FIND-LEAVER-ACCOUNT.
           IF WS-EMP-MATCH-IDX = ZERO
              AND WS-EMP-LEFT(WS-EMP-SRCH-IDX)
              AND WS-EMP-KEY(WS-EMP-SRCH-IDX)
                  NOT = WS-EFT-EMP-ID(WS-EFT-IDX)
              AND WS-EMP-BSB(WS-EMP-SRCH-IDX) = WS-EFT-BSB(WS-EFT-IDX)
              AND WS-EMP-ACCT(WS-EMP-SRCH-IDX)
                  = WS-EFT-ACCT(WS-EFT-IDX)
               MOVE WS-EMP-SRCH-IDX TO WS-EMP-MATCH-IDX
           END-IF.
      *
       6500-ADD-DEPT-GROSS.
           IF WS-EFT-EMP-IDX(WS-EFT-IDX) = ZERO
              OR WS-EFT-HIST-FLAG(WS-EFT-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EFT-EMP-IDX(WS-EFT-IDX) TO WS-EMP-IDX
           PERFORM 7200-FIND-DEPT-ENTRY
           IF WS-DEPT-MATCH-IDX = ZERO
               IF WS-DEPT-COUNT NOT < 50
                   DISPLAY 'DEPARTMENT TABLE FULL - '
                       WS-EMP-DEPT(WS-EMP-IDX) ' NOT NORMED'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-IDX
               MOVE WS-EMP-DEPT(WS-EMP-IDX)
                   TO WS-DEPT-CODE(WS-DEPT-MATCH-IDX)
               MOVE ZERO TO WS-DEPT-PAID(WS-DEPT-MATCH-IDX)
               MOVE ZERO TO WS-DEPT-GROSS(WS-DEPT-MATCH-IDX)
           END-IF
           ADD 1 TO WS-DEPT-PAID(WS-DEPT-MATCH-IDX)
           ADD WS-EFT-GROSS(WS-EFT-IDX)
               TO WS-DEPT-GROSS(WS-DEPT-MATCH-IDX).
      *
       6600-CHECK-DEPT-NORM.
      *    The norm is the average gross of everyone else in the
      *    department this run - the employee under test is left
      *    out so an inflated pay cannot drag its own norm up. A
      *    department too small to have a norm is not tested.
           IF WS-EFT-EMP-IDX(WS-EFT-IDX) = ZERO
              OR WS-EFT-HIST-FLAG(WS-EFT-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EFT-EMP-IDX(WS-EFT-IDX) TO WS-EMP-IDX
           PERFORM 7200-FIND-DEPT-ENTRY
           IF WS-DEPT-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NORM-PEERS = WS-DEPT-PAID(WS-DEPT-MATCH-IDX) - 1
           IF WS-NORM-PEERS < WS-NORM-MIN-PEERS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NORM-GROSS ROUNDED =
               (WS-DEPT-GROSS(WS-DEPT-MATCH-IDX)
                   - WS-EFT-GROSS(WS-EFT-IDX)) / WS-NORM-PEERS
           COMPUTE WS-NORM-LIMIT ROUNDED =
               WS-NORM-GROSS * WS-NORM-MULTIPLE
           IF WS-EFT-GROSS(WS-EFT-IDX) > WS-NORM-LIMIT
               MOVE WS-EFT-EMP-ID(WS-EFT-IDX) TO XL-EMP-ID
               MOVE WS-EFT-GROSS(WS-EFT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-NORM-GROSS TO WS-AMOUNT-EDIT-2
               MOVE 'NORM' TO XL-REASON
               STRING 'GROSS ' WS-AMOUNT-EDIT
                      ' AGAINST DEPARTMENT NORM ' WS-AMOUNT-EDIT-2
                      DELIMITED BY SIZE
                      INTO XL-DETAIL
               PERFORM 8100-WRITE-EXCEPTION
           END-IF.
      *
       7000-FIND-EMPLOYEE.
           MOVE ZERO TO WS-EMP-MATCH-IDX
           PERFORM 7050-SCAN-EMPLOYEE
               VARYING WS-EMP-SRCH-IDX FROM 1 BY 1
               UNTIL WS-EMP-SRCH-IDX > WS-EMP-COUNT.
      *
       7050-SCAN-EMPLOYEE.
           IF WS-EMP-MATCH-IDX = ZERO
              AND WS-EMP-KEY(WS-EMP-SRCH-IDX) = WS-WORK-EMP-ID
               MOVE WS-EMP-SRCH-IDX TO WS-EMP-MATCH-IDX
           END-IF.
      *
       7100-FIND-EFT-CREDIT.
           MOVE ZERO TO WS-EFT-MATCH-IDX
           PERFORM 7150-SCAN-EFT-CREDIT
               VARYING WS-EFT-SRCH-IDX FROM 1 BY 1
               UNTIL WS-EFT-SRCH-IDX > WS-EFT-COUNT.
      *
       7150-SCAN-EFT-CREDIT.
           IF WS-EFT-MATCH-IDX = ZERO
              AND WS-EFT-EMP-ID(WS-EFT-SRCH-IDX) = WS-WORK-EMP-ID
               MOVE WS-EFT-SRCH-IDX TO WS-EFT-MATCH-IDX
           END-IF.
      *
       7200-FIND-DEPT-ENTRY.
           MOVE ZERO TO WS-DEPT-MATCH-IDX
           PERFORM 7250-SCAN-DEPT-ENTRY
               VARYING WS-DEPT-SRCH-IDX FROM 1 BY 1
               UNTIL WS-DEPT-SRCH-IDX > WS-DEPT-COUNT.
      *
       7250-SCAN-DEPT-ENTRY.
           IF WS-DEPT-MATCH-IDX = ZERO
              AND WS-DEPT-CODE(WS-DEPT-SRCH-IDX)
                  = WS-EMP-DEPT(WS-EMP-IDX)
               MOVE WS-DEPT-SRCH-IDX TO WS-DEPT-MATCH-IDX
           END-IF.
      *
       8000-WRITE-REPORT-LINE.
           WRITE SCAN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
      *
       8100-WRITE-EXCEPTION.
      *    Caller sets the reason, the employee id and the detail;
      *    name and department come from the master where there
      *    is one
           IF WS-EFT-EMP-IDX(WS-EFT-IDX) = ZERO
               MOVE 'NOT ON EMPLOYEE MASTER' TO XL-EMP-NAME
               MOVE SPACES TO XL-DEPT
           ELSE
               MOVE WS-EMP-NAME(WS-EFT-EMP-IDX(WS-EFT-IDX))
                   TO XL-EMP-NAME
               MOVE WS-EMP-DEPT(WS-EFT-EMP-IDX(WS-EFT-IDX))
                   TO XL-DEPT
           END-IF
           EVALUATE XL-REASON
               WHEN 'SHAC'
                   ADD 1 TO WS-SHAC-COUNT
               WHEN 'BKCH'
                   ADD 1 TO WS-BKCH-COUNT
               WHEN 'NOTS'
                   ADD 1 TO WS-NOTS-COUNT
               WHEN 'TRMA'
                   ADD 1 TO WS-TRMA-COUNT
               WHEN 'NORM'
                   ADD 1 TO WS-NORM-COUNT
               WHEN 'NOMS'
                   ADD 1 TO WS-NOMS-COUNT
           END-EVALUATE
           ADD 1 TO WS-EXCEPTIONS
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO XL-DETAIL.
      *
       9000-FINALIZE.
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-EXCEPTIONS = ZERO
               MOVE 'NO EXCEPTIONS FOUND' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           STRING 'EFT CREDITS SCANNED: ' WS-EFT-DETAIL-COUNT
                  '  EXCEPTIONS: '        WS-EXCEPTIONS
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING '  SHAC ' WS-SHAC-COUNT
                  '  BKCH ' WS-BKCH-COUNT
                  '  NOTS ' WS-NOTS-COUNT
                  '  TRMA ' WS-TRMA-COUNT
                  '  NORM ' WS-NORM-COUNT
                  '  NOMS ' WS-NOMS-COUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-SIGN-OFF
           DISPLAY '=================================='
           DISPLAY 'PAY RUN INTEGRITY SCAN COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'EMPLOYEES READ:    ' WS-EMPLOYEES-READ
           DISPLAY 'EFT CREDITS:       ' WS-EFT-DETAIL-COUNT
           DISPLAY 'HISTORY READ:      ' WS-HISTORY-READ
           DISPLAY 'MAINT AUDIT READ:  ' WS-MAINT-READ
           DISPLAY 'EXCEPTIONS:        ' WS-EXCEPTIONS
           IF WS-EXCEPTIONS NOT = ZERO
               DISPLAY 'EXCEPTIONS MUST BE CLEARED BEFORE RELEASE'
           END-IF
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE EMPLOYEE-FILE
                 EFT-FILE
                 PAY-HISTORY-FILE
                 SCAN-REPORT-FILE
           IF WS-MAUD-STATUS NOT = '35'
               CLOSE MAINT-AUDIT-FILE
           END-IF.
      *
       9100-WRITE-SIGN-OFF.
      *    The scan is signed with the balancing certificate it
      *    goes with - so the certificate is printed here and held
      *    against the EFT file this scan actually read
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS = '00'
               READ CERT-FILE
                   NOT AT END
                       SET CERT-FOUND TO TRUE
               END-READ
               CLOSE CERT-FILE
           END-IF
           IF NOT CERT-FOUND
               STRING 'NO PAY-RECON CERTIFICATE'
                      ' - EFT FILE MUST NOT BE RELEASED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               MOVE CT-TOTAL-NET TO WS-TOTAL-EDIT
               STRING 'PAY-RECON CERTIFICATE ' CT-RUN-DATE
                      '  EMPLOYEES: ' CT-EMPLOYEES
                      '  NET: ' WS-TOTAL-EDIT
                      '  ' CT-STATUS
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               IF CT-EMPLOYEES NOT = WS-EFT-DETAIL-COUNT
                  OR CT-TOTAL-NET NOT = WS-EFT-DETAIL-SUM
                   SET CERT-DISAGREES TO TRUE
                   STRING 'CERTIFICATE DOES NOT MATCH THIS EFT FILE'
                          ' - RERUN PAY-RECON'
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'EXCEPTIONS REVIEWED WITH THE CERTIFICATE ABOVE'
                  ' AND EFT RELEASE APPROVED'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'SIGNED: ______________________'
                  '   NAME: ______________________'
                  '   DATE: ____________'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       9800-END-JOB-STEP.
           MOVE WS-EFT-DETAIL-COUNT TO JR-RECORD-COUNT
           MOVE WS-EFT-DETAIL-SUM   TO JR-CONTROL-AMOUNT
           MOVE SPACES              TO JR-RESULT-TEXT
           SET JR-END-FAILED TO TRUE
           EVALUATE TRUE
               WHEN NOT CERT-FOUND
                   MOVE 'NO PAY-RECON CERTIFICATE'
                       TO JR-RESULT-TEXT
               WHEN CERT-DISAGREES
                   MOVE 'CERTIFICATE DOES NOT MATCH EFT'
                       TO JR-RESULT-TEXT
               WHEN WS-EXCEPTIONS NOT = ZERO
                   STRING 'EXCEPTIONS TO CLEAR ' WS-EXCEPTIONS
                          DELIMITED BY SIZE
                          INTO JR-RESULT-TEXT
               WHEN OTHER
                   SET JR-END-CLEAN TO TRUE
                   MOVE 'NO EXCEPTIONS - CERTIFICATE OK'
                       TO JR-RESULT-TEXT
           END-EVALUATE
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
