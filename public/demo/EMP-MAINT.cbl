      * audit record ahead of the master write, the same durable
      * trail the pay run's YTD update keeps. Corrected bank
      * details clear the bank-failed flag a returns run set, so
      * the next pay run pays instead of holding, and a new email
      * address clears the email-failed flag a bounced payslip
      * set, so PAYSLIP-DIST emails the slip again. A maintenance
      * report lists every transaction with what happened to it.
      * Bank details, pay rate and pay type never go straight onto
      * the master: a change to any of them is held on the
      * pending-changes file and applied only when a different
      * user presents an approval ('V') in a later run. Held
      * changes nobody approves age out, and a pending-approvals
      * report lists every held change with the user who keyed it
      * and what became of it this run. An approved rate or pay
      * type change stamps the master with the first period-ending
      * the new rate is paid on, the date BACK-PAY prices arrears
      * up to.
      * The master is shared by every pay group, so the run is
      * recorded on the job-step ledger against every group's
      * current period and will not start while any group's main
      * run is running or awaiting restart.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MAINT-REPORT-FILE ASSIGN TO MNTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT NEW-PENDING-FILE ASSIGN TO NEWPEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWP-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO PENDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *    One transaction per record - see the copybook for
      *    what an add, a change and a termination must carry
       FD  MAINT-TRANS-FILE.
           COPY MAINT-TRANS-RECORD.
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
           COPY RUN-CONTROL.
      *
      *    One record per applied transaction, written immediately
      *    before the master write
       FD  MAINT-AUDIT-FILE.
           COPY MAINT-AUDIT-RECORD.
      *
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-RECORD     PIC X(132).
      *
      *    Changes held for approval by earlier runs - absent
      *    until the first sensitive change is ever keyed
       FD  PENDING-CHANGE-FILE.
           COPY PENDING-CHANGE-RECORD.
      *
      *    Still-pending changes carried forward plus this run's
      *    new ones - swapped in as the pending file for the next
      *    run, the same generation swap as the suspense file
       FD  NEW-PENDING-FILE.
           COPY PENDING-CHANGE-RECORD
               REPLACING ==PENDING-CHANGE-RECORD== BY
                         ==NEW-PENDING-RECORD==
                         LEADING ==PC== BY ==NP==.
      *
       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-RECORD   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-AUDIT-STATUS     PIC XX.
           05  WS-RPT-STATUS       PIC XX.
           05  WS-PEND-STATUS      PIC XX.
           05  WS-NEWP-STATUS      PIC XX.
           05  WS-PRPT-STATUS      PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-TRANS        PIC X(1) VALUE 'N'.
               88  EMPLOYEE-FOUND  VALUE 'Y'.
           05  WS-RUNCTL-EOF-SWITCH PIC X(1) VALUE 'N'.
               88  END-OF-RUN-CONTROL VALUE 'Y'.
           05  WS-PEND-EOF-SWITCH  PIC X(1) VALUE 'N'.
               88  END-OF-PENDING  VALUE 'Y'.
           05  WS-HELD-SWITCH      PIC X(1) VALUE 'N'.
               88  CHANGE-HELD     VALUE 'Y'.
           05  WS-STEP-REFUSED-FLAG PIC X(1) VALUE 'N'.
               88  STEP-REFUSED    VALUE 'Y'.
      *
      *    The pay groups that actually have a calendar - a pay
      *    group keyed onto the master must be one of these or
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT      PIC 9(1) VALUE ZERO.
           05  WS-CAL-GROUP        PIC X(2) OCCURS 6 TIMES.
           05  WS-CAL-ENDING       PIC 9(8) OCCURS 6 TIMES.
      *    'Y' once a completed-run record shows the calendar's
      *    current period has already been paid
           05  WS-CAL-RUN-DONE     PIC X(1) OCCURS 6 TIMES.
      *
       01  WS-GRP-IDX              PIC 9(1).
       01  WS-GRP-MATCH-IDX        PIC 9(1).
       01  WS-GRP-STARTED          PIC 9(1) VALUE ZERO.
       01  WS-STEP-REFUSAL         PIC X(80).
      *
       01  WS-COUNTERS.
           05  WS-TRANS-READ       PIC 9(6) VALUE ZERO.
           05  WS-TRANS-APPLIED    PIC 9(6) VALUE ZERO.
           05  WS-TRANS-REJECTED   PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-HELD     PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-APPROVED PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-EXPIRED  PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-PENDING  PIC 9(6) VALUE ZERO.
      *
      *    Held changes age out after this many days without an
      *    approval - they must be keyed again to go ahead
       01  WS-PENDING-MAX-DAYS     PIC 9(3) VALUE 14.
      *
      *    Every held change - carried in from the pending file,
      *    then added to, approved or superseded as this run's
      *    transactions arrive, and written out at the end. A
      *    change keyed this run cannot be approved this run.
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 500 TIMES.
               10  WS-PD-EMP-ID    PIC 9(6).
               10  WS-PD-TYPE      PIC X(1).
               10  WS-PD-NEW-BSB   PIC 9(6).
               10  WS-PD-NEW-ACCT  PIC 9(9).
               10  WS-PD-NEW-RATE  PIC 9(4)V99.
               10  WS-PD-NEW-PAY-TYPE PIC X(1).
               10  WS-PD-OLD-BSB   PIC 9(6).
               10  WS-PD-OLD-ACCT  PIC 9(9).
               10  WS-PD-OLD-RATE  PIC 9(4)V99.
               10  WS-PD-OLD-PAY-TYPE PIC X(1).
               10  WS-PD-KEYED-BY  PIC X(8).
               10  WS-PD-KEYED-DATE PIC 9(8).
               10  WS-PD-THIS-RUN  PIC X(1).
               10  WS-PD-STATE     PIC X(1).
                   88  WS-PD-PENDING    VALUE 'P'.
                   88  WS-PD-APPROVED   VALUE 'A'.
                   88  WS-PD-SUPERSEDED VALUE 'S'.
                   88  WS-PD-APPLYING   VALUE 'W'.
               10  WS-PD-APPROVED-BY PIC X(8).
      *
       01  WS-PEND-IDX             PIC 9(3).
       01  WS-PEND-ELIGIBLE        PIC 9(3).
       01  WS-PEND-SAME-USER       PIC 9(3).
       01  WS-PEND-AGE-DAYS        PIC S9(5).
       01  WS-HOLD-TYPE            PIC X(1).
       01  WS-HELD-STATE-TO        PIC X(1).
      *
       01  WS-EDIT-REASON          PIC X(40).
      *
       01  WS-EMAIL-CHECK.
           05  WS-EMAIL-AT-COUNT   PIC 9(2).
           05  WS-EMAIL-DOT-COUNT  PIC 9(2).
           05  WS-EMAIL-LENGTH     PIC 9(2).
           05  WS-EMAIL-LOCAL      PIC X(60).
           05  WS-EMAIL-DOMAIN     PIC X(60).
      *
      *    Master image as it stood before this transaction -
      *    spaces for an add, where there is no before
       01  WS-BEFORE-IMAGE         PIC X(250).
      *
       01  WS-REPORT-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE PIC 9(8).
      *
       01  WS-PENDING-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PL-EMP-ID           PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-CHANGE-TYPE      PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-OLD-VALUE        PIC X(18).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-NEW-VALUE        PIC X(18).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-KEYED-BY         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-KEYED-DATE       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-AGE-DAYS         PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-STATUS           PIC X(30).
           05  FILLER              PIC X(16) VALUE SPACES.
      *
       01  WS-VALUE-EDIT.
           05  WS-RATE-EDIT        PIC Z,ZZ9.99.
      *
       COPY JOB-STEP-REQUEST.
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
      *    The calendars say which groups' runs the master is
      *    shared with - all of them are checked on the ledger
      *    before the master is opened
           PERFORM 1020-LOAD-PAY-GROUPS
           PERFORM 1080-START-JOB-STEPS
           OPEN INPUT  MAINT-TRANS-FILE
                I-O    EMPLOYEE-FILE
                EXTEND MAINT-AUDIT-FILE
                OUTPUT MAINT-REPORT-FILE
                       NEW-PENDING-FILE
                       PENDING-REPORT-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                   WS-TRANS-STATUS
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF
           PERFORM 1040-LOAD-PENDING-CHANGES
           PERFORM 1070-WRITE-REPORT-HEADINGS.
      *
       1020-LOAD-PAY-GROUPS.
           IF END-OF-RUN-CONTROL
               EXIT PARAGRAPH
           END-IF
           IF RC-COMPLETED-RUN
               PERFORM 1035-MARK-RUN-DONE
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT RC-CONTROL
               EXIT PARAGRAPH
           END-IF
           IF WS-GROUP-COUNT < 6
               ADD 1 TO WS-GROUP-COUNT
               MOVE RC-PAY-GROUP TO WS-CAL-GROUP(WS-GROUP-COUNT)
               MOVE RC-PERIOD-ENDING
                   TO WS-CAL-ENDING(WS-GROUP-COUNT)
               MOVE 'N' TO WS-CAL-RUN-DONE(WS-GROUP-COUNT)
           END-IF.
      *
       1035-MARK-RUN-DONE.
           IF WS-CAL-GROUP(WS-GRP-IDX) = RC-PAY-GROUP
              AND WS-CAL-ENDING(WS-GRP-IDX) = RC-PERIOD-ENDING
               MOVE 'Y' TO WS-CAL-RUN-DONE(WS-GRP-IDX)
           END-IF.
      *
       1080-START-JOB-STEPS.
      *    One step per group's current period. A refusal for any
      *    group stops the run, and the groups already started are
      *    ended failed so none is left showing as running
           PERFORM 1085-START-GROUP-STEP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                  OR STEP-REFUSED
           IF STEP-REFUSED
               PERFORM 1090-BACK-OUT-GROUP-STEP
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-STARTED
               DISPLAY WS-STEP-REFUSAL
               STOP RUN
           END-IF.
      *
       1085-START-GROUP-STEP.
           SET JR-START-STEP TO TRUE
           MOVE WS-CAL-GROUP(WS-GRP-IDX)  TO JR-PAY-GROUP
           MOVE WS-CAL-ENDING(WS-GRP-IDX) TO JR-PERIOD-ENDING
           MOVE 'EMPMAINT'                TO JR-STEP-ID
           MOVE ZERO                      TO JR-RECORD-COUNT
           MOVE ZERO                      TO JR-CONTROL-AMOUNT
           MOVE SPACES                    TO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-REFUSED
               SET STEP-REFUSED TO TRUE
               MOVE JR-MESSAGE TO WS-STEP-REFUSAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-STARTED
           IF JR-MESSAGE NOT = SPACES
               DISPLAY JR-MESSAGE
           END-IF.
      *
       1090-BACK-OUT-GROUP-STEP.
           SET JR-END-FAILED TO TRUE
           MOVE WS-CAL-GROUP(WS-GRP-IDX)  TO JR-PAY-GROUP
           MOVE WS-CAL-ENDING(WS-GRP-IDX) TO JR-PERIOD-ENDING
           MOVE 'EMPMAINT'                TO JR-STEP-ID
           MOVE ZERO                      TO JR-RECORD-COUNT
           MOVE ZERO                      TO JR-CONTROL-AMOUNT
           MOVE 'NOT RUN - REFUSED FOR A GROUP'
               TO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
      *
       1040-LOAD-PENDING-CHANGES.
      *    A '35' means no change has ever been held - start with
      *    an empty table rather than refusing to run
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PENDING CHANGE FILE: '
                   WS-PEND-STATUS
               STOP RUN
           END-IF
           PERFORM 1045-LOAD-PENDING-CHANGE
               UNTIL END-OF-PENDING
           CLOSE PENDING-CHANGE-FILE.
      *
       1045-LOAD-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
           END-READ
           IF END-OF-PENDING
               EXIT PARAGRAPH
           END-IF
      *    A held change that cannot be carried must not vanish
      *    quietly - stop so the table can be enlarged
           IF WS-PEND-COUNT NOT < 500
               DISPLAY 'PENDING CHANGE TABLE FULL - RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PC-EMP-ID        TO WS-PD-EMP-ID(WS-PEND-COUNT)
           MOVE PC-CHANGE-TYPE   TO WS-PD-TYPE(WS-PEND-COUNT)
           MOVE PC-NEW-BANK-BSB  TO WS-PD-NEW-BSB(WS-PEND-COUNT)
           MOVE PC-NEW-BANK-ACCT TO WS-PD-NEW-ACCT(WS-PEND-COUNT)
           MOVE PC-NEW-PAY-RATE  TO WS-PD-NEW-RATE(WS-PEND-COUNT)
           MOVE PC-NEW-PAY-TYPE  TO WS-PD-NEW-PAY-TYPE(WS-PEND-COUNT)
           MOVE PC-OLD-BANK-BSB  TO WS-PD-OLD-BSB(WS-PEND-COUNT)
           MOVE PC-OLD-BANK-ACCT TO WS-PD-OLD-ACCT(WS-PEND-COUNT)
           MOVE PC-OLD-PAY-RATE  TO WS-PD-OLD-RATE(WS-PEND-COUNT)
           MOVE PC-OLD-PAY-TYPE  TO WS-PD-OLD-PAY-TYPE(WS-PEND-COUNT)
           MOVE PC-KEYED-BY      TO WS-PD-KEYED-BY(WS-PEND-COUNT)
           MOVE PC-KEYED-DATE    TO WS-PD-KEYED-DATE(WS-PEND-COUNT)
           MOVE 'N'              TO WS-PD-THIS-RUN(WS-PEND-COUNT)
           SET WS-PD-PENDING(WS-PEND-COUNT) TO TRUE
           MOVE SPACES           TO WS-PD-APPROVED-BY(WS-PEND-COUNT).
      *
       1070-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-REPORT-LINE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO PENDING-REPORT-RECORD
           STRING 'BANK AND PAY RATE CHANGES AWAITING APPROVAL'
                  ' - RUN DATE: ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO PENDING-REPORT-RECORD
           WRITE PENDING-REPORT-RECORD
           MOVE SPACES TO PENDING-REPORT-RECORD
           STRING ' EMP ID'
                  '  TYPE'
                  '  FROM              '
                  '  TO                '
                  '  KEYED BY'
                  '  KEYED ON'
                  '    AGE'
                  '  STATUS'
                  DELIMITED BY SIZE
                  INTO PENDING-REPORT-RECORD
           WRITE PENDING-REPORT-RECORD.
      *
       2000-PROCESS-TRANS.
           READ MAINT-TRANS-FILE
                   PERFORM 4100-APPLY-CHANGE
               WHEN MT-TERMINATE
                   PERFORM 4200-APPLY-TERMINATE
               WHEN MT-APPROVE
                   PERFORM 4300-APPLY-APPROVAL
           END-EVALUATE.
      *
       2500-LOCATE-EMPLOYEE.
      *    Checks run in order of cheapness and the first failure
      *    stops the transaction - one reject line per bad
      *    transaction, carrying the first reason found
           IF NOT (MT-ADD OR MT-CHANGE OR MT-TERMINATE
                   OR MT-APPROVE)
               MOVE 'ACTION NOT A, C, T OR V' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MT-EMP-ID NOT NUMERIC
                   IF EMP-TERMINATED
                       MOVE 'ALREADY TERMINATED'
                           TO WS-EDIT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 3700-VALIDATE-TERMINATION
               WHEN MT-APPROVE
                   IF NOT EMPLOYEE-FOUND
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO WS-EDIT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 3600-VALIDATE-APPROVAL
           END-EVALUATE.
      *
       3100-VALIDATE-ADD-FIELDS.
                   TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MT-LEAVE-LOADING NOT = SPACE
              AND MT-LEAVE-LOADING NOT = 'Y'
              AND MT-LEAVE-LOADING NOT = 'N'
               MOVE 'LEAVE LOADING FLAG NOT Y OR N'
                   TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-VALIDATE-SLIP-DELIVERY
           IF WS-EDIT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      *    A new hire must land on a pay calendar or no run will
      *    ever pay them - the group is proved against the run
      *    control's calendars, whatever was keyed (including a
                   TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MT-LEAVE-LOADING NOT = SPACE
              AND MT-LEAVE-LOADING NOT = 'Y'
              AND MT-LEAVE-LOADING NOT = 'N'
               MOVE 'LEAVE LOADING FLAG NOT Y OR N'
                   TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-VALIDATE-SLIP-DELIVERY
           IF WS-EDIT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      *    Bank, rate and pay-type changes are held for a second
      *    user's approval - which means knowing who keyed them,
      *    and having room to hold them (a bank and a rate change
      *    on the one transaction take two entries)
           IF MT-PAY-RATE NOT = ZERO
              OR MT-PAY-TYPE NOT = SPACE
              OR MT-BANK-BSB NOT = SPACES
               IF MT-ENTERED-BY = SPACES
                   MOVE 'KEYING USER REQUIRED FOR BANK/RATE'
                       TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-PEND-COUNT > 498
                   MOVE 'PENDING CHANGE TABLE FULL'
                       TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    A group change must move the employee onto a calendar
      *    that exists; blank means leave-as-is on a change
           IF MT-PAY-GROUP NOT = SPACES
              OR MT-BANK-ACCT = '000000000'
               MOVE 'ACCOUNT NOT NUMERIC' TO WS-EDIT-REASON
           END-IF.
      *
       3600-VALIDATE-APPROVAL.
      *    An approval must name its approver, and there must be a
      *    held change for the employee, from an earlier run and
      *    not yet aged out, that somebody else keyed - nobody
      *    approves their own change
           IF MT-ENTERED-BY = SPACES
               MOVE 'APPROVING USER REQUIRED' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PEND-ELIGIBLE
           MOVE ZERO TO WS-PEND-SAME-USER
           PERFORM 3650-COUNT-APPROVABLE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           IF WS-PEND-ELIGIBLE = ZERO
               IF WS-PEND-SAME-USER > ZERO
                   MOVE 'APPROVER KEYED THE CHANGE'
                       TO WS-EDIT-REASON
               ELSE
                   MOVE 'NO HELD CHANGE FROM AN EARLIER RUN'
                       TO WS-EDIT-REASON
               END-IF
           END-IF.
      *
       3650-COUNT-APPROVABLE.
           IF WS-PD-EMP-ID(WS-PEND-IDX) NOT = EMP-ID
              OR NOT WS-PD-PENDING(WS-PEND-IDX)
              OR WS-PD-THIS-RUN(WS-PEND-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 3660-CALC-PENDING-AGE
           IF WS-PEND-AGE-DAYS > WS-PENDING-MAX-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-PD-KEYED-BY(WS-PEND-IDX) = MT-ENTERED-BY
               ADD 1 TO WS-PEND-SAME-USER
           ELSE
               ADD 1 TO WS-PEND-ELIGIBLE
           END-IF.
      *
       3660-CALC-PENDING-AGE.
           COMPUTE WS-PEND-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE
                       (WS-PD-KEYED-DATE(WS-PEND-IDX)).
      *
       3700-VALIDATE-TERMINATION.
      *    The separation certificate needs the last day worked
      *    and the reason the job ended - a termination without
      *    them leaves the certificate to be filled in by hand.
      *    The pay run final-pays on the next run, so the last
      *    day cannot still be to come.
           IF MT-TERM-DATE NOT NUMERIC
              OR MT-TERM-DATE-N = ZERO
               MOVE 'TERMINATION DATE REQUIRED' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(MT-TERM-DATE-N) NOT = ZERO
               MOVE 'TERMINATION DATE NOT A REAL DATE'
                   TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MT-TERM-DATE-N > WS-TODAY
               MOVE 'TERMINATION DATE IN THE FUTURE'
                   TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT MT-SEP-REASON-VALID
               MOVE 'SEPARATION REASON NOT V, I, D, S, C OR O'
                   TO WS-EDIT-REASON
           END-IF.
      *
       3800-VALIDATE-SLIP-DELIVERY.
           IF MT-SLIP-DELIVERY NOT = SPACE
              AND MT-SLIP-DELIVERY NOT = 'E'
              AND MT-SLIP-DELIVERY NOT = 'P'
               MOVE 'SLIP DELIVERY NOT E OR P' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MT-EMAIL-ADDR NOT = SPACES
               PERFORM 3810-VALIDATE-EMAIL-ADDR
               IF WS-EDIT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    Email delivery needs an address to deliver to - keyed
      *    now, or already on the master for a change
           IF MT-SLIP-DELIVERY = 'E'
              AND MT-EMAIL-ADDR = SPACES
               IF MT-ADD OR EMP-EMAIL-ADDR = SPACES
                   MOVE 'EMAIL ADDRESS REQUIRED FOR EMAIL SLIPS'
                       TO WS-EDIT-REASON
               END-IF
           END-IF.
      *
       3810-VALIDATE-EMAIL-ADDR.
      *    One '@', something either side of it, a dot in the
      *    domain and no embedded blanks - enough to stop a keying
      *    slip sending payslips into the gateway's returns
           MOVE ZERO TO WS-EMAIL-AT-COUNT
           MOVE ZERO TO WS-EMAIL-LENGTH
           MOVE ZERO TO WS-EMAIL-DOT-COUNT
           INSPECT MT-EMAIL-ADDR TALLYING
               WS-EMAIL-AT-COUNT FOR ALL '@'
           INSPECT MT-EMAIL-ADDR TALLYING
               WS-EMAIL-LENGTH FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-EMAIL-LOCAL
           MOVE SPACES TO WS-EMAIL-DOMAIN
           UNSTRING MT-EMAIL-ADDR DELIMITED BY '@'
               INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
           END-UNSTRING
           INSPECT WS-EMAIL-DOMAIN TALLYING
               WS-EMAIL-DOT-COUNT FOR ALL '.'
           IF WS-EMAIL-AT-COUNT NOT = 1
              OR WS-EMAIL-LOCAL = SPACES
              OR WS-EMAIL-DOMAIN = SPACES
              OR WS-EMAIL-DOT-COUNT = ZERO
               MOVE 'EMAIL ADDRESS NOT VALID' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-EMAIL-LENGTH < 60
              AND MT-EMAIL-ADDR(WS-EMAIL-LENGTH + 1:) NOT = SPACES
               MOVE 'EMAIL ADDRESS CONTAINS BLANKS'
                   TO WS-EDIT-REASON
           END-IF.
      *
       4000-APPLY-ADD.
           MOVE SPACES TO EMPLOYEE-RECORD
           MOVE ZERO               TO EMP-YTD-GROSS
           MOVE ZERO               TO EMP-YTD-TAX
           MOVE ZERO               TO EMP-YTD-SUPER
           MOVE ZERO               TO EMP-YTD-RESC
           SET EMP-ACTIVE          TO TRUE
           MOVE ZERO               TO EMP-SUPER-QTR-BASE
           MOVE ZERO               TO EMP-SUPER-QTR-NUM
           MOVE MT-PAY-GROUP       TO EMP-PAY-GROUP
           MOVE SPACE              TO EMP-BANK-FAIL-FLAG
           MOVE SPACE              TO EMP-FUND-FAIL-FLAG
           IF MT-LEAVE-LOADING = 'Y'
               MOVE 'Y'            TO EMP-LEAVE-LOADING-FLAG
           ELSE
               MOVE 'N'            TO EMP-LEAVE-LOADING-FLAG
           END-IF
           MOVE MT-AWARD-CLASS     TO EMP-AWARD-CLASS
           MOVE ZERO               TO EMP-TERM-DATE
           MOVE SPACE              TO EMP-SEP-REASON
           MOVE MT-EMAIL-ADDR      TO EMP-EMAIL-ADDR
           IF MT-SLIP-DELIVERY NOT = SPACE
               MOVE MT-SLIP-DELIVERY TO EMP-SLIP-DELIVERY
           ELSE
               IF MT-EMAIL-ADDR NOT = SPACES
                   SET EMP-SLIP-BY-EMAIL TO TRUE
               ELSE
                   SET EMP-SLIP-BY-POST  TO TRUE
               END-IF
           END-IF
           MOVE SPACE              TO EMP-EMAIL-FAIL-FLAG
           MOVE ZERO               TO EMP-RATE-APPLIED-DATE
           PERFORM 5100-WRITE-MAINT-AUDIT
           WRITE EMPLOYEE-RECORD
               INVALID KEY
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4100-APPLY-CHANGE.
           MOVE 'N' TO WS-HELD-SWITCH
           IF MT-EMP-NAME NOT = SPACES
               MOVE MT-EMP-NAME TO EMP-NAME
           END-IF
           IF MT-EMP-DEPT NOT = SPACES
               MOVE MT-EMP-DEPT TO EMP-DEPT
           END-IF
      *    Rate and pay type travel together - a type change
      *    re-reads the rate as hourly or annual / 100 - and are
      *    held for approval, never applied here
           IF MT-PAY-RATE NOT = ZERO
              OR MT-PAY-TYPE NOT = SPACE
               PERFORM 4150-HOLD-RATE-CHANGE
           END-IF
           IF MT-TAX-CODE NOT = SPACES
               MOVE MT-TAX-CODE TO EMP-TAX-CODE
           IF MT-PAY-GROUP NOT = SPACES
               MOVE MT-PAY-GROUP TO EMP-PAY-GROUP
           END-IF
           IF MT-LEAVE-LOADING NOT = SPACE
               MOVE MT-LEAVE-LOADING TO EMP-LEAVE-LOADING-FLAG
           END-IF
           IF MT-AWARD-CLASS NOT = SPACES
               MOVE MT-AWARD-CLASS TO EMP-AWARD-CLASS
           END-IF
      *    A new address supersedes the one the gateway bounced -
      *    clearing the failed flag puts the employee back on email
           IF MT-EMAIL-ADDR NOT = SPACES
               MOVE MT-EMAIL-ADDR TO EMP-EMAIL-ADDR
               MOVE SPACE         TO EMP-EMAIL-FAIL-FLAG
           END-IF
           IF MT-SLIP-DELIVERY NOT = SPACE
               MOVE MT-SLIP-DELIVERY TO EMP-SLIP-DELIVERY
           END-IF
           IF MT-BANK-BSB NOT = SPACES
               PERFORM 4160-HOLD-BANK-CHANGE
           END-IF
      *    A change carrying nothing but held fields leaves the
      *    master exactly as it was - no audit, no rewrite
           IF EMPLOYEE-RECORD = WS-BEFORE-IMAGE
               ADD 1 TO WS-TRANS-APPLIED
               MOVE 'HELD FOR APPROVAL' TO RL-RESULT
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-WRITE-MAINT-AUDIT
           REWRITE EMPLOYEE-RECORD
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-TRANS-APPLIED
           IF CHANGE-HELD
               MOVE 'CHANGED - BANK/RATE HELD FOR APPROVAL'
                   TO RL-RESULT
           ELSE
               MOVE 'CHANGED' TO RL-RESULT
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4150-HOLD-RATE-CHANGE.
           MOVE 'R' TO WS-HOLD-TYPE
           PERFORM 4170-SUPERSEDE-HELD-CHANGE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           PERFORM 4180-ADD-HELD-CHANGE
           MOVE MT-PAY-RATE  TO WS-PD-NEW-RATE(WS-PEND-COUNT)
           MOVE MT-PAY-TYPE  TO WS-PD-NEW-PAY-TYPE(WS-PEND-COUNT).
      *
       4160-HOLD-BANK-CHANGE.
           MOVE 'B' TO WS-HOLD-TYPE
           PERFORM 4170-SUPERSEDE-HELD-CHANGE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           PERFORM 4180-ADD-HELD-CHANGE
           MOVE MT-BANK-BSB  TO WS-PD-NEW-BSB(WS-PEND-COUNT)
           MOVE MT-BANK-ACCT TO WS-PD-NEW-ACCT(WS-PEND-COUNT).
      *
       4170-SUPERSEDE-HELD-CHANGE.
      *    The latest keyed change of a kind is the one awaiting
      *    approval - an earlier one still waiting drops out, so
      *    an approver can never apply a stale value
           IF WS-PD-EMP-ID(WS-PEND-IDX) = EMP-ID
              AND WS-PD-TYPE(WS-PEND-IDX) = WS-HOLD-TYPE
              AND WS-PD-PENDING(WS-PEND-IDX)
               SET WS-PD-SUPERSEDED(WS-PEND-IDX) TO TRUE
           END-IF.
      *
       4180-ADD-HELD-CHANGE.
      *    The old values are the master's as keyed - what the
      *    approver sees the change is moving away from
           ADD 1 TO WS-PEND-COUNT
           MOVE EMP-ID          TO WS-PD-EMP-ID(WS-PEND-COUNT)
           MOVE WS-HOLD-TYPE    TO WS-PD-TYPE(WS-PEND-COUNT)
           MOVE ZERO            TO WS-PD-NEW-BSB(WS-PEND-COUNT)
           MOVE ZERO            TO WS-PD-NEW-ACCT(WS-PEND-COUNT)
           MOVE ZERO            TO WS-PD-NEW-RATE(WS-PEND-COUNT)
           MOVE SPACE           TO WS-PD-NEW-PAY-TYPE(WS-PEND-COUNT)
           MOVE EMP-BANK-BSB    TO WS-PD-OLD-BSB(WS-PEND-COUNT)
           MOVE EMP-BANK-ACCT   TO WS-PD-OLD-ACCT(WS-PEND-COUNT)
           MOVE EMP-PAY-RATE    TO WS-PD-OLD-RATE(WS-PEND-COUNT)
           MOVE EMP-PAY-TYPE    TO WS-PD-OLD-PAY-TYPE(WS-PEND-COUNT)
           MOVE MT-ENTERED-BY   TO WS-PD-KEYED-BY(WS-PEND-COUNT)
           MOVE WS-TODAY        TO WS-PD-KEYED-DATE(WS-PEND-COUNT)
           MOVE 'Y'             TO WS-PD-THIS-RUN(WS-PEND-COUNT)
           SET WS-PD-PENDING(WS-PEND-COUNT) TO TRUE
           MOVE SPACES          TO WS-PD-APPROVED-BY(WS-PEND-COUNT)
           SET CHANGE-HELD TO TRUE
           ADD 1 TO WS-CHANGES-HELD.
      *
       4200-APPLY-TERMINATE.
      *    Marked 'T', not deleted - the pay run's termination
      *    sequence still owes the final pay and leave payout,
      *    and marks the record paid-out itself once that goes
           SET EMP-TERMINATED TO TRUE
           MOVE MT-TERM-DATE-N TO EMP-TERM-DATE
           MOVE MT-SEP-REASON  TO EMP-SEP-REASON
           PERFORM 5100-WRITE-MAINT-AUDIT
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
           ADD 1 TO WS-TRANS-APPLIED
           MOVE 'TERMINATED - AWAITING FINAL PAY' TO RL-RESULT
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4300-APPLY-APPROVAL.
      *    Every held change for the employee that this approver
      *    did not key goes onto the master, each with its own
      *    audit record naming both users; the approver's own
      *    changes stay held for somebody else
           PERFORM 4350-APPLY-HELD-CHANGE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE 'P' TO WS-HELD-STATE-TO
                   PERFORM 4380-SETTLE-APPLYING
                       VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'MASTER REWRITE FAILED' TO RL-RESULT
                   PERFORM 8000-WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'A' TO WS-HELD-STATE-TO
           PERFORM 4380-SETTLE-APPLYING
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           ADD 1 TO WS-TRANS-APPLIED
           IF WS-PEND-SAME-USER > ZERO
               MOVE 'APPROVED - OWN CHANGE STILL HELD' TO RL-RESULT
           ELSE
               MOVE 'APPROVED AND APPLIED' TO RL-RESULT
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4350-APPLY-HELD-CHANGE.
           IF WS-PD-EMP-ID(WS-PEND-IDX) NOT = EMP-ID
              OR NOT WS-PD-PENDING(WS-PEND-IDX)
              OR WS-PD-THIS-RUN(WS-PEND-IDX) = 'Y'
              OR WS-PD-KEYED-BY(WS-PEND-IDX) = MT-ENTERED-BY
               EXIT PARAGRAPH
           END-IF
           PERFORM 3660-CALC-PENDING-AGE
           IF WS-PEND-AGE-DAYS > WS-PENDING-MAX-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
           IF WS-PD-TYPE(WS-PEND-IDX) = 'B'
      *        Corrected details supersede whatever the bank
      *        bounced - clearing the failed flag here is what
      *        lets the next run pay instead of holding
               MOVE WS-PD-NEW-BSB(WS-PEND-IDX)  TO EMP-BANK-BSB
               MOVE WS-PD-NEW-ACCT(WS-PEND-IDX) TO EMP-BANK-ACCT
               MOVE SPACE TO EMP-BANK-FAIL-FLAG
           ELSE
               IF WS-PD-NEW-RATE(WS-PEND-IDX) NOT = ZERO
                   MOVE WS-PD-NEW-RATE(WS-PEND-IDX) TO EMP-PAY-RATE
               END-IF
               IF WS-PD-NEW-PAY-TYPE(WS-PEND-IDX) NOT = SPACE
                   MOVE WS-PD-NEW-PAY-TYPE(WS-PEND-IDX)
                       TO EMP-PAY-TYPE
               END-IF
               PERFORM 4360-STAMP-RATE-APPLIED
           END-IF
           SET WS-PD-APPLYING(WS-PEND-IDX) TO TRUE
           MOVE MT-ENTERED-BY TO WS-PD-APPROVED-BY(WS-PEND-IDX)
           PERFORM 5150-WRITE-APPROVAL-AUDIT.
      *
       4360-STAMP-RATE-APPLIED.
      *    The approved rate is first paid by the group's current
      *    period - or, where that period's run has already gone,
      *    by the one after it, so the period just paid at the old
      *    rate is still owed arrears. This is the applied date
      *    BACK-PAY prices up to.
           MOVE ZERO TO WS-GRP-MATCH-IDX
           PERFORM 4365-FIND-EMP-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT
           IF WS-GRP-MATCH-IDX = ZERO
               MOVE WS-TODAY TO EMP-RATE-APPLIED-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CAL-RUN-DONE(WS-GRP-MATCH-IDX) = 'Y'
               COMPUTE EMP-RATE-APPLIED-DATE =
                   FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE
                       (WS-CAL-ENDING(WS-GRP-MATCH-IDX)) + 1)
           ELSE
               MOVE WS-CAL-ENDING(WS-GRP-MATCH-IDX)
                   TO EMP-RATE-APPLIED-DATE
           END-IF.
      *
       4365-FIND-EMP-GROUP.
           IF WS-GRP-MATCH-IDX = ZERO
              AND WS-CAL-GROUP(WS-GRP-IDX) = EMP-PAY-GROUP
               MOVE WS-GRP-IDX TO WS-GRP-MATCH-IDX
           END-IF.
      *
       4380-SETTLE-APPLYING.
      *    Applied entries become approved once the master is
      *    safely rewritten, or go back to waiting if it is not
           IF WS-PD-APPLYING(WS-PEND-IDX)
               MOVE WS-HELD-STATE-TO TO WS-PD-STATE(WS-PEND-IDX)
               IF WS-PD-APPROVED(WS-PEND-IDX)
                   ADD 1 TO WS-CHANGES-APPROVED
               ELSE
                   MOVE SPACES TO WS-PD-APPROVED-BY(WS-PEND-IDX)
               END-IF
           END-IF.
      *
       5100-WRITE-MAINT-AUDIT.
      *    Written ahead of the master write, same as the pay
           MOVE WS-BEFORE-IMAGE   TO MA-BEFORE-IMAGE
           MOVE EMPLOYEE-RECORD   TO MA-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD.
      *
       5150-WRITE-APPROVAL-AUDIT.
      *    One record per approved change - keyed by one user,
      *    approved by another, both on the trail
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE WS-CURRENT-DATE   TO MA-RUN-DATE
           MOVE MT-ACTION         TO MA-ACTION
           MOVE EMP-ID            TO MA-EMP-ID
           MOVE WS-PD-KEYED-BY(WS-PEND-IDX) TO MA-ENTERED-BY
           MOVE WS-BEFORE-IMAGE   TO MA-BEFORE-IMAGE
           MOVE EMPLOYEE-RECORD   TO MA-AFTER-IMAGE
           MOVE MT-ENTERED-BY     TO MA-APPROVED-BY
           WRITE MAINT-AUDIT-RECORD.
      *
       8000-WRITE-REPORT-LINE.
      *    RL-RESULT is set by the caller before arriving here
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           PERFORM 9100-CLOSE-OUT-HELD-CHANGE
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           MOVE SPACES TO PENDING-REPORT-RECORD
           WRITE PENDING-REPORT-RECORD
           MOVE SPACES TO PENDING-REPORT-RECORD
           STRING 'HELD THIS RUN: '      WS-CHANGES-HELD
                  '  APPROVED: '         WS-CHANGES-APPROVED
                  '  EXPIRED: '          WS-CHANGES-EXPIRED
                  '  STILL AWAITING: '   WS-CHANGES-PENDING
                  DELIMITED BY SIZE
                  INTO PENDING-REPORT-RECORD
           WRITE PENDING-REPORT-RECORD
           DISPLAY '=================================='
           DISPLAY 'EMPLOYEE MAINTENANCE COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'TRANSACTIONS READ: ' WS-TRANS-READ
           DISPLAY 'APPLIED:           ' WS-TRANS-APPLIED
           DISPLAY 'REJECTED:          ' WS-TRANS-REJECTED
           DISPLAY 'CHANGES HELD:      ' WS-CHANGES-HELD
           DISPLAY 'CHANGES APPROVED:  ' WS-CHANGES-APPROVED
           DISPLAY 'CHANGES EXPIRED:   ' WS-CHANGES-EXPIRED
           DISPLAY 'AWAITING APPROVAL: ' WS-CHANGES-PENDING
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT
           CLOSE MAINT-TRANS-FILE
                 EMPLOYEE-FILE
                 MAINT-AUDIT-FILE
                 MAINT-REPORT-FILE
                 NEW-PENDING-FILE
                 PENDING-REPORT-FILE.
      *
       9100-CLOSE-OUT-HELD-CHANGE.
      *    Every held change gets a line; only those still waiting
      *    and inside the approval window carry to the next run -
      *    one left unapproved too long has to be keyed again
           IF WS-PD-THIS-RUN(WS-PEND-IDX) = 'Y'
               MOVE ZERO TO WS-PEND-AGE-DAYS
           ELSE
               PERFORM 3660-CALC-PENDING-AGE
           END-IF
           MOVE SPACES TO PL-STATUS
           EVALUATE TRUE
               WHEN WS-PD-APPROVED(WS-PEND-IDX)
                   STRING 'APPROVED BY '
                          WS-PD-APPROVED-BY(WS-PEND-IDX)
                          DELIMITED BY SIZE
                          INTO PL-STATUS
               WHEN WS-PD-SUPERSEDED(WS-PEND-IDX)
                   MOVE 'SUPERSEDED BY A LATER CHANGE' TO PL-STATUS
               WHEN WS-PEND-AGE-DAYS > WS-PENDING-MAX-DAYS
                   MOVE 'EXPIRED - NOT APPROVED IN TIME'
                       TO PL-STATUS
                   ADD 1 TO WS-CHANGES-EXPIRED
               WHEN OTHER
                   PERFORM 9150-CARRY-HELD-CHANGE
                   MOVE 'AWAITING APPROVAL' TO PL-STATUS
                   ADD 1 TO WS-CHANGES-PENDING
           END-EVALUATE
           PERFORM 9200-WRITE-PENDING-LINE.
      *
       9150-CARRY-HELD-CHANGE.
           MOVE SPACES TO NEW-PENDING-RECORD
           MOVE WS-PD-EMP-ID(WS-PEND-IDX)   TO NP-EMP-ID
           MOVE WS-PD-TYPE(WS-PEND-IDX)     TO NP-CHANGE-TYPE
           MOVE WS-PD-NEW-BSB(WS-PEND-IDX)  TO NP-NEW-BANK-BSB
           MOVE WS-PD-NEW-ACCT(WS-PEND-IDX) TO NP-NEW-BANK-ACCT
           MOVE WS-PD-NEW-RATE(WS-PEND-IDX) TO NP-NEW-PAY-RATE
           MOVE WS-PD-NEW-PAY-TYPE(WS-PEND-IDX) TO NP-NEW-PAY-TYPE
           MOVE WS-PD-OLD-BSB(WS-PEND-IDX)  TO NP-OLD-BANK-BSB
           MOVE WS-PD-OLD-ACCT(WS-PEND-IDX) TO NP-OLD-BANK-ACCT
           MOVE WS-PD-OLD-RATE(WS-PEND-IDX) TO NP-OLD-PAY-RATE
           MOVE WS-PD-OLD-PAY-TYPE(WS-PEND-IDX) TO NP-OLD-PAY-TYPE
           MOVE WS-PD-KEYED-BY(WS-PEND-IDX) TO NP-KEYED-BY
           MOVE WS-PD-KEYED-DATE(WS-PEND-IDX) TO NP-KEYED-DATE
           WRITE NEW-PENDING-RECORD.
      *
       9200-WRITE-PENDING-LINE.
           MOVE WS-PD-EMP-ID(WS-PEND-IDX)     TO PL-EMP-ID
           MOVE WS-PD-KEYED-BY(WS-PEND-IDX)   TO PL-KEYED-BY
           MOVE WS-PD-KEYED-DATE(WS-PEND-IDX) TO PL-KEYED-DATE
           MOVE WS-PEND-AGE-DAYS              TO PL-AGE-DAYS
           MOVE SPACES TO PL-OLD-VALUE
           MOVE SPACES TO PL-NEW-VALUE
           IF WS-PD-TYPE(WS-PEND-IDX) = 'B'
               MOVE 'BANK' TO PL-CHANGE-TYPE
               STRING WS-PD-OLD-BSB(WS-PEND-IDX) '/'
                      WS-PD-OLD-ACCT(WS-PEND-IDX)
                      DELIMITED BY SIZE
                      INTO PL-OLD-VALUE
               STRING WS-PD-NEW-BSB(WS-PEND-IDX) '/'
                      WS-PD-NEW-ACCT(WS-PEND-IDX)
                      DELIMITED BY SIZE
                      INTO PL-NEW-VALUE
           ELSE
      *        A zero rate or blank type on the change means the
      *        master's value stands - show what will result
               MOVE 'RATE' TO PL-CHANGE-TYPE
               MOVE WS-PD-OLD-RATE(WS-PEND-IDX) TO WS-RATE-EDIT
               STRING WS-RATE-EDIT ' TYPE '
                      WS-PD-OLD-PAY-TYPE(WS-PEND-IDX)
                      DELIMITED BY SIZE
                      INTO PL-OLD-VALUE
               IF WS-PD-NEW-RATE(WS-PEND-IDX) = ZERO
                   MOVE WS-PD-OLD-RATE(WS-PEND-IDX) TO WS-RATE-EDIT
               ELSE
                   MOVE WS-PD-NEW-RATE(WS-PEND-IDX) TO WS-RATE-EDIT
               END-IF
               IF WS-PD-NEW-PAY-TYPE(WS-PEND-IDX) = SPACE
                   STRING WS-RATE-EDIT ' TYPE '
                          WS-PD-OLD-PAY-TYPE(WS-PEND-IDX)
                          DELIMITED BY SIZE
                          INTO PL-NEW-VALUE
               ELSE
                   STRING WS-RATE-EDIT ' TYPE '
                          WS-PD-NEW-PAY-TYPE(WS-PEND-IDX)
                          DELIMITED BY SIZE
                          INTO PL-NEW-VALUE
               END-IF
           END-IF
           MOVE WS-PENDING-LINE TO PENDING-REPORT-RECORD
           WRITE PENDING-REPORT-RECORD.
      *
       9800-END-JOB-STEP.
           SET JR-END-CLEAN TO TRUE
           MOVE WS-CAL-GROUP(WS-GRP-IDX)  TO JR-PAY-GROUP
           MOVE WS-CAL-ENDING(WS-GRP-IDX) TO JR-PERIOD-ENDING
           MOVE 'EMPMAINT'                TO JR-STEP-ID
           MOVE WS-TRANS-APPLIED          TO JR-RECORD-COUNT
           MOVE ZERO                      TO JR-CONTROL-AMOUNT
           MOVE SPACES                    TO JR-RESULT-TEXT
           STRING 'APPLIED ' WS-TRANS-APPLIED
                  ' REJECTED ' WS-TRANS-REJECTED
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
