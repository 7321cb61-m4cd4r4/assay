       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARY-REVIEW.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * MASS SALARY REVIEW GENERATOR
      * Turns an award increase or enterprise agreement rise into
      * the transactions the rest of the suite already knows how
      * to apply, instead of having hundreds of them keyed by
      * hand. Each review parameter record names who it covers -
      * a department, a pay type, an award classification, or
      * any combination (blank is every value) - the rise as a
      * percentage or a flat amount, and the date it takes effect.
      * Every current employee on the master is matched to the
      * first parameter record that covers them, so specific
      * rules go ahead of general ones in the parameter file.
      * For each employee covered the program writes an EMP-MAINT
      * 'C' transaction carrying the new rate, and - where the
      * rise took effect before the current period-ending - the
      * BACK-PAY adjustment instruction with the old and new
      * rates filled in and the applied date left zero: the rate
      * only reaches the master when EMP-MAINT's approval applies
      * it, and that run stamps the master with the first period
      * the new rate is paid on, which BACK-PAY takes as the
      * applied date - so arrears are paid for exactly the
      * periods paid at the old rate. Nothing is
      * applied here: a proof report lists every employee's old
      * rate, new rate and the annualised cost of the rise, with
      * the cost of the review per department, for sign-off
      * before the transactions go through EMP-MAINT and the
      * instructions through BACK-PAY. EMP-MAINT holds the new
      * rates until a second user approves them, and BACK-PAY
      * will not pay arrears until the rate is on the master.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-PARM-FILE ASSIGN TO REVPARM
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
           SELECT MAINT-TRANS-FILE ASSIGN TO REVTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO REVADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *    One record per rule of the review. The flat amount is
      *    per hour for hourly and contract staff and per annum
      *    for salaried staff, the way each is quoted in the
      *    agreement; the percentage carries three decimals
      *    (03500 is 3.5 percent).
       FD  REVIEW-PARM-FILE.
       01  REVIEW-PARM-RECORD.
           05  RV-DEPT             PIC X(4).
           05  RV-PAY-TYPE         PIC X(1).
           05  RV-AWARD-CLASS      PIC X(4).
           05  RV-METHOD           PIC X(1).
               88  RV-PERCENT-RISE VALUE 'P'.
               88  RV-FLAT-RISE    VALUE 'F'.
           05  RV-PERCENT          PIC 9(2)V999.
           05  RV-FLAT-AMOUNT      PIC 9(5)V99.
           05  RV-EFFECTIVE-DATE   PIC 9(8).
           05  RV-AUTHORISED-BY    PIC X(8).
      *
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
      *    Input to EMP-MAINT - rate-only 'C' changes
       FD  MAINT-TRANS-FILE.
           COPY MAINT-TRANS-RECORD.
      *
      *    Input to BACK-PAY - back-dated rises only
       FD  ADJUSTMENT-FILE.
           COPY ADJUSTMENT-RECORD.
      *
       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD    PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PAYROLL-CONSTANTS.
      *
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS      PIC XX.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-TRANS-STATUS     PIC XX.
           05  WS-ADJ-STATUS       PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-PARM         PIC X(1) VALUE 'N'.
               88  END-OF-PARMS    VALUE 'Y'.
           05  WS-EOF-EMP          PIC X(1) VALUE 'N'.
               88  END-OF-EMPLOYEES VALUE 'Y'.
           05  WS-RATE-SIZE-SWITCH PIC X(1) VALUE 'N'.
               88  NEW-RATE-TOO-LARGE VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-PARMS-READ       PIC 9(6) VALUE ZERO.
           05  WS-PARMS-REJECTED   PIC 9(6) VALUE ZERO.
           05  WS-EMPLOYEES-READ   PIC 9(6) VALUE ZERO.
           05  WS-EMPLOYEES-REVIEWED PIC 9(6) VALUE ZERO.
           05  WS-EMPLOYEES-NOT-COVERED PIC 9(6) VALUE ZERO.
           05  WS-EMPLOYEES-REJECTED PIC 9(6) VALUE ZERO.
           05  WS-TRANS-WRITTEN    PIC 9(6) VALUE ZERO.
           05  WS-ADJ-WRITTEN      PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-COST       PIC 9(9)V99 VALUE ZERO.
      *
      *    The review rules, in parameter-file order - the first
      *    rule that covers an employee is the one applied
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-DEPT    PIC X(4).
               10  WS-RULE-PAY-TYPE PIC X(1).
               10  WS-RULE-CLASS   PIC X(4).
               10  WS-RULE-METHOD  PIC X(1).
               10  WS-RULE-PERCENT PIC 9(2)V999.
               10  WS-RULE-FLAT    PIC 9(5)V99.
               10  WS-RULE-EFFECTIVE PIC 9(8).
               10  WS-RULE-AUTH-BY PIC X(8).
      *
       01  WS-RULE-SRCH-IDX        PIC 9(2).
       01  WS-RULE-MATCH-IDX       PIC 9(2).
      *
      *    Cost of the review per department - the master is read
      *    in employee order, so the totals build here and print
      *    after the detail
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT       PIC 99 VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-CODE    PIC X(4).
               10  WS-DEPT-EMP-COUNT PIC 9(4).
               10  WS-DEPT-COST    PIC 9(9)V99.
      *
       01  WS-DEPT-SRCH-IDX        PIC 99.
       01  WS-DEPT-MATCH-IDX       PIC 99.
       01  WS-DEPT-IDX             PIC 99.
      *
       01  WS-REVIEW-FIELDS.
           05  WS-OLD-RATE         PIC 9(4)V99.
           05  WS-NEW-RATE         PIC 9(4)V99.
           05  WS-RATE-RISE        PIC 9(4)V99.
           05  WS-ANNUAL-COST      PIC 9(7)V99.
           05  WS-REJECT-REASON    PIC X(40).
      *
       01  WS-REPORT-LINE          PIC X(132).
      *
       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RL-EMP-ID           PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-EMP-NAME         PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-DEPT             PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-PAY-TYPE         PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-CLASS            PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-OLD-RATE         PIC Z,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-NEW-RATE         PIC Z,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-ANNUAL-COST      PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-EFFECTIVE        PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RL-BACK-PAY         PIC X(9).
           05  FILLER              PIC X(17) VALUE SPACES.
      *
       01  WS-EDIT-FIELDS.
           05  WS-COUNT-EDIT       PIC ZZZ9.
           05  WS-COST-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-REVIEW-RULE
               UNTIL END-OF-PARMS
           IF WS-RULE-COUNT = ZERO
               DISPLAY 'NO VALID REVIEW RULES - NOTHING GENERATED'
               PERFORM 9000-FINALIZE
               STOP RUN
           END-IF
           PERFORM 1200-WRITE-DETAIL-HEADINGS
           PERFORM 2000-REVIEW-EMPLOYEE
               UNTIL END-OF-EMPLOYEES
           PERFORM 8500-WRITE-DEPT-TOTALS
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1020-READ-RUN-CONTROL
           OPEN INPUT  REVIEW-PARM-FILE
                       EMPLOYEE-FILE
                OUTPUT MAINT-TRANS-FILE
                       ADJUSTMENT-FILE
                       REVIEW-REPORT-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REVIEW PARAMETER FILE: '
                   WS-PARM-STATUS
               STOP RUN
           END-IF
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SALARY REVIEW PROOF - PERIOD ENDING: '
                  WS-PAY-RUN-DATE
                  '  RUN DATE: ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       1020-READ-RUN-CONTROL.
      *    The 'C' control record's period-ending is the date the
      *    new rates go onto the master - a rise effective before
      *    it is owed arrears for the periods already paid
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
           MOVE RC-PAY-PERIOD    TO WS-PAY-PERIOD
           MOVE RC-PERIOD-ENDING TO WS-PAY-RUN-DATE
           CLOSE RUN-CONTROL-FILE.
      *
       1100-LOAD-REVIEW-RULE.
      *    A rule that cannot be priced, or that takes effect
      *    after the current period, is listed and left out -
      *    the employees it would have covered fall through to
      *    the next rule that covers them, or are not reviewed
           READ REVIEW-PARM-FILE
               AT END
                   SET END-OF-PARMS TO TRUE
           END-READ
           IF END-OF-PARMS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PARMS-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT (RV-PERCENT-RISE OR RV-FLAT-RISE)
                   MOVE 'METHOD NOT P OR F' TO WS-REJECT-REASON
               WHEN RV-PERCENT-RISE AND RV-PERCENT = ZERO
                   MOVE 'PERCENTAGE RISE IS ZERO' TO WS-REJECT-REASON
               WHEN RV-FLAT-RISE AND RV-FLAT-AMOUNT = ZERO
                   MOVE 'FLAT RISE IS ZERO' TO WS-REJECT-REASON
               WHEN RV-PAY-TYPE NOT = SPACE
                    AND RV-PAY-TYPE NOT = 'H'
                    AND RV-PAY-TYPE NOT = 'S'
                    AND RV-PAY-TYPE NOT = 'C'
                   MOVE 'PAY TYPE NOT H, S, C OR BLANK'
                       TO WS-REJECT-REASON
               WHEN RV-EFFECTIVE-DATE = ZERO
                   MOVE 'EFFECTIVE DATE REQUIRED' TO WS-REJECT-REASON
               WHEN RV-EFFECTIVE-DATE > WS-PAY-RUN-DATE
                   MOVE 'EFFECTIVE AFTER CURRENT PERIOD ENDING'
                       TO WS-REJECT-REASON
               WHEN RV-AUTHORISED-BY = SPACES
                   MOVE 'AUTHORISING USER REQUIRED'
                       TO WS-REJECT-REASON
               WHEN WS-RULE-COUNT NOT < 50
                   MOVE 'REVIEW RULE TABLE FULL' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-PARMS-REJECTED
               STRING 'REVIEW RULE ' WS-PARMS-READ
                      '  DEPT ' RV-DEPT
                      '  TYPE ' RV-PAY-TYPE
                      '  CLASS ' RV-AWARD-CLASS
                      '  REJECTED - ' WS-REJECT-REASON
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE RV-DEPT           TO WS-RULE-DEPT(WS-RULE-COUNT)
           MOVE RV-PAY-TYPE       TO WS-RULE-PAY-TYPE(WS-RULE-COUNT)
           MOVE RV-AWARD-CLASS    TO WS-RULE-CLASS(WS-RULE-COUNT)
           MOVE RV-METHOD         TO WS-RULE-METHOD(WS-RULE-COUNT)
           MOVE RV-PERCENT        TO WS-RULE-PERCENT(WS-RULE-COUNT)
           MOVE RV-FLAT-AMOUNT    TO WS-RULE-FLAT(WS-RULE-COUNT)
           MOVE RV-EFFECTIVE-DATE
               TO WS-RULE-EFFECTIVE(WS-RULE-COUNT)
           MOVE RV-AUTHORISED-BY  TO WS-RULE-AUTH-BY(WS-RULE-COUNT).
      *
       1200-WRITE-DETAIL-HEADINGS.
           PERFORM 8000-WRITE-REPORT-LINE
           STRING ' EMP ID  EMPLOYEE NAME                   DEPT'
                  '  T  CLAS  OLD RATE  NEW RATE  ANNUAL COST'
                  '  EFFECTIVE  BACK PAY'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       2000-REVIEW-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END
                   SET END-OF-EMPLOYEES TO TRUE
           END-READ
           IF END-OF-EMPLOYEES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPLOYEES-READ
      *    Leavers are not reviewed - a terminated employee's
      *    final pay is settled at the rate they left on
           IF NOT (EMP-ACTIVE OR EMP-ON-LEAVE)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RULE-MATCH-IDX
           PERFORM 2100-FIND-REVIEW-RULE
               VARYING WS-RULE-SRCH-IDX FROM 1 BY 1
               UNTIL WS-RULE-SRCH-IDX > WS-RULE-COUNT
           IF WS-RULE-MATCH-IDX = ZERO
               ADD 1 TO WS-EMPLOYEES-NOT-COVERED
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-PRICE-NEW-RATE
           IF NEW-RATE-TOO-LARGE
               ADD 1 TO WS-EMPLOYEES-REJECTED
               STRING ' ' EMP-ID '  ' EMP-NAME
                      '  NEW RATE TOO LARGE FOR MASTER'
                      ' - NOT REVIEWED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-RATE NOT > WS-OLD-RATE
               ADD 1 TO WS-EMPLOYEES-REJECTED
               STRING ' ' EMP-ID '  ' EMP-NAME
                      '  RISE ROUNDS TO NOTHING - NOT REVIEWED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPLOYEES-REVIEWED
           PERFORM 2300-CALC-ANNUAL-COST
           PERFORM 3000-WRITE-RATE-CHANGE
           MOVE SPACES TO RL-BACK-PAY
           IF WS-RULE-EFFECTIVE(WS-RULE-MATCH-IDX) < WS-PAY-RUN-DATE
               PERFORM 3100-WRITE-ADJUSTMENT
               MOVE 'ARREARS' TO RL-BACK-PAY
           END-IF
           PERFORM 4000-ADD-DEPT-COST
           MOVE EMP-ID            TO RL-EMP-ID
           MOVE EMP-NAME          TO RL-EMP-NAME
           MOVE EMP-DEPT          TO RL-DEPT
           MOVE EMP-PAY-TYPE      TO RL-PAY-TYPE
           MOVE EMP-AWARD-CLASS   TO RL-CLASS
           MOVE WS-OLD-RATE       TO RL-OLD-RATE
           MOVE WS-NEW-RATE       TO RL-NEW-RATE
           MOVE WS-ANNUAL-COST    TO RL-ANNUAL-COST
           MOVE WS-RULE-EFFECTIVE(WS-RULE-MATCH-IDX) TO RL-EFFECTIVE
           WRITE REVIEW-REPORT-RECORD FROM WS-DETAIL-LINE.
      *
       2100-FIND-REVIEW-RULE.
      *    Blank in a rule's department, pay type or class means
      *    every value of it
           IF WS-RULE-MATCH-IDX = ZERO
              AND (WS-RULE-DEPT(WS-RULE-SRCH-IDX) = SPACES
                   OR WS-RULE-DEPT(WS-RULE-SRCH-IDX) = EMP-DEPT)
              AND (WS-RULE-PAY-TYPE(WS-RULE-SRCH-IDX) = SPACE
                   OR WS-RULE-PAY-TYPE(WS-RULE-SRCH-IDX)
                          = EMP-PAY-TYPE)
              AND (WS-RULE-CLASS(WS-RULE-SRCH-IDX) = SPACES
                   OR WS-RULE-CLASS(WS-RULE-SRCH-IDX)
                          = EMP-AWARD-CLASS)
               MOVE WS-RULE-SRCH-IDX TO WS-RULE-MATCH-IDX
           END-IF.
      *
       2200-PRICE-NEW-RATE.
      *    EMP-PAY-RATE holds a salary as annual / 100, so a flat
      *    annual rise is scaled the same way before it is added
           MOVE 'N' TO WS-RATE-SIZE-SWITCH
           MOVE EMP-PAY-RATE TO WS-OLD-RATE
           MOVE EMP-PAY-RATE TO WS-NEW-RATE
           IF WS-RULE-METHOD(WS-RULE-MATCH-IDX) = 'P'
               COMPUTE WS-NEW-RATE ROUNDED =
                   WS-OLD-RATE *
                       (1 + WS-RULE-PERCENT(WS-RULE-MATCH-IDX) / 100)
                   ON SIZE ERROR
                       SET NEW-RATE-TOO-LARGE TO TRUE
               END-COMPUTE
           ELSE
               IF SALARY
                   COMPUTE WS-NEW-RATE ROUNDED =
                       WS-OLD-RATE +
                           WS-RULE-FLAT(WS-RULE-MATCH-IDX) / 100
                       ON SIZE ERROR
                           SET NEW-RATE-TOO-LARGE TO TRUE
                   END-COMPUTE
               ELSE
                   COMPUTE WS-NEW-RATE =
                       WS-OLD-RATE + WS-RULE-FLAT(WS-RULE-MATCH-IDX)
                       ON SIZE ERROR
                           SET NEW-RATE-TOO-LARGE TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.
      *
       2300-CALC-ANNUAL-COST.
      *    A year of the rise - the salary difference for salaried
      *    staff, a standard year of ordinary hours at the rate
      *    difference for hourly and contract staff
           COMPUTE WS-RATE-RISE = WS-NEW-RATE - WS-OLD-RATE
           IF SALARY
               COMPUTE WS-ANNUAL-COST = WS-RATE-RISE * 100
           ELSE
               COMPUTE WS-ANNUAL-COST ROUNDED =
                   WS-RATE-RISE * WS-MAX-REGULAR-HOURS
                       * WS-WEEKS-PER-YEAR
           END-IF
           ADD WS-ANNUAL-COST TO WS-TOTAL-COST.
      *
       3000-WRITE-RATE-CHANGE.
      *    A rate-only change - every other field blank or zero,
      *    which EMP-MAINT reads as leave-as-is
           MOVE SPACES TO MAINT-TRANS-RECORD
           MOVE 'C'                TO MT-ACTION
           MOVE EMP-ID             TO MT-EMP-ID
           MOVE WS-NEW-RATE        TO MT-PAY-RATE
           MOVE ZERO               TO MT-SUPER-RATE
           MOVE WS-RULE-AUTH-BY(WS-RULE-MATCH-IDX) TO MT-ENTERED-BY
           WRITE MAINT-TRANS-RECORD
           ADD 1 TO WS-TRANS-WRITTEN.
      *
       3100-WRITE-ADJUSTMENT.
      *    When the new rate reaches the master depends on when
      *    EMP-MAINT's approval is run, so the applied date is
      *    left zero for BACK-PAY to take from the master's stamp
           MOVE EMP-ID             TO AJ-EMP-ID
           MOVE WS-OLD-RATE        TO AJ-OLD-RATE
           MOVE WS-NEW-RATE        TO AJ-NEW-RATE
           MOVE WS-RULE-EFFECTIVE(WS-RULE-MATCH-IDX)
               TO AJ-EFFECTIVE-DATE
           MOVE ZERO               TO AJ-APPLIED-DATE
           MOVE WS-RULE-AUTH-BY(WS-RULE-MATCH-IDX)
               TO AJ-AUTHORISED-BY
           WRITE ADJUSTMENT-RECORD
           ADD 1 TO WS-ADJ-WRITTEN.
      *
       4000-ADD-DEPT-COST.
           MOVE ZERO TO WS-DEPT-MATCH-IDX
           PERFORM 4050-FIND-DEPT-ENTRY
               VARYING WS-DEPT-SRCH-IDX FROM 1 BY 1
               UNTIL WS-DEPT-SRCH-IDX > WS-DEPT-COUNT
           IF WS-DEPT-MATCH-IDX = ZERO
               IF WS-DEPT-COUNT NOT < 50
                   DISPLAY 'DEPARTMENT TABLE FULL - ' EMP-DEPT
                       ' NOT IN DEPARTMENT TOTALS'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-IDX
               MOVE EMP-DEPT TO WS-DEPT-CODE(WS-DEPT-MATCH-IDX)
               MOVE ZERO TO WS-DEPT-EMP-COUNT(WS-DEPT-MATCH-IDX)
               MOVE ZERO TO WS-DEPT-COST(WS-DEPT-MATCH-IDX)
           END-IF
           ADD 1 TO WS-DEPT-EMP-COUNT(WS-DEPT-MATCH-IDX)
           ADD WS-ANNUAL-COST TO WS-DEPT-COST(WS-DEPT-MATCH-IDX).
      *
       4050-FIND-DEPT-ENTRY.
           IF WS-DEPT-MATCH-IDX = ZERO
              AND WS-DEPT-CODE(WS-DEPT-SRCH-IDX) = EMP-DEPT
               MOVE WS-DEPT-SRCH-IDX TO WS-DEPT-MATCH-IDX
           END-IF.
      *
       8000-WRITE-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
      *
       8500-WRITE-DEPT-TOTALS.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ANNUALISED COST OF REVIEW BY DEPARTMENT'
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8550-WRITE-DEPT-LINE
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           MOVE WS-TOTAL-COST TO WS-COST-EDIT
           STRING '  TOTAL COST OF REVIEW:     ' WS-COST-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       8550-WRITE-DEPT-LINE.
           MOVE WS-DEPT-EMP-COUNT(WS-DEPT-IDX) TO WS-COUNT-EDIT
           MOVE WS-DEPT-COST(WS-DEPT-IDX)      TO WS-COST-EDIT
           STRING '  DEPT ' WS-DEPT-CODE(WS-DEPT-IDX)
                  '  EMPLOYEES: ' WS-COUNT-EDIT
                  '  COST: ' WS-COST-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       9000-FINALIZE.
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'EMPLOYEES REVIEWED: '  WS-EMPLOYEES-REVIEWED
                  '  NOT COVERED: '       WS-EMPLOYEES-NOT-COVERED
                  '  NOT REVIEWED: '      WS-EMPLOYEES-REJECTED
                  '  RULES REJECTED: '    WS-PARMS-REJECTED
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'RATE CHANGES WRITTEN: ' WS-TRANS-WRITTEN
                  '  BACK PAY INSTRUCTIONS WRITTEN: ' WS-ADJ-WRITTEN
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY '=================================='
           DISPLAY 'SALARY REVIEW COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'REVIEW RULES READ:  ' WS-PARMS-READ
           DISPLAY 'RULES REJECTED:     ' WS-PARMS-REJECTED
           DISPLAY 'EMPLOYEES READ:     ' WS-EMPLOYEES-READ
           DISPLAY 'EMPLOYEES REVIEWED: ' WS-EMPLOYEES-REVIEWED
           DISPLAY 'NOT REVIEWED:       ' WS-EMPLOYEES-REJECTED
           DISPLAY 'RATE CHANGES:       ' WS-TRANS-WRITTEN
           DISPLAY 'BACK PAY INSTRS:    ' WS-ADJ-WRITTEN
           DISPLAY 'ANNUALISED COST:    ' WS-TOTAL-COST
           DISPLAY '=================================='
           CLOSE REVIEW-PARM-FILE
                 EMPLOYEE-FILE
                 MAINT-TRANS-FILE
                 ADJUSTMENT-FILE
                 REVIEW-REPORT-FILE.
