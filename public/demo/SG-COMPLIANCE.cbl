       IDENTIFICATION DIVISION.
       PROGRAM-ID. SG-COMPLIANCE.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * QUARTERLY SUPERANNUATION GUARANTEE COMPLIANCE AND SG CHARGE
      * Super is remitted with every run, but nothing proved that
      * each employee's guarantee for the quarter actually reached
      * the fund by the due date - a contribution bounced by the
      * clearing house could sit on the re-remit queue past the
      * deadline unnoticed. Run after the quarter's due date. Per
      * employee, the guarantee owed is the minimum super rate on
      * the quarter's ordinary time earnings from the audit file
      * (capped at the maximum contribution base). Against it is
      * set what was remitted to a fund on the quarter's
      * remittance extracts (SUPERFIL holds every run's extract
      * for the quarter, each run's details dated by the fund
      * total record behind them) on or before the due date,
      * less what the clearing house returned for the quarter's
      * periods, as SUPER-RETURNS queued it on the re-remit file.
      * Contributions spooled under UNKNOWN never reached a fund
      * and count for nothing. Any shortfall attracts the SG
      * charge - the shortfall, nominal interest on it from the
      * first day of the quarter to the lodgement date, and the
      * administration component per employee - which is written
      * to the statement file for lodgement and listed on the
      * report with the total for the accounts.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SG-PARM-FILE ASSIGN TO SGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SUPER-REMIT-FILE ASSIGN TO SUPERFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT SUPER-REREMIT-FILE ASSIGN TO SUPREREM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REREM-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SG-STATEMENT-FILE ASSIGN TO SGSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT SG-REPORT-FILE ASSIGN TO SGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *    The quarter, the date the statement is lodged (zero
      *    means on its due date), and the charge's nominal
      *    interest rate a year and administration component
       FD  SG-PARM-FILE.
       01  SG-PARM-RECORD.
           05  SQ-QTR-START        PIC 9(8).
           05  SQ-QTR-END          PIC 9(8).
           05  SQ-LODGE-DATE       PIC 9(8).
           05  SQ-INTEREST-RATE    PIC 9V9(4).
           05  SQ-ADMIN-FEE        PIC 9(3)V99.
      *
       FD  AUDIT-FILE.
           COPY AUDIT-RECORD.
      *
      *    The remittance extracts as PAYROLL-CALC's 9600 writes
      *    them - 'D' details then an 'F' fund total carrying the
      *    run date
       FD  SUPER-REMIT-FILE.
       01  SUPER-REMIT-RECORD.
           05  SP-REC-TYPE         PIC X(1).
           05  SP-FUND-ID          PIC X(10).
           05  SP-MEMBER-NO        PIC X(12).
           05  SP-EMP-ID           PIC 9(6).
           05  SP-EMP-NAME         PIC X(30).
           05  SP-WEEK-ENDING      PIC 9(8).
           05  SP-AMOUNT           PIC 9(9)V99.
           05  SP-CONTRIB-TYPE     PIC X(1).
           05  FILLER              PIC X(3).
      *
      *    Returned contributions as SUPER-RETURNS queues them
       FD  SUPER-REREMIT-FILE.
       01  SUPER-REREMIT-RECORD.
           05  RQ-FUND-ID          PIC X(10).
           05  RQ-MEMBER-NO        PIC X(12).
           05  RQ-EMP-ID           PIC 9(6).
           05  RQ-AMOUNT           PIC 9(9)V99.
           05  RQ-WEEK-ENDING      PIC 9(8).
           05  RQ-REASON-CODE      PIC X(2).
           05  RQ-RETURN-DATE      PIC 9(8).
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
      *    The SG charge statement - a 'H' header for the quarter,
      *    a 'D' detail per employee with a shortfall and a 'T'
      *    total
       FD  SG-STATEMENT-FILE.
       01  SG-STATEMENT-RECORD.
           05  SS-REC-TYPE         PIC X(1).
           05  SS-EMP-ID           PIC 9(6).
           05  SS-EMP-NAME         PIC X(30).
           05  SS-QTR-START        PIC 9(8).
           05  SS-QTR-END          PIC 9(8).
           05  SS-OTE              PIC 9(9)V99.
           05  SS-SHORTFALL        PIC 9(9)V99.
           05  SS-INTEREST         PIC 9(9)V99.
           05  SS-ADMIN            PIC 9(9)V99.
           05  SS-CHARGE           PIC 9(9)V99.
           05  FILLER              PIC X(10).
      *
       FD  SG-REPORT-FILE.
       01  SG-REPORT-RECORD        PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PAYROLL-CONSTANTS.
      *
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS      PIC XX.
           05  WS-AUDIT-STATUS     PIC XX.
           05  WS-REMIT-STATUS     PIC XX.
           05  WS-REREM-STATUS     PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-STMT-STATUS      PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-AUDIT        PIC X(1) VALUE 'N'.
               88  END-OF-AUDIT    VALUE 'Y'.
           05  WS-EOF-REMIT        PIC X(1) VALUE 'N'.
               88  END-OF-REMIT    VALUE 'Y'.
           05  WS-EOF-REREM        PIC X(1) VALUE 'N'.
               88  END-OF-REREMIT  VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-EMPS-CHECKED     PIC 9(6) VALUE ZERO.
           05  WS-EMPS-COMPLIANT   PIC 9(6) VALUE ZERO.
           05  WS-EMPS-SHORT       PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-OWED       PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-ACCEPTED   PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-SHORTFALL  PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-INTEREST   PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-ADMIN      PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-CHARGE     PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-RETURNED   PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-UNKNOWN    PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-LATE       PIC 9(11)V99 VALUE ZERO.
      *
      *    Contributions fall due the 28th day of the month after
      *    the quarter, the charge statement the 28th day of the
      *    month after that
       01  WS-DUE-DAY              PIC 9(2) VALUE 28.
       01  WS-DAYS-IN-YEAR         PIC 9(3) VALUE 365.
      *
       01  WS-DATES.
           05  WS-DUE-DATE         PIC 9(8).
           05  WS-LODGE-DATE       PIC 9(8).
           05  WS-WORK-DATE        PIC 9(8).
           05  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR    PIC 9(4).
               10  WS-WORK-MONTH   PIC 9(2).
               10  WS-WORK-DAY     PIC 9(2).
           05  WS-INTEREST-DAYS    PIC 9(5).
      *
      *    One entry per employee paid or remitted for in the
      *    quarter
       01  WS-SG-TABLE.
           05  WS-SG-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-SG-ENTRY OCCURS 2000 TIMES.
               10  WS-SG-EMP-ID    PIC 9(6).
               10  WS-SG-OTE       PIC 9(9)V99.
               10  WS-SG-WITHHELD  PIC 9(9)V99.
               10  WS-SG-ON-TIME   PIC 9(9)V99.
               10  WS-SG-LATE      PIC 9(9)V99.
               10  WS-SG-UNKNOWN   PIC 9(9)V99.
               10  WS-SG-RETURNED  PIC 9(9)V99.
               10  WS-SG-RETURN-DATE PIC 9(8).
               10  WS-SG-RETURN-CODE PIC X(2).
       01  WS-SG-SRCH-IDX          PIC 9(4).
       01  WS-SG-MATCH-IDX         PIC 9(4).
       01  WS-SG-IDX               PIC 9(4).
       01  WS-SG-KEY               PIC 9(6).
      *
      *    The details read since the last fund total - dated by
      *    that total's run date when it arrives
       01  WS-PENDING-REMIT-TABLE.
           05  WS-PR-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-PR-ENTRY OCCURS 2000 TIMES.
               10  WS-PR-SG-IDX    PIC 9(4).
               10  WS-PR-AMOUNT    PIC 9(9)V99.
       01  WS-PR-IDX               PIC 9(4).
      *
       01  WS-CALC-FIELDS.
           05  WS-SG-BASE          PIC 9(9)V99.
           05  WS-SG-OWED          PIC 9(9)V99.
           05  WS-SG-ACCEPTED      PIC 9(9)V99.
           05  WS-SG-SHORTFALL     PIC 9(9)V99.
           05  WS-SG-INTEREST      PIC 9(9)V99.
           05  WS-SG-ADMIN         PIC 9(9)V99.
           05  WS-SG-CHARGE        PIC 9(9)V99.
      *
       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  DL-EMP-ID           PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-EMP-NAME         PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-OTE              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-OWED             PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-ACCEPTED         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-SHORTFALL        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-INTEREST         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-ADMIN            PIC ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-CHARGE           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-NOTE             PIC X(26).
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
           PERFORM 2000-ACCUMULATE-AUDIT
               UNTIL END-OF-AUDIT
           PERFORM 3000-ACCUMULATE-REMIT
               UNTIL END-OF-REMIT
           PERFORM 4000-ACCUMULATE-RETURN
               UNTIL END-OF-REREMIT
           PERFORM 5000-ASSESS-EMPLOYEE
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SG-COUNT
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN INPUT  SG-PARM-FILE
                       AUDIT-FILE
                       SUPER-REMIT-FILE
                       EMPLOYEE-FILE
                OUTPUT SG-STATEMENT-FILE
                       SG-REPORT-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SG PARM FILE: ' WS-PARM-STATUS
               STOP RUN
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT FILE: ' WS-AUDIT-STATUS
               STOP RUN
           END-IF
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPER REMIT FILE: '
                   WS-REMIT-STATUS
               STOP RUN
           END-IF
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
      *    No returns queued yet just means the clearing house has
      *    never bounced a contribution
           OPEN INPUT SUPER-REREMIT-FILE
           IF WS-REREM-STATUS = '35'
               SET END-OF-REREMIT TO TRUE
           ELSE
               IF WS-REREM-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING SUPER REREMIT FILE: '
                       WS-REREM-STATUS
                   STOP RUN
               END-IF
           END-IF
           READ SG-PARM-FILE
               AT END
                   DISPLAY 'SG PARM FILE IS EMPTY'
                   STOP RUN
           END-READ
           IF SQ-QTR-START = ZERO OR SQ-QTR-END = ZERO
              OR SQ-QTR-START > SQ-QTR-END
               DISPLAY 'SG PARM QUARTER DATES INVALID: '
                   SQ-QTR-START ' - ' SQ-QTR-END
               STOP RUN
           END-IF
      *    Contribution due date - the 28th of the month after the
      *    quarter end
           MOVE SQ-QTR-END TO WS-WORK-DATE
           PERFORM 1100-NEXT-DUE-DATE
           MOVE WS-WORK-DATE TO WS-DUE-DATE
      *    Statement lodged on its own due date unless the parm
      *    gives the actual date
           IF SQ-LODGE-DATE = ZERO
               PERFORM 1100-NEXT-DUE-DATE
               MOVE WS-WORK-DATE TO WS-LODGE-DATE
           ELSE
               MOVE SQ-LODGE-DATE TO WS-LODGE-DATE
           END-IF
           IF WS-LODGE-DATE < WS-DUE-DATE
               DISPLAY 'SG PARM LODGEMENT DATE BEFORE DUE DATE: '
                   WS-LODGE-DATE
               STOP RUN
           END-IF
           COMPUTE WS-INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-LODGE-DATE)
               - FUNCTION INTEGER-OF-DATE(SQ-QTR-START) + 1
           MOVE SPACES TO WS-TEXT-LINE
           STRING 'SUPERANNUATION GUARANTEE COMPLIANCE - QUARTER '
                  SQ-QTR-START ' TO ' SQ-QTR-END
                  '  DUE ' WS-DUE-DATE
                  '  LODGED ' WS-LODGE-DATE
                  '  PRODUCED ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING ' EMP ID  NAME                '
                  '           OTE'
                  '    SG OWED'
                  '   ACCEPTED'
                  '  SHORTFALL'
                  '  INTEREST'
                  '  ADMIN'
                  '  SG CHARGE'
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO SG-STATEMENT-RECORD
           MOVE 'H'          TO SS-REC-TYPE
           MOVE ZERO         TO SS-EMP-ID
           MOVE SQ-QTR-START TO SS-QTR-START
           MOVE SQ-QTR-END   TO SS-QTR-END
           MOVE ZERO TO SS-OTE SS-SHORTFALL SS-INTEREST
                        SS-ADMIN SS-CHARGE
           WRITE SG-STATEMENT-RECORD.
      *
       1100-NEXT-DUE-DATE.
      *    The 28th of the month after WS-WORK-DATE's month
           IF WS-WORK-MONTH = 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           MOVE WS-DUE-DAY TO WS-WORK-DAY.
      *
       1500-FIND-SG-ENTRY.
           MOVE ZERO TO WS-SG-MATCH-IDX
           PERFORM 1550-SCAN-SG-ENTRY
               VARYING WS-SG-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SG-SRCH-IDX > WS-SG-COUNT
           IF WS-SG-MATCH-IDX = ZERO
               IF WS-SG-COUNT < 2000
                   ADD 1 TO WS-SG-COUNT
                   MOVE WS-SG-COUNT TO WS-SG-MATCH-IDX
                   INITIALIZE WS-SG-ENTRY(WS-SG-MATCH-IDX)
                   MOVE WS-SG-KEY TO WS-SG-EMP-ID(WS-SG-MATCH-IDX)
               ELSE
      *            A partial table would under-state the charge -
      *            stop rather than lodge a short statement
                   DISPLAY 'SG EMPLOYEE TABLE FULL AT 2000 ENTRIES'
                       ' - SG COMPLIANCE RUN ABORTED'
                   STOP RUN
               END-IF
           END-IF.
      *
       1550-SCAN-SG-ENTRY.
           IF WS-SG-MATCH-IDX = ZERO
              AND WS-SG-EMP-ID(WS-SG-SRCH-IDX) = WS-SG-KEY
               MOVE WS-SG-SRCH-IDX TO WS-SG-MATCH-IDX
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
           IF AU-WEEK-ENDING < SQ-QTR-START
              OR AU-WEEK-ENDING > SQ-QTR-END
               EXIT PARAGRAPH
           END-IF
           MOVE AU-EMP-ID TO WS-SG-KEY
           PERFORM 1500-FIND-SG-ENTRY
      *    A voided pay's reversal takes its earnings back out -
      *    the pay it reverses is always earlier on the trail
           IF AU-VOID-ENTRY
               SUBTRACT AU-PERIOD-OTE
                   FROM WS-SG-OTE(WS-SG-MATCH-IDX)
               SUBTRACT AU-PERIOD-SUPER
                   FROM WS-SG-WITHHELD(WS-SG-MATCH-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD AU-PERIOD-OTE   TO WS-SG-OTE(WS-SG-MATCH-IDX)
           ADD AU-PERIOD-SUPER TO WS-SG-WITHHELD(WS-SG-MATCH-IDX).
      *
       3000-ACCUMULATE-REMIT.
           READ SUPER-REMIT-FILE
               AT END
                   SET END-OF-REMIT TO TRUE
           END-READ
           IF END-OF-REMIT
               EXIT PARAGRAPH
           END-IF
           IF SP-REC-TYPE = 'F'
               PERFORM 3200-DATE-PENDING-REMIT
               EXIT PARAGRAPH
           END-IF
           IF SP-REC-TYPE NOT = 'D'
               EXIT PARAGRAPH
           END-IF
      *    Salary sacrifice is the employee's own money, not
      *    guarantee - it cannot count towards SG paid
           IF SP-CONTRIB-TYPE = 'S'
               EXIT PARAGRAPH
           END-IF
           IF SP-WEEK-ENDING < SQ-QTR-START
              OR SP-WEEK-ENDING > SQ-QTR-END
               EXIT PARAGRAPH
           END-IF
           MOVE SP-EMP-ID TO WS-SG-KEY
           PERFORM 1500-FIND-SG-ENTRY
      *    Spooled under UNKNOWN means no fund ever received it
           IF SP-FUND-ID = 'UNKNOWN'
               ADD SP-AMOUNT TO WS-SG-UNKNOWN(WS-SG-MATCH-IDX)
               ADD SP-AMOUNT TO WS-TOTAL-UNKNOWN
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-COUNT >= 2000
               DISPLAY 'REMIT DETAIL TABLE FULL AT 2000 RECORDS'
                   ' - SG COMPLIANCE RUN ABORTED'
               STOP RUN
           END-IF
           ADD 1 TO WS-PR-COUNT
           MOVE WS-SG-MATCH-IDX TO WS-PR-SG-IDX(WS-PR-COUNT)
           MOVE SP-AMOUNT       TO WS-PR-AMOUNT(WS-PR-COUNT).
      *
       3200-DATE-PENDING-REMIT.
      *    The fund total carries the date its run remitted - on
      *    or before the due date is in time, after it is late
           PERFORM 3250-DATE-ONE-REMIT
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
           MOVE ZERO TO WS-PR-COUNT.
      *
       3250-DATE-ONE-REMIT.
           MOVE WS-PR-SG-IDX(WS-PR-IDX) TO WS-SG-IDX
           IF SP-WEEK-ENDING > WS-DUE-DATE
               ADD WS-PR-AMOUNT(WS-PR-IDX) TO WS-SG-LATE(WS-SG-IDX)
               ADD WS-PR-AMOUNT(WS-PR-IDX) TO WS-TOTAL-LATE
           ELSE
               ADD WS-PR-AMOUNT(WS-PR-IDX) TO WS-SG-ON-TIME(WS-SG-IDX)
           END-IF.
      *
       4000-ACCUMULATE-RETURN.
      *    Every dollar returned for a period in the quarter was
      *    not accepted by the fund, whenever it came back
           READ SUPER-REREMIT-FILE
               AT END
                   SET END-OF-REREMIT TO TRUE
           END-READ
           IF END-OF-REREMIT
               EXIT PARAGRAPH
           END-IF
           IF RQ-WEEK-ENDING < SQ-QTR-START
              OR RQ-WEEK-ENDING > SQ-QTR-END
               EXIT PARAGRAPH
           END-IF
           MOVE RQ-EMP-ID TO WS-SG-KEY
           PERFORM 1500-FIND-SG-ENTRY
           ADD RQ-AMOUNT TO WS-SG-RETURNED(WS-SG-MATCH-IDX)
           ADD RQ-AMOUNT TO WS-TOTAL-RETURNED
           MOVE RQ-RETURN-DATE TO WS-SG-RETURN-DATE(WS-SG-MATCH-IDX)
           MOVE RQ-REASON-CODE TO WS-SG-RETURN-CODE(WS-SG-MATCH-IDX).
      *
       5000-ASSESS-EMPLOYEE.
           ADD 1 TO WS-EMPS-CHECKED
           IF WS-SG-OTE(WS-SG-IDX) > WS-MAX-SUPER-BASE
               MOVE WS-MAX-SUPER-BASE TO WS-SG-BASE
           ELSE
               MOVE WS-SG-OTE(WS-SG-IDX) TO WS-SG-BASE
           END-IF
           COMPUTE WS-SG-OWED ROUNDED =
               WS-SG-BASE * WS-MIN-SUPER-RATE
           IF WS-SG-RETURNED(WS-SG-IDX) > WS-SG-ON-TIME(WS-SG-IDX)
               MOVE ZERO TO WS-SG-ACCEPTED
           ELSE
               COMPUTE WS-SG-ACCEPTED =
                   WS-SG-ON-TIME(WS-SG-IDX) - WS-SG-RETURNED(WS-SG-IDX)
           END-IF
           ADD WS-SG-OWED     TO WS-TOTAL-OWED
           ADD WS-SG-ACCEPTED TO WS-TOTAL-ACCEPTED
           IF WS-SG-ACCEPTED >= WS-SG-OWED
               ADD 1 TO WS-EMPS-COMPLIANT
               EXIT PARAGRAPH
           END-IF
      *    Short - the charge is the shortfall, nominal interest
      *    on it for the days from the start of the quarter to
      *    lodgement, and the administration component
           ADD 1 TO WS-EMPS-SHORT
           COMPUTE WS-SG-SHORTFALL = WS-SG-OWED - WS-SG-ACCEPTED
           COMPUTE WS-SG-INTEREST ROUNDED =
               WS-SG-SHORTFALL * SQ-INTEREST-RATE
                   * WS-INTEREST-DAYS / WS-DAYS-IN-YEAR
           MOVE SQ-ADMIN-FEE TO WS-SG-ADMIN
           COMPUTE WS-SG-CHARGE =
               WS-SG-SHORTFALL + WS-SG-INTEREST + WS-SG-ADMIN
           ADD WS-SG-SHORTFALL TO WS-TOTAL-SHORTFALL
           ADD WS-SG-INTEREST  TO WS-TOTAL-INTEREST
           ADD WS-SG-ADMIN     TO WS-TOTAL-ADMIN
           ADD WS-SG-CHARGE    TO WS-TOTAL-CHARGE
           MOVE WS-SG-EMP-ID(WS-SG-IDX) TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO EMP-NAME
           END-READ
           MOVE SPACES TO SG-STATEMENT-RECORD
           MOVE 'D'                     TO SS-REC-TYPE
           MOVE WS-SG-EMP-ID(WS-SG-IDX) TO SS-EMP-ID
           MOVE EMP-NAME                TO SS-EMP-NAME
           MOVE SQ-QTR-START            TO SS-QTR-START
           MOVE SQ-QTR-END              TO SS-QTR-END
           MOVE WS-SG-OTE(WS-SG-IDX)    TO SS-OTE
           MOVE WS-SG-SHORTFALL         TO SS-SHORTFALL
           MOVE WS-SG-INTEREST          TO SS-INTEREST
           MOVE WS-SG-ADMIN             TO SS-ADMIN
           MOVE WS-SG-CHARGE            TO SS-CHARGE
           WRITE SG-STATEMENT-RECORD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SG-EMP-ID(WS-SG-IDX) TO DL-EMP-ID
           MOVE EMP-NAME                TO DL-EMP-NAME
           MOVE WS-SG-OTE(WS-SG-IDX)    TO DL-OTE
           MOVE WS-SG-OWED              TO DL-OWED
           MOVE WS-SG-ACCEPTED          TO DL-ACCEPTED
           MOVE WS-SG-SHORTFALL         TO DL-SHORTFALL
           MOVE WS-SG-INTEREST          TO DL-INTEREST
           MOVE WS-SG-ADMIN             TO DL-ADMIN
           MOVE WS-SG-CHARGE            TO DL-CHARGE
      *    Say why, most telling cause first
           EVALUATE TRUE
               WHEN WS-SG-RETURNED(WS-SG-IDX) NOT = ZERO
                   STRING 'RETURNED ' WS-SG-RETURN-CODE(WS-SG-IDX)
                          ' ON ' WS-SG-RETURN-DATE(WS-SG-IDX)
                          DELIMITED BY SIZE
                          INTO DL-NOTE
               WHEN WS-SG-UNKNOWN(WS-SG-IDX) NOT = ZERO
                   MOVE 'NO VALID FUND - UNREMITTED' TO DL-NOTE
               WHEN WS-SG-LATE(WS-SG-IDX) NOT = ZERO
                   MOVE 'REMITTED AFTER DUE DATE' TO DL-NOTE
               WHEN WS-SG-WITHHELD(WS-SG-IDX) < WS-SG-OWED
                   MOVE 'UNDER-CALCULATED IN RUN' TO DL-NOTE
               WHEN OTHER
                   MOVE 'NOT REMITTED' TO DL-NOTE
           END-EVALUATE
           WRITE SG-REPORT-RECORD FROM WS-DETAIL-LINE.
      *
       9000-FINALIZE.
      *    A detail left without a fund total behind it was never
      *    part of a finished extract
           IF WS-PR-COUNT NOT = ZERO
               DISPLAY 'REMIT DETAILS WITH NO FUND TOTAL IGNORED: '
                   WS-PR-COUNT
           END-IF
           MOVE SPACES TO SG-STATEMENT-RECORD
           MOVE 'T'                TO SS-REC-TYPE
           MOVE WS-EMPS-SHORT      TO SS-EMP-ID
           MOVE SQ-QTR-START       TO SS-QTR-START
           MOVE SQ-QTR-END         TO SS-QTR-END
           MOVE ZERO               TO SS-OTE
           MOVE WS-TOTAL-SHORTFALL TO SS-SHORTFALL
           MOVE WS-TOTAL-INTEREST  TO SS-INTEREST
           MOVE WS-TOTAL-ADMIN     TO SS-ADMIN
           MOVE WS-TOTAL-CHARGE    TO SS-CHARGE
           WRITE SG-STATEMENT-RECORD
           MOVE SPACES TO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING ' EMPLOYEES CHECKED: ' WS-EMPS-CHECKED
                  '  COMPLIANT: ' WS-EMPS-COMPLIANT
                  '  SHORT: ' WS-EMPS-SHORT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-OWED TO WS-TOTAL-EDIT
           STRING ' SG OWED ON OTE:         ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-ACCEPTED TO WS-TOTAL-EDIT
           STRING ' ACCEPTED BY DUE DATE:   ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-RETURNED TO WS-TOTAL-EDIT
           STRING ' RETURNED BY FUNDS:      ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-UNKNOWN TO WS-TOTAL-EDIT
           STRING ' SPOOLED WITH NO FUND:   ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-LATE TO WS-TOTAL-EDIT
           STRING ' REMITTED LATE:          ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-SHORTFALL TO WS-TOTAL-EDIT
           STRING ' SG SHORTFALL:           ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-EDIT
           STRING ' NOMINAL INTEREST:       ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-ADMIN TO WS-TOTAL-EDIT
           STRING ' ADMINISTRATION:         ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-TOTAL-CHARGE TO WS-TOTAL-EDIT
           STRING ' SG CHARGE FOR ACCOUNTS: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           IF WS-EMPS-SHORT = ZERO
               MOVE 'QUARTER COMPLIANT - NO SG CHARGE STATEMENT DUE'
                   TO WS-TEXT-LINE
           ELSE
               MOVE 'SG CHARGE STATEMENT PRODUCED - LODGE AND PAY'
                   TO WS-TEXT-LINE
           END-IF
           WRITE SG-REPORT-RECORD FROM WS-TEXT-LINE
           DISPLAY '=================================='
           DISPLAY 'SG COMPLIANCE CHECK COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'EMPLOYEES CHECKED: ' WS-EMPS-CHECKED
           DISPLAY 'COMPLIANT:         ' WS-EMPS-COMPLIANT
           DISPLAY 'SHORT:             ' WS-EMPS-SHORT
           DISPLAY 'SG SHORTFALL:      ' WS-TOTAL-SHORTFALL
           DISPLAY 'SG CHARGE:         ' WS-TOTAL-CHARGE
           DISPLAY '=================================='
           CLOSE SG-PARM-FILE
                 AUDIT-FILE
                 SUPER-REMIT-FILE
                 EMPLOYEE-FILE
                 SG-STATEMENT-FILE
                 SG-REPORT-FILE
           IF WS-REREM-STATUS NOT = '35'
               CLOSE SUPER-REREMIT-FILE
           END-IF.
