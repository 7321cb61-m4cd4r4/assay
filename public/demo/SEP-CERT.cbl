       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEP-CERT.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * EMPLOYMENT SEPARATION CERTIFICATE
      * Runs after each completed pay run. For every employee the
      * run final-paid - one record per committed final pay on
      * the run's TERM-PAY-FILE, still standing as EMP-TERM-PAID
      * on the master - it builds the separation certificate
      * Centrelink asks for, which used to be filled in by hand
      * from the register and the payslip archive: the last
      * twelve months' gross earnings and hours period by period
      * off PAY-HISTORY-FILE, the annual and long service leave
      * paid out on termination with the tax withheld on it, and
      * the last day of employment with the separation reason
      * EMP-MAINT recorded on the termination.
      * Periods HIST-ARCHIVE has moved off the working history are
      * merged back from HIST-EXTRACT's history extract when one
      * is supplied. When none is, and the working file does not
      * reach back the full twelve months, the certificate is
      * marked incomplete and the employee is written to an
      * extract parameter file - run HIST-EXTRACT with it and
      * rerun this program, and the archived periods are merged.
      * Recorded on the job-step ledger; it will not start until
      * the group's main run has finished cleanly.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-PAY-FILE ASSIGN TO TERMPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TPAY-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EXTRACT-HIST-FILE ASSIGN TO XTRHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XHIST-STATUS.
           SELECT EXTRACT-PARM-FILE ASSIGN TO CERTXPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XPRM-STATUS.
           SELECT CERT-REPORT-FILE ASSIGN TO SEPCERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CERT-SORT-FILE ASSIGN TO CERTWORK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-PAY-FILE.
           COPY TERM-PAY-RECORD.
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
      *    The 'C' record names the run; its 'R' record proves the
      *    run finished and its final pays are committed
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.
      *
      *    HIST-EXTRACT's XTRHIST output - archived history in the
      *    working file's own layout. Optional.
       FD  EXTRACT-HIST-FILE.
           COPY PAY-HISTORY-RECORD
               REPLACING ==PAY-HISTORY-RECORD== BY
                         ==EXTRACT-HIST-RECORD==
                         LEADING ==HI== BY ==XH==.
      *
      *    HIST-EXTRACT's parameter layout - one employee a record
       FD  EXTRACT-PARM-FILE.
       01  EXTRACT-PARM-RECORD.
           05  XT-EMP-ID           PIC 9(6).
      *
       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-RECORD      PIC X(132).
      *
      *    One record per history period, plus a zero-dated
      *    marker per leaver so every leaver gets a certificate
      *    even with no history in the window. The source ('W'
      *    working, 'X' extract) lets a period that appears in
      *    both be printed once.
       SD  CERT-SORT-FILE.
       01  CERT-SORT-RECORD.
           05  CS-EMP-ID           PIC 9(6).
           05  CS-WEEK-ENDING      PIC 9(8).
           05  CS-GROSS            PIC 9(7)V99.
           05  CS-SOURCE           PIC X(1).
           05  CS-HOURS            PIC 9(4)V9.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TPAY-STATUS      PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-HIST-STATUS      PIC XX.
           05  WS-XHIST-STATUS     PIC XX.
           05  WS-XPRM-STATUS      PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-TPAY         PIC X(1) VALUE 'N'.
               88  END-OF-TERM-PAY VALUE 'Y'.
           05  WS-EOF-RUNCTL       PIC X(1) VALUE 'N'.
               88  END-OF-RUNCTL   VALUE 'Y'.
           05  WS-EOF-HIST         PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY  VALUE 'Y'.
           05  WS-EOF-XHIST        PIC X(1) VALUE 'N'.
               88  END-OF-EXTRACT  VALUE 'Y'.
           05  WS-EOF-SORT         PIC X(1) VALUE 'N'.
               88  END-OF-CERT-SORT VALUE 'Y'.
           05  WS-RUN-DONE-FLAG    PIC X(1) VALUE 'N'.
               88  RUN-COMPLETED   VALUE 'Y'.
           05  WS-EXTRACT-FLAG     PIC X(1) VALUE 'N'.
               88  EXTRACT-SUPPLIED VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-FINAL-PAYS-READ  PIC 9(4) VALUE ZERO.
           05  WS-CERTS-PRODUCED   PIC 9(4) VALUE ZERO.
           05  WS-CERTS-INCOMPLETE PIC 9(4) VALUE ZERO.
           05  WS-FINAL-PAYS-SKIPPED PIC 9(4) VALUE ZERO.
      *
       01  WS-PERIOD-ENDING        PIC 9(8).
       01  WS-RUN-GROUP            PIC X(2).
      *
      *    Twelve months back from the run's period-ending - the
      *    first day a certificate's periods may end on
       01  WS-WINDOW-START         PIC 9(8).
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
           05  WS-WORK-DAY         PIC 9(2).
      *
      *    Earliest period anywhere on the working history - once
      *    it is later than the window start, HIST-ARCHIVE has
      *    moved periods a certificate may need
       01  WS-HIST-EARLIEST        PIC 9(8) VALUE 99999999.
      *
      *    This run's leavers and their final pay
       01  WS-LEAVER-TABLE.
           05  WS-LV-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-LV-ENTRY OCCURS 100 TIMES.
               10  WS-LV-EMP-ID    PIC 9(6).
               10  WS-LV-FINAL-GROSS PIC 9(7)V99.
               10  WS-LV-FINAL-HOURS PIC 9(4)V9.
               10  WS-LV-AL-HOURS  PIC 9(5)V9.
               10  WS-LV-AL-PAYOUT PIC 9(7)V99.
               10  WS-LV-AL-LOADING PIC 9(7)V99.
               10  WS-LV-LSL-HOURS PIC 9(5)V9.
               10  WS-LV-LSL-PAYOUT PIC 9(7)V99.
               10  WS-LV-PAYOUT-TAX PIC 9(7)V99.
       01  WS-LV-IDX               PIC 9(3).
       01  WS-LV-MATCH-IDX         PIC 9(3).
       01  WS-LV-KEY               PIC 9(6).
      *
      *    The certificate being printed
       01  WS-CERT-FIELDS.
           05  WS-CERT-EMP-ID      PIC 9(6) VALUE ZERO.
           05  WS-CERT-PERIODS     PIC 9(3).
           05  WS-CERT-GROSS       PIC 9(9)V99.
           05  WS-CERT-HOURS       PIC 9(6)V9.
           05  WS-LINE-GROSS       PIC 9(7)V99.
           05  WS-PAYOUT-TOTAL     PIC 9(7)V99.
           05  WS-LAST-WEEK        PIC 9(8).
           05  WS-LAST-GROSS       PIC 9(7)V99.
           05  WS-LAST-HOURS       PIC 9(4)V9.
           05  WS-LAST-SOURCE      PIC X(1).
           05  WS-FINAL-SEEN-FLAG  PIC X(1).
               88  FINAL-PERIOD-SEEN VALUE 'Y'.
           05  WS-SEP-TEXT         PIC X(32).
      *
       01  WS-REPORT-EDITS.
           05  WS-AMOUNT-EDIT      PIC Z,ZZZ,ZZ9.99.
           05  WS-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-HOURS-EDIT       PIC ZZZ,ZZ9.9.
           05  WS-TAX-EDIT         PIC Z,ZZZ,ZZ9.99.
           05  WS-LOADING-EDIT     PIC Z,ZZZ,ZZ9.99.
           05  WS-COUNT-EDIT       PIC ZZ9.
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
           PERFORM 2000-LOAD-FINAL-PAY
               UNTIL END-OF-TERM-PAY
           SORT CERT-SORT-FILE
               ON ASCENDING KEY CS-EMP-ID
                                CS-WEEK-ENDING
                                CS-GROSS
                                CS-SOURCE
               INPUT PROCEDURE IS 3000-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 4000-PRINT-CERTIFICATES
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1020-READ-RUN-CONTROL
           IF NOT RUN-COMPLETED
               DISPLAY 'PAY RUN FOR PERIOD ' WS-PERIOD-ENDING
                   ' GROUP ' WS-RUN-GROUP ' NOT COMPLETED'
                   ' - NO CERTIFICATES PRODUCED'
               STOP RUN
           END-IF
           PERFORM 1080-START-JOB-STEP
      *    A certificate covers the twelve months to the final
      *    period-ending - 29 February steps back to the 28th
           MOVE WS-PERIOD-ENDING TO WS-WORK-DATE
           SUBTRACT 1 FROM WS-WORK-YEAR
           IF WS-WORK-MONTH = 02 AND WS-WORK-DAY = 29
               MOVE 28 TO WS-WORK-DAY
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1)
           OPEN INPUT  TERM-PAY-FILE
                       EMPLOYEE-FILE
                       PAY-HISTORY-FILE
                OUTPUT EXTRACT-PARM-FILE
                       CERT-REPORT-FILE
           IF WS-TPAY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FINAL PAY FILE: '
                   WS-TPAY-STATUS
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
           IF WS-XPRM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXTRACT PARM FILE: '
                   WS-XPRM-STATUS
               STOP RUN
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CERTIFICATE FILE: '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
      *    No extract supplied means only the working history is
      *    to hand
           OPEN INPUT EXTRACT-HIST-FILE
           IF WS-XHIST-STATUS = '35'
               SET END-OF-EXTRACT TO TRUE
           ELSE
               IF WS-XHIST-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING HISTORY EXTRACT: '
                       WS-XHIST-STATUS
                   STOP RUN
               END-IF
               SET EXTRACT-SUPPLIED TO TRUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYMENT SEPARATION CERTIFICATES - PERIOD ENDING '
                  WS-PERIOD-ENDING
                  ' GROUP ' WS-RUN-GROUP
                  ' PRODUCED ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       1020-READ-RUN-CONTROL.
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
           MOVE RC-PAY-GROUP     TO WS-RUN-GROUP
           PERFORM 1030-FIND-RUN-COMPLETE
               UNTIL END-OF-RUNCTL
           CLOSE RUN-CONTROL-FILE.
      *
       1030-FIND-RUN-COMPLETE.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUNCTL TO TRUE
           END-READ
           IF END-OF-RUNCTL
               EXIT PARAGRAPH
           END-IF
           IF RC-COMPLETED-RUN
              AND RC-PERIOD-ENDING = WS-PERIOD-ENDING
              AND RC-PAY-GROUP = WS-RUN-GROUP
               SET RUN-COMPLETED TO TRUE
           END-IF.
      *
       1080-START-JOB-STEP.
           SET JR-START-STEP TO TRUE
           MOVE WS-RUN-GROUP     TO JR-PAY-GROUP
           MOVE WS-PERIOD-ENDING TO JR-PERIOD-ENDING
           MOVE 'SEPCERT '       TO JR-STEP-ID
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
       2000-LOAD-FINAL-PAY.
           READ TERM-PAY-FILE
               AT END
                   SET END-OF-TERM-PAY TO TRUE
           END-READ
           IF END-OF-TERM-PAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FINAL-PAYS-READ
      *    A final pay since voided has put the employee back to
      *    'T' for a fresh final pay - the certificate waits for
      *    that one
           MOVE TP-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-ACTIVE-FLAG
           END-READ
           IF TP-WEEK-ENDING NOT = WS-PERIOD-ENDING
              OR NOT EMP-TERM-PAID
               ADD 1 TO WS-FINAL-PAYS-SKIPPED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EMPLOYEE ' TP-EMP-ID
                      ' FINAL PAY FOR ' TP-WEEK-ENDING
                      ' NO LONGER STANDS - NO CERTIFICATE'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-LV-COUNT < 100
               ADD 1 TO WS-LV-COUNT
               MOVE TP-EMP-ID      TO WS-LV-EMP-ID(WS-LV-COUNT)
               MOVE TP-FINAL-GROSS TO WS-LV-FINAL-GROSS(WS-LV-COUNT)
               MOVE TP-FINAL-HOURS TO WS-LV-FINAL-HOURS(WS-LV-COUNT)
               MOVE TP-AL-HOURS    TO WS-LV-AL-HOURS(WS-LV-COUNT)
               MOVE TP-AL-PAYOUT   TO WS-LV-AL-PAYOUT(WS-LV-COUNT)
               MOVE TP-AL-LOADING  TO WS-LV-AL-LOADING(WS-LV-COUNT)
               MOVE TP-LSL-HOURS   TO WS-LV-LSL-HOURS(WS-LV-COUNT)
               MOVE TP-LSL-PAYOUT  TO WS-LV-LSL-PAYOUT(WS-LV-COUNT)
               MOVE TP-PAYOUT-TAX  TO WS-LV-PAYOUT-TAX(WS-LV-COUNT)
           ELSE
               DISPLAY 'LEAVER TABLE FULL AT 100 FINAL PAYS'
               STOP RUN
           END-IF.
      *
       2100-FIND-LEAVER.
           MOVE ZERO TO WS-LV-MATCH-IDX
           PERFORM 2110-SCAN-LEAVER
               VARYING WS-LV-IDX FROM 1 BY 1
               UNTIL WS-LV-IDX > WS-LV-COUNT.
      *
       2110-SCAN-LEAVER.
           IF WS-LV-MATCH-IDX = ZERO
              AND WS-LV-EMP-ID(WS-LV-IDX) = WS-LV-KEY
               MOVE WS-LV-IDX TO WS-LV-MATCH-IDX
           END-IF.
      *
       3000-RELEASE-HISTORY.
           PERFORM 3010-RELEASE-MARKER
               VARYING WS-LV-IDX FROM 1 BY 1
               UNTIL WS-LV-IDX > WS-LV-COUNT
           PERFORM 3100-SCAN-HISTORY
               UNTIL END-OF-HISTORY
           PERFORM 3200-SCAN-EXTRACT
               UNTIL END-OF-EXTRACT.
      *
       3010-RELEASE-MARKER.
           MOVE WS-LV-EMP-ID(WS-LV-IDX) TO CS-EMP-ID
           MOVE ZERO  TO CS-WEEK-ENDING
           MOVE ZERO  TO CS-GROSS
           MOVE SPACE TO CS-SOURCE
           MOVE ZERO  TO CS-HOURS
           RELEASE CERT-SORT-RECORD.
      *
       3100-SCAN-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF END-OF-HISTORY
               EXIT PARAGRAPH
           END-IF
           IF HI-WEEK-ENDING < WS-HIST-EARLIEST
               MOVE HI-WEEK-ENDING TO WS-HIST-EARLIEST
           END-IF
           IF HI-WEEK-ENDING < WS-WINDOW-START
              OR HI-WEEK-ENDING > WS-PERIOD-ENDING
               EXIT PARAGRAPH
           END-IF
           MOVE HI-EMP-ID TO WS-LV-KEY
           PERFORM 2100-FIND-LEAVER
           IF WS-LV-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE HI-EMP-ID      TO CS-EMP-ID
           MOVE HI-WEEK-ENDING TO CS-WEEK-ENDING
           MOVE HI-GROSS       TO CS-GROSS
           MOVE 'W'            TO CS-SOURCE
           MOVE HI-HOURS       TO CS-HOURS
           RELEASE CERT-SORT-RECORD.
      *
       3200-SCAN-EXTRACT.
           READ EXTRACT-HIST-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
           END-READ
           IF END-OF-EXTRACT
               EXIT PARAGRAPH
           END-IF
           IF XH-WEEK-ENDING < WS-WINDOW-START
              OR XH-WEEK-ENDING > WS-PERIOD-ENDING
               EXIT PARAGRAPH
           END-IF
           MOVE XH-EMP-ID TO WS-LV-KEY
           PERFORM 2100-FIND-LEAVER
           IF WS-LV-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE XH-EMP-ID      TO CS-EMP-ID
           MOVE XH-WEEK-ENDING TO CS-WEEK-ENDING
           MOVE XH-GROSS       TO CS-GROSS
           MOVE 'X'            TO CS-SOURCE
           MOVE XH-HOURS       TO CS-HOURS
           RELEASE CERT-SORT-RECORD.
      *
       4000-PRINT-CERTIFICATES.
           PERFORM 4100-RETURN-PERIOD
               UNTIL END-OF-CERT-SORT
           IF WS-CERT-EMP-ID NOT = ZERO
               PERFORM 4500-FINISH-CERTIFICATE
           END-IF.
      *
       4100-RETURN-PERIOD.
           RETURN CERT-SORT-FILE
               AT END
                   SET END-OF-CERT-SORT TO TRUE
           END-RETURN
           IF END-OF-CERT-SORT
               EXIT PARAGRAPH
           END-IF
           IF CS-WEEK-ENDING = ZERO
               IF WS-CERT-EMP-ID NOT = ZERO
                   PERFORM 4500-FINISH-CERTIFICATE
               END-IF
               PERFORM 4200-START-CERTIFICATE
               EXIT PARAGRAPH
           END-IF
      *    The same period off the working file and the extract
      *    is one period, printed once
           IF CS-WEEK-ENDING = WS-LAST-WEEK
              AND CS-GROSS = WS-LAST-GROSS
              AND CS-HOURS = WS-LAST-HOURS
              AND CS-SOURCE NOT = WS-LAST-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE CS-WEEK-ENDING TO WS-LAST-WEEK
           MOVE CS-GROSS       TO WS-LAST-GROSS
           MOVE CS-HOURS       TO WS-LAST-HOURS
           MOVE CS-SOURCE      TO WS-LAST-SOURCE
           PERFORM 4300-PRINT-PERIOD.
      *
       4200-START-CERTIFICATE.
           MOVE CS-EMP-ID TO WS-CERT-EMP-ID
           MOVE CS-EMP-ID TO WS-LV-KEY
           PERFORM 2100-FIND-LEAVER
           MOVE ZERO   TO WS-CERT-PERIODS
           MOVE ZERO   TO WS-CERT-GROSS
           MOVE ZERO   TO WS-CERT-HOURS
           MOVE ZERO   TO WS-LAST-WEEK
           MOVE ZERO   TO WS-LAST-GROSS
           MOVE ZERO   TO WS-LAST-HOURS
           MOVE SPACE  TO WS-LAST-SOURCE
           MOVE 'N'    TO WS-FINAL-SEEN-FLAG
           MOVE CS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
                   MOVE SPACES TO EMP-DEPT
                   MOVE ZERO   TO EMP-TERM-DATE
                   MOVE SPACE  TO EMP-SEP-REASON
           END-READ
           EVALUATE TRUE
               WHEN EMP-SEP-OWN-ACCORD
                   MOVE 'OWN ACCORD' TO WS-SEP-TEXT
               WHEN EMP-SEP-ILLNESS
                   MOVE 'ILLNESS OR INJURY' TO WS-SEP-TEXT
               WHEN EMP-SEP-DISMISSED
                   MOVE 'DISMISSED' TO WS-SEP-TEXT
               WHEN EMP-SEP-SHORTAGE
                   MOVE 'SHORTAGE OF WORK OR REDUNDANCY'
                       TO WS-SEP-TEXT
               WHEN EMP-SEP-CONTRACT-END
                   MOVE 'CONTRACT OR SEASONAL WORK ENDED'
                       TO WS-SEP-TEXT
               WHEN EMP-SEP-OTHER
                   MOVE 'OTHER' TO WS-SEP-TEXT
               WHEN OTHER
                   MOVE 'NOT RECORDED ON TERMINATION'
                       TO WS-SEP-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE(1:80)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'EMPLOYMENT SEPARATION CERTIFICATE' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'EMPLOYEE:          ' CS-EMP-ID '  ' EMP-NAME
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'DEPARTMENT:        ' EMP-DEPT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF EMP-TERM-DATE = ZERO
               MOVE 'LAST DAY EMPLOYED: NOT RECORDED ON TERMINATION'
                   TO WS-REPORT-LINE
           ELSE
               STRING 'LAST DAY EMPLOYED: ' EMP-TERM-DATE
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'SEPARATION REASON: ' WS-SEP-TEXT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'FINAL PAY PERIOD:  ' WS-PERIOD-ENDING
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'GROSS EARNINGS ' WS-WINDOW-START
                  ' TO ' WS-PERIOD-ENDING
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE '  PERIOD ENDING     GROSS EARNINGS      HOURS'
               TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4300-PRINT-PERIOD.
      *    The final pay's gross carries the leave paid out, which
      *    the certificate reports on its own below - the period
      *    line shows what was earned for the period itself
           MOVE CS-GROSS TO WS-LINE-GROSS
           IF CS-WEEK-ENDING = WS-PERIOD-ENDING
              AND CS-GROSS = WS-LV-FINAL-GROSS(WS-LV-MATCH-IDX)
              AND NOT FINAL-PERIOD-SEEN
               SET FINAL-PERIOD-SEEN TO TRUE
               COMPUTE WS-LINE-GROSS = CS-GROSS
                   - WS-LV-AL-PAYOUT(WS-LV-MATCH-IDX)
                   - WS-LV-LSL-PAYOUT(WS-LV-MATCH-IDX)
           END-IF
           ADD 1 TO WS-CERT-PERIODS
           ADD WS-LINE-GROSS TO WS-CERT-GROSS
           ADD CS-HOURS TO WS-CERT-HOURS
           MOVE WS-LINE-GROSS TO WS-AMOUNT-EDIT
           MOVE CS-HOURS TO WS-HOURS-EDIT
           STRING '  ' CS-WEEK-ENDING
                  '      ' WS-AMOUNT-EDIT
                  '  ' WS-HOURS-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           IF CS-SOURCE = 'X'
               MOVE '(ARCHIVED)' TO WS-REPORT-LINE(50:10)
           END-IF
           IF FINAL-PERIOD-SEEN
              AND CS-WEEK-ENDING = WS-PERIOD-ENDING
              AND WS-LINE-GROSS NOT = CS-GROSS
               MOVE '(FINAL PAY LESS LEAVE PAID OUT)'
                   TO WS-REPORT-LINE(50:31)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4500-FINISH-CERTIFICATE.
           MOVE WS-CERT-PERIODS TO WS-COUNT-EDIT
           MOVE WS-CERT-GROSS   TO WS-TOTAL-EDIT
           MOVE WS-CERT-HOURS   TO WS-HOURS-EDIT
           STRING '  TOTAL ' WS-COUNT-EDIT ' PERIODS'
                  ' ' WS-TOTAL-EDIT
                  '  ' WS-HOURS-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
      *    A working history that starts inside the window may
      *    have lost periods to HIST-ARCHIVE - without the
      *    extract the twelve months cannot be vouched for
           IF WS-HIST-EARLIEST > WS-WINDOW-START
              AND NOT EXTRACT-SUPPLIED
               ADD 1 TO WS-CERTS-INCOMPLETE
               MOVE WS-CERT-EMP-ID TO XT-EMP-ID
               WRITE EXTRACT-PARM-RECORD
               STRING '  *** INCOMPLETE - WORKING HISTORY STARTS '
                      WS-HIST-EARLIEST
                      ' - RUN HIST-EXTRACT WITH CERTXPRM AND RERUN'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'LEAVE PAID OUT ON TERMINATION' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-LV-AL-HOURS(WS-LV-MATCH-IDX)   TO WS-HOURS-EDIT
           MOVE WS-LV-AL-PAYOUT(WS-LV-MATCH-IDX)  TO WS-AMOUNT-EDIT
           MOVE WS-LV-AL-LOADING(WS-LV-MATCH-IDX) TO WS-LOADING-EDIT
           STRING '  ANNUAL LEAVE        HOURS ' WS-HOURS-EDIT
                  '  PAID ' WS-AMOUNT-EDIT
                  '  INCLUDING LOADING ' WS-LOADING-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-LV-LSL-HOURS(WS-LV-MATCH-IDX)  TO WS-HOURS-EDIT
           MOVE WS-LV-LSL-PAYOUT(WS-LV-MATCH-IDX) TO WS-AMOUNT-EDIT
           STRING '  LONG SERVICE LEAVE  HOURS ' WS-HOURS-EDIT
                  '  PAID ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           COMPUTE WS-PAYOUT-TOTAL =
               WS-LV-AL-PAYOUT(WS-LV-MATCH-IDX)
               + WS-LV-LSL-PAYOUT(WS-LV-MATCH-IDX)
           MOVE WS-PAYOUT-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-LV-PAYOUT-TAX(WS-LV-MATCH-IDX) TO WS-TAX-EDIT
           STRING '  TOTAL PAID OUT      ' WS-AMOUNT-EDIT
                  '  TAX WITHHELD ON IT ' WS-TAX-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE(1:80)
           PERFORM 8000-WRITE-REPORT-LINE
           ADD 1 TO WS-CERTS-PRODUCED.
      *
       8000-WRITE-REPORT-LINE.
           WRITE CERT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
      *
       9000-FINALIZE.
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'FINAL PAYS READ: '   WS-FINAL-PAYS-READ
                  '  CERTIFICATES: '    WS-CERTS-PRODUCED
                  '  INCOMPLETE: '      WS-CERTS-INCOMPLETE
                  '  NOT STANDING: '    WS-FINAL-PAYS-SKIPPED
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY '=================================='
           DISPLAY 'SEPARATION CERTIFICATES COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'FINAL PAYS READ:   ' WS-FINAL-PAYS-READ
           DISPLAY 'CERTIFICATES:      ' WS-CERTS-PRODUCED
           DISPLAY 'INCOMPLETE:        ' WS-CERTS-INCOMPLETE
           DISPLAY 'NOT STANDING:      ' WS-FINAL-PAYS-SKIPPED
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           IF EXTRACT-SUPPLIED
               CLOSE EXTRACT-HIST-FILE
           END-IF
           CLOSE TERM-PAY-FILE
                 EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 EXTRACT-PARM-FILE
                 CERT-REPORT-FILE.
      *
       9800-END-JOB-STEP.
      *    An incomplete certificate is reported for an extract
      *    and rerun, not a failure of the step
           SET JR-END-CLEAN TO TRUE
           MOVE WS-CERTS-PRODUCED TO JR-RECORD-COUNT
           MOVE ZERO              TO JR-CONTROL-AMOUNT
           MOVE SPACES            TO JR-RESULT-TEXT
           STRING 'CERTIFICATES ' WS-CERTS-PRODUCED
                  ' INCOMPLETE ' WS-CERTS-INCOMPLETE
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
