       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-STATUS.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * PAY CYCLE STATUS AND CONTROL
      * The operator's window on the job-step ledger. Control
      * cards are applied first: a supervisor override ('O')
      * records who allowed a step to start out of sequence and
      * why, and an EFT release card ('E') records the release of
      * a group's EFT file to the bank - refused, exactly as a
      * program's start is refused, until PAY-RECON has
      * certified the run and PAY-INTEGRITY has signed it off,
      * and carrying the certified employee count and net as its
      * control totals. The transmission step runs only after
      * this one accepts the release. Then, for every pay group's
      * current period on the run control, the report lists each
      * step of the cycle as done, running, failed or
      * outstanding, with its runs, start and end, control
      * totals and verdict, and any override standing against it.
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
           SELECT CYCLE-CARD-FILE ASSIGN TO CYCLEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT JOB-LEDGER-FILE ASSIGN TO JOBLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-KEY
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT CYCLE-REPORT-FILE ASSIGN TO CYCLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *    Every 'C' record is one group's current period
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
      *    'O' override: the step, the supervisor and the reason.
      *    'E' EFT release: the releasing operator; step unused.
      *    A zero period-ending means the group's current period.
      *    Optional - without it the run only reports.
       FD  CYCLE-CARD-FILE.
       01  CYCLE-CARD-RECORD.
           05  CC-ACTION           PIC X(1).
               88  CC-OVERRIDE     VALUE 'O'.
               88  CC-EFT-RELEASE  VALUE 'E'.
           05  CC-PAY-GROUP        PIC X(2).
           05  CC-PERIOD-ENDING    PIC 9(8).
           05  CC-STEP-ID          PIC X(8).
           05  CC-USER             PIC X(8).
           05  CC-REASON           PIC X(40).
      *
       FD  JOB-LEDGER-FILE.
           COPY JOB-STEP-RECORD.
      *
       FD  CYCLE-REPORT-FILE.
       01  CYCLE-REPORT-RECORD     PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-CARD-STATUS      PIC XX.
           05  WS-LEDG-STATUS      PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-RUNCTL       PIC X(1) VALUE 'N'.
               88  END-OF-RUNCTL   VALUE 'Y'.
           05  WS-EOF-CARD         PIC X(1) VALUE 'N'.
               88  END-OF-CARDS    VALUE 'Y'.
           05  WS-CARDS-FLAG       PIC X(1) VALUE 'N'.
               88  CARDS-SUPPLIED  VALUE 'Y'.
           05  WS-LEDGER-FLAG      PIC X(1) VALUE 'N'.
               88  LEDGER-PRESENT  VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-CARDS-READ       PIC 9(4) VALUE ZERO.
           05  WS-CARDS-APPLIED    PIC 9(4) VALUE ZERO.
           05  WS-CARDS-REFUSED    PIC 9(4) VALUE ZERO.
           05  WS-GROUP-DONE       PIC 9(2).
           05  WS-GROUP-RUNNING    PIC 9(2).
           05  WS-GROUP-FAILED     PIC 9(2).
           05  WS-GROUP-OUTSTANDING PIC 9(2).
      *
      *    Every group's current period, off the 'C' records
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 10 TIMES.
               10  WS-CAL-GROUP    PIC X(2).
               10  WS-CAL-PERIOD   PIC X(1).
               10  WS-CAL-ENDING   PIC 9(8).
       01  WS-CAL-IDX              PIC 9(2).
       01  WS-CAL-MATCH-IDX        PIC 9(2).
      *
       COPY JOB-STEP-TABLE.
       01  WS-STEP-IDX             PIC 9(2).
      *
       COPY JOB-STEP-REQUEST.
      *
       01  WS-CARD-RESULT          PIC X(80).
      *
       01  WS-STEP-LINE.
           05  SL-STEP-ID          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-STEP-NAME        PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-STATUS           PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-RUNS             PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-START-DATE       PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  SL-START-TIME       PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-END-DATE         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  SL-END-TIME         PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-RECORDS          PIC Z(6)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-RESULT           PIC X(25).
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
           PERFORM 2000-APPLY-CARD
               UNTIL END-OF-CARDS
           PERFORM 3000-OPEN-LEDGER
           PERFORM 4000-REPORT-GROUP
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN OUTPUT CYCLE-REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CYCLE REPORT: ' WS-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 1020-LOAD-CALENDARS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAY CYCLE STATUS REPORT - PRODUCED '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
      *    No cards means a status report and nothing else
           OPEN INPUT CYCLE-CARD-FILE
           IF WS-CARD-STATUS = '35'
               SET END-OF-CARDS TO TRUE
           ELSE
               IF WS-CARD-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CYCLE CARD FILE: '
                       WS-CARD-STATUS
                   STOP RUN
               END-IF
               SET CARDS-SUPPLIED TO TRUE
               MOVE 'CONTROL CARDS' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
      *
       1020-LOAD-CALENDARS.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                   WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           PERFORM 1030-SCAN-RUN-CONTROL
               UNTIL END-OF-RUNCTL
           CLOSE RUN-CONTROL-FILE
           IF WS-CAL-COUNT = ZERO
               DISPLAY 'NO PAY CALENDAR ON RUN CONTROL FILE'
               STOP RUN
           END-IF.
      *
       1030-SCAN-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUNCTL TO TRUE
           END-READ
           IF END-OF-RUNCTL
               EXIT PARAGRAPH
           END-IF
           IF RC-CONTROL
               IF WS-CAL-COUNT < 10
                   ADD 1 TO WS-CAL-COUNT
                   MOVE RC-PAY-GROUP
                       TO WS-CAL-GROUP(WS-CAL-COUNT)
                   MOVE RC-PAY-PERIOD
                       TO WS-CAL-PERIOD(WS-CAL-COUNT)
                   MOVE RC-PERIOD-ENDING
                       TO WS-CAL-ENDING(WS-CAL-COUNT)
               ELSE
                   DISPLAY 'CALENDAR TABLE FULL - GROUP '
                       RC-PAY-GROUP ' NOT REPORTED'
               END-IF
           END-IF.
      *
       1040-FIND-CALENDAR.
           MOVE ZERO TO WS-CAL-MATCH-IDX
           PERFORM 1050-SCAN-CALENDAR
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
      *
       1050-SCAN-CALENDAR.
           IF WS-CAL-MATCH-IDX = ZERO
              AND WS-CAL-GROUP(WS-CAL-IDX) = CC-PAY-GROUP
               MOVE WS-CAL-IDX TO WS-CAL-MATCH-IDX
           END-IF.
      *
       2000-APPLY-CARD.
           READ CYCLE-CARD-FILE
               AT END
                   SET END-OF-CARDS TO TRUE
           END-READ
           IF END-OF-CARDS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-CARD-RESULT
           PERFORM 1040-FIND-CALENDAR
           IF WS-CAL-MATCH-IDX = ZERO
               MOVE 'PAY GROUP HAS NO CALENDAR ON RUN CONTROL'
                   TO WS-CARD-RESULT
               PERFORM 2900-REPORT-CARD-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF CC-PERIOD-ENDING = ZERO
               MOVE WS-CAL-ENDING(WS-CAL-MATCH-IDX)
                   TO CC-PERIOD-ENDING
           END-IF
           IF CC-USER = SPACES
               MOVE 'CARD MUST NAME THE SUPERVISOR OR OPERATOR'
                   TO WS-CARD-RESULT
               PERFORM 2900-REPORT-CARD-REFUSED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CC-OVERRIDE
                   PERFORM 2100-APPLY-OVERRIDE
               WHEN CC-EFT-RELEASE
                   PERFORM 2200-RELEASE-EFT
               WHEN OTHER
                   MOVE 'CARD ACTION NOT O OR E' TO WS-CARD-RESULT
                   PERFORM 2900-REPORT-CARD-REFUSED
           END-EVALUATE.
      *
       2100-APPLY-OVERRIDE.
           MOVE SPACES TO JOB-STEP-REQUEST
           SET JR-OVERRIDE-STEP TO TRUE
           MOVE CC-PAY-GROUP     TO JR-PAY-GROUP
           MOVE CC-PERIOD-ENDING TO JR-PERIOD-ENDING
           MOVE CC-STEP-ID       TO JR-STEP-ID
           MOVE ZERO             TO JR-RECORD-COUNT
           MOVE ZERO             TO JR-CONTROL-AMOUNT
           MOVE CC-USER          TO JR-OVERRIDE-BY
           MOVE CC-REASON        TO JR-OVERRIDE-REASON
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-REFUSED
               MOVE JR-MESSAGE TO WS-CARD-RESULT
               PERFORM 2900-REPORT-CARD-REFUSED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARDS-APPLIED
           STRING '  OVERRIDE ' CC-PAY-GROUP ' ' CC-PERIOD-ENDING
                  ' ' CC-STEP-ID ' BY ' CC-USER
                  ' - ' CC-REASON
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       2200-RELEASE-EFT.
           MOVE SPACES TO JOB-STEP-REQUEST
           SET JR-START-STEP TO TRUE
           MOVE CC-PAY-GROUP     TO JR-PAY-GROUP
           MOVE CC-PERIOD-ENDING TO JR-PERIOD-ENDING
           MOVE 'EFTRLSE '       TO JR-STEP-ID
           MOVE ZERO             TO JR-RECORD-COUNT
           MOVE ZERO             TO JR-CONTROL-AMOUNT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-REFUSED
               MOVE JR-MESSAGE TO WS-CARD-RESULT
               PERFORM 2900-REPORT-CARD-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF JR-MESSAGE NOT = SPACES
               MOVE JR-MESSAGE TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
      *    The release carries what PAY-RECON certified - the
      *    employees paid and the net going to the bank
           SET JR-QUERY-STEP TO TRUE
           MOVE 'PAYRECON' TO JR-STEP-ID
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
      *    Without the certified totals the release is not
      *    recorded, and the step just started must not be left
      *    running
           IF JR-REFUSED
               MOVE JR-MESSAGE TO WS-CARD-RESULT
               SET JR-END-FAILED TO TRUE
               MOVE 'EFTRLSE ' TO JR-STEP-ID
               MOVE ZERO TO JR-RECORD-COUNT
               MOVE ZERO TO JR-CONTROL-AMOUNT
               MOVE 'PAYRECON TOTALS NOT AVAILABLE'
                   TO JR-RESULT-TEXT
               CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
               PERFORM 2900-REPORT-CARD-REFUSED
               EXIT PARAGRAPH
           END-IF
           SET JR-END-CLEAN TO TRUE
           MOVE 'EFTRLSE ' TO JR-STEP-ID
           MOVE SPACES TO JR-RESULT-TEXT
           STRING 'RELEASED BY ' CC-USER
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-REFUSED
               MOVE JR-MESSAGE TO WS-CARD-RESULT
               PERFORM 2900-REPORT-CARD-REFUSED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARDS-APPLIED
           STRING '  EFT RELEASE ' CC-PAY-GROUP ' ' CC-PERIOD-ENDING
                  ' BY ' CC-USER
                  ' - EMPLOYEES ' JR-RECORD-COUNT
                  ' RECORDED'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       2900-REPORT-CARD-REFUSED.
           ADD 1 TO WS-CARDS-REFUSED
           STRING '  REFUSED ' CC-ACTION ' ' CC-PAY-GROUP
                  ' ' CC-PERIOD-ENDING ' ' CC-STEP-ID
                  ' - ' WS-CARD-RESULT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       3000-OPEN-LEDGER.
           IF CARDS-SUPPLIED
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
      *    No ledger yet means no step has run for any group -
      *    every step is reported outstanding
           OPEN INPUT JOB-LEDGER-FILE
           IF WS-LEDG-STATUS = '00'
               SET LEDGER-PRESENT TO TRUE
           ELSE
               IF WS-LEDG-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING JOB-STEP LEDGER: '
                       WS-LEDG-STATUS
                   STOP RUN
               END-IF
           END-IF.
      *
       4000-REPORT-GROUP.
           MOVE ZERO TO WS-GROUP-DONE
           MOVE ZERO TO WS-GROUP-RUNNING
           MOVE ZERO TO WS-GROUP-FAILED
           MOVE ZERO TO WS-GROUP-OUTSTANDING
           STRING 'PAY GROUP ' WS-CAL-GROUP(WS-CAL-IDX)
                  '  PAY PERIOD ' WS-CAL-PERIOD(WS-CAL-IDX)
                  '  PERIOD ENDING ' WS-CAL-ENDING(WS-CAL-IDX)
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'STEP      PROGRAM           STATUS       RUNS'
                  '  STARTED          ENDED            RECORDS'
                  '          AMOUNT  RESULT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4100-REPORT-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > JT-STEP-COUNT
           STRING '  DONE ' WS-GROUP-DONE
                  '  RUNNING ' WS-GROUP-RUNNING
                  '  FAILED ' WS-GROUP-FAILED
                  '  OUTSTANDING ' WS-GROUP-OUTSTANDING
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4100-REPORT-STEP.
           MOVE WS-CAL-GROUP(WS-CAL-IDX)  TO JS-PAY-GROUP
           MOVE WS-CAL-ENDING(WS-CAL-IDX) TO JS-PERIOD-ENDING
           MOVE JT-STEP-ID(WS-STEP-IDX)   TO JS-STEP-ID
           IF LEDGER-PRESENT
               READ JOB-LEDGER-FILE
                   INVALID KEY
                       PERFORM 4200-CLEAR-STEP-RECORD
               END-READ
           ELSE
               PERFORM 4200-CLEAR-STEP-RECORD
           END-IF
           MOVE JT-STEP-ID(WS-STEP-IDX)   TO SL-STEP-ID
           MOVE JT-STEP-NAME(WS-STEP-IDX) TO SL-STEP-NAME
           EVALUATE TRUE
               WHEN JS-COMPLETE
                   MOVE 'DONE'        TO SL-STATUS
                   ADD 1 TO WS-GROUP-DONE
               WHEN JS-RUNNING
                   MOVE 'RUNNING'     TO SL-STATUS
                   ADD 1 TO WS-GROUP-RUNNING
               WHEN JS-FAILED
                   MOVE 'FAILED'      TO SL-STATUS
                   ADD 1 TO WS-GROUP-FAILED
               WHEN OTHER
                   MOVE 'OUTSTANDING' TO SL-STATUS
                   ADD 1 TO WS-GROUP-OUTSTANDING
           END-EVALUATE
           MOVE JS-RUN-COUNT      TO SL-RUNS
           MOVE JS-START-DATE     TO SL-START-DATE
           MOVE JS-START-TIME     TO SL-START-TIME
           MOVE JS-END-DATE       TO SL-END-DATE
           MOVE JS-END-TIME       TO SL-END-TIME
           MOVE JS-RECORD-COUNT   TO SL-RECORDS
           MOVE JS-CONTROL-AMOUNT TO SL-AMOUNT
           MOVE JS-RESULT-TEXT    TO SL-RESULT
           WRITE CYCLE-REPORT-RECORD FROM WS-STEP-LINE
           IF JS-OVERRIDE-BY NOT = SPACES
               STRING '          OVERRIDE BY ' JS-OVERRIDE-BY
                      ' ON ' JS-OVERRIDE-DATE
                      ' - ' JS-OVERRIDE-REASON
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               IF JS-STARTED-ON-OVERRIDE
                   MOVE '(STEP STARTED ON IT)'
                       TO WS-REPORT-LINE(100:20)
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
      *
       4200-CLEAR-STEP-RECORD.
           MOVE SPACE  TO JS-STATUS
           MOVE ZERO   TO JS-RUN-COUNT
           MOVE ZERO   TO JS-START-DATE
           MOVE ZERO   TO JS-START-TIME
           MOVE ZERO   TO JS-END-DATE
           MOVE ZERO   TO JS-END-TIME
           MOVE ZERO   TO JS-RECORD-COUNT
           MOVE ZERO   TO JS-CONTROL-AMOUNT
           MOVE SPACES TO JS-RESULT-TEXT
           MOVE SPACES TO JS-OVERRIDE-BY
           MOVE SPACE  TO JS-OVERRIDE-USED.
      *
       8000-WRITE-REPORT-LINE.
           WRITE CYCLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
      *
       9000-FINALIZE.
           DISPLAY '=================================='
           DISPLAY 'PAY CYCLE STATUS COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'PAY GROUPS:        ' WS-CAL-COUNT
           DISPLAY 'CARDS READ:        ' WS-CARDS-READ
           DISPLAY 'CARDS APPLIED:     ' WS-CARDS-APPLIED
           DISPLAY 'CARDS REFUSED:     ' WS-CARDS-REFUSED
           DISPLAY '=================================='
           IF CARDS-SUPPLIED
               CLOSE CYCLE-CARD-FILE
           END-IF
           IF LEDGER-PRESENT
               CLOSE JOB-LEDGER-FILE
           END-IF
           CLOSE CYCLE-REPORT-FILE.
