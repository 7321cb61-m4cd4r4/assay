       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-LEDGER.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * PAY CYCLE JOB-STEP LEDGER SUBPROGRAM
      * Called by every pay cycle program as it starts and as it
      * finishes, so the batch sequence is enforced by the suite
      * instead of by the operator's memory. The ledger is keyed
      * by pay group, period-ending and step. A start is refused
      * - and the ledger left as it was - while the main run is
      * running for the group and period (a main run abended
      * mid-checkpoint counts as running until it is restarted
      * and finishes), or while any step JOB-STEP-TABLE puts
      * ahead of this one has not finished cleanly: not run,
      * still running, or failed. A supervisor override recorded
      * against the step lets it start once, and the ledger
      * notes that it did - a further start needs a fresh
      * override. An accepted start stamps the step running; the
      * caller's end stamps it complete or failed with its
      * control totals. A step whose proof a later step has
      * overtaken - a reconciliation after a void or an off-cycle
      * pay - is reopened to outstanding, so whatever depends on
      * it waits until it is run again. The ledger file is opened
      * and closed on every call and created on first use.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LEDGER-FILE ASSIGN TO JOBLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-KEY
               FILE STATUS IS WS-LEDG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LEDGER-FILE.
           COPY JOB-STEP-RECORD.
      *
       WORKING-STORAGE SECTION.
       01  WS-LEDG-STATUS          PIC XX.
      *
       COPY JOB-STEP-TABLE.
      *
       01  WS-STEP-IDX             PIC 9(2).
       01  WS-STEP-MATCH-IDX       PIC 9(2).
       01  WS-PRED-IDX             PIC 9(1).
       01  WS-PRED-STEP            PIC X(8).
      *
       01  WS-SWITCHES.
           05  WS-STEP-FOUND-FLAG  PIC X(1).
               88  STEP-ON-LEDGER  VALUE 'Y'.
           05  WS-BLOCKED-FLAG     PIC X(1).
               88  START-BLOCKED   VALUE 'Y'.
      *
      *    The step's own ledger record, held while its
      *    predecessors are read over the same record area
       01  WS-OWN-STEP-RECORD      PIC X(157).
       01  WS-OWN-OVERRIDE-BY      PIC X(8).
       01  WS-OWN-OVERRIDE-REASON  PIC X(40).
       01  WS-OWN-OVERRIDE-USED    PIC X(1).
       01  WS-BLOCK-REASON         PIC X(60).
      *
       01  WS-CURRENT-DATE.
           05  WS-TODAY            PIC 9(8).
           05  WS-NOW              PIC 9(6).
           05  FILLER              PIC X(7).
      *
       LINKAGE SECTION.
       COPY JOB-STEP-REQUEST.
      *
       PROCEDURE DIVISION USING JOB-STEP-REQUEST.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE 'Y'    TO JR-RESPONSE
           MOVE SPACE  TO JR-STEP-STATUS
           MOVE SPACES TO JR-MESSAGE
           PERFORM 1000-OPEN-LEDGER
           IF JR-REFUSED
               GOBACK
           END-IF
           PERFORM 1100-FIND-STEP
           IF WS-STEP-MATCH-IDX = ZERO
               MOVE 'N' TO JR-RESPONSE
               STRING 'STEP ' JR-STEP-ID
                      ' IS NOT IN THE PAY CYCLE SEQUENCE'
                      DELIMITED BY SIZE
                      INTO JR-MESSAGE
               CLOSE JOB-LEDGER-FILE
               GOBACK
           END-IF
           MOVE JR-PAY-GROUP     TO JS-PAY-GROUP
           MOVE JR-PERIOD-ENDING TO JS-PERIOD-ENDING
           MOVE JR-STEP-ID       TO JS-STEP-ID
           PERFORM 1200-READ-STEP
           EVALUATE TRUE
               WHEN JR-START-STEP
                   PERFORM 2000-START-STEP
               WHEN JR-END-CLEAN
                   PERFORM 3000-END-STEP
               WHEN JR-END-FAILED
                   PERFORM 3000-END-STEP
               WHEN JR-QUERY-STEP
                   PERFORM 4000-QUERY-STEP
               WHEN JR-OVERRIDE-STEP
                   PERFORM 5000-RECORD-OVERRIDE
               WHEN JR-REOPEN-STEP
                   PERFORM 7000-REOPEN-STEP
               WHEN OTHER
                   MOVE 'N' TO JR-RESPONSE
                   MOVE 'LEDGER FUNCTION NOT S, E, F, Q, O OR R'
                       TO JR-MESSAGE
           END-EVALUATE
           CLOSE JOB-LEDGER-FILE
           GOBACK.
      *
       1000-OPEN-LEDGER.
      *    First use of the ledger creates it
           OPEN I-O JOB-LEDGER-FILE
           IF WS-LEDG-STATUS = '35'
               OPEN OUTPUT JOB-LEDGER-FILE
               CLOSE JOB-LEDGER-FILE
               OPEN I-O JOB-LEDGER-FILE
           END-IF
           IF WS-LEDG-STATUS NOT = '00'
               MOVE 'N' TO JR-RESPONSE
               STRING 'ERROR OPENING JOB-STEP LEDGER: '
                      WS-LEDG-STATUS
                      DELIMITED BY SIZE
                      INTO JR-MESSAGE
           END-IF.
      *
       1100-FIND-STEP.
           MOVE ZERO TO WS-STEP-MATCH-IDX
           PERFORM 1110-SCAN-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > JT-STEP-COUNT.
      *
       1110-SCAN-STEP.
           IF WS-STEP-MATCH-IDX = ZERO
              AND JT-STEP-ID(WS-STEP-IDX) = JR-STEP-ID
               MOVE WS-STEP-IDX TO WS-STEP-MATCH-IDX
           END-IF.
      *
       1200-READ-STEP.
           MOVE 'Y' TO WS-STEP-FOUND-FLAG
           READ JOB-LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STEP-FOUND-FLAG
           END-READ
           IF NOT STEP-ON-LEDGER
               PERFORM 1300-INIT-STEP-RECORD
           END-IF.
      *
       1300-INIT-STEP-RECORD.
           MOVE SPACES           TO JOB-STEP-RECORD
           MOVE JR-PAY-GROUP     TO JS-PAY-GROUP
           MOVE JR-PERIOD-ENDING TO JS-PERIOD-ENDING
           MOVE JR-STEP-ID       TO JS-STEP-ID
           MOVE ZERO             TO JS-RUN-COUNT
           MOVE ZERO             TO JS-START-DATE
           MOVE ZERO             TO JS-START-TIME
           MOVE ZERO             TO JS-END-DATE
           MOVE ZERO             TO JS-END-TIME
           MOVE ZERO             TO JS-RECORD-COUNT
           MOVE ZERO             TO JS-CONTROL-AMOUNT
           MOVE ZERO             TO JS-OVERRIDE-DATE.
      *
       2000-START-STEP.
           MOVE JOB-STEP-RECORD    TO WS-OWN-STEP-RECORD
           MOVE JS-OVERRIDE-BY     TO WS-OWN-OVERRIDE-BY
           MOVE JS-OVERRIDE-REASON TO WS-OWN-OVERRIDE-REASON
           MOVE JS-OVERRIDE-USED   TO WS-OWN-OVERRIDE-USED
           MOVE 'N'    TO WS-BLOCKED-FLAG
           MOVE SPACES TO WS-BLOCK-REASON
      *    Nothing runs alongside the main run - its checkpoint
      *    restart assumes the master, leave and deduction files
      *    are exactly as it left them
           IF JR-STEP-ID NOT = JT-MAIN-RUN-STEP
               MOVE JT-MAIN-RUN-STEP TO JS-STEP-ID
               READ JOB-LEDGER-FILE
                   INVALID KEY
                       MOVE SPACE TO JS-STATUS
               END-READ
               IF JS-RUNNING
                   SET START-BLOCKED TO TRUE
                   MOVE 'MAIN PAY RUN IS RUNNING OR AWAITING RESTART'
                       TO WS-BLOCK-REASON
               END-IF
           END-IF
           IF NOT START-BLOCKED
               PERFORM 2100-CHECK-PREDECESSOR
                   VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 3
                      OR START-BLOCKED
           END-IF
           MOVE WS-OWN-STEP-RECORD TO JOB-STEP-RECORD
      *    An override is good for one start - once used it
      *    stays on the record as the audit of who let the step
      *    through, but lets nothing else through
           IF START-BLOCKED
               IF WS-OWN-OVERRIDE-BY = SPACES
                  OR WS-OWN-OVERRIDE-USED = 'Y'
                   MOVE 'N' TO JR-RESPONSE
                   STRING JR-STEP-ID ' REFUSED - '
                          WS-BLOCK-REASON
                          DELIMITED BY SIZE
                          INTO JR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               SET JS-STARTED-ON-OVERRIDE TO TRUE
               STRING JR-STEP-ID ' STARTED ON OVERRIDE BY '
                      WS-OWN-OVERRIDE-BY ' - '
                      WS-OWN-OVERRIDE-REASON
                      DELIMITED BY SIZE
                      INTO JR-MESSAGE
           END-IF
           SET JS-RUNNING TO TRUE
           ADD 1 TO JS-RUN-COUNT
           MOVE WS-TODAY TO JS-START-DATE
           MOVE WS-NOW   TO JS-START-TIME
           MOVE ZERO     TO JS-END-DATE
           MOVE ZERO     TO JS-END-TIME
           MOVE ZERO     TO JS-RECORD-COUNT
           MOVE ZERO     TO JS-CONTROL-AMOUNT
           MOVE SPACES   TO JS-RESULT-TEXT
           PERFORM 6000-PUT-STEP.
      *
       2100-CHECK-PREDECESSOR.
           MOVE JT-PREDECESSOR(WS-STEP-MATCH-IDX, WS-PRED-IDX)
               TO WS-PRED-STEP
           IF WS-PRED-STEP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRED-STEP TO JS-STEP-ID
           READ JOB-LEDGER-FILE
               INVALID KEY
                   MOVE SPACE TO JS-STATUS
           END-READ
           EVALUATE TRUE
               WHEN JS-COMPLETE
                   CONTINUE
               WHEN JS-RUNNING
                   SET START-BLOCKED TO TRUE
                   STRING WS-PRED-STEP ' HAS NOT FINISHED'
                          DELIMITED BY SIZE
                          INTO WS-BLOCK-REASON
               WHEN JS-FAILED
                   SET START-BLOCKED TO TRUE
                   STRING WS-PRED-STEP ' FAILED'
                          DELIMITED BY SIZE
                          INTO WS-BLOCK-REASON
               WHEN OTHER
                   SET START-BLOCKED TO TRUE
                   STRING WS-PRED-STEP ' HAS NOT RUN'
                          DELIMITED BY SIZE
                          INTO WS-BLOCK-REASON
           END-EVALUATE.
      *
       3000-END-STEP.
      *    An end with no start on the ledger is still recorded -
      *    the step ran, and the report should say how it went
           IF JR-END-CLEAN
               SET JS-COMPLETE TO TRUE
           ELSE
               SET JS-FAILED TO TRUE
           END-IF
           MOVE WS-TODAY          TO JS-END-DATE
           MOVE WS-NOW            TO JS-END-TIME
           MOVE JR-RECORD-COUNT   TO JS-RECORD-COUNT
           MOVE JR-CONTROL-AMOUNT TO JS-CONTROL-AMOUNT
           MOVE JR-RESULT-TEXT    TO JS-RESULT-TEXT
           PERFORM 6000-PUT-STEP.
      *
       4000-QUERY-STEP.
           MOVE JS-STATUS         TO JR-STEP-STATUS
           MOVE JS-RECORD-COUNT   TO JR-RECORD-COUNT
           MOVE JS-CONTROL-AMOUNT TO JR-CONTROL-AMOUNT
           MOVE JS-RESULT-TEXT    TO JR-RESULT-TEXT
           MOVE JS-OVERRIDE-BY    TO JR-OVERRIDE-BY
           MOVE JS-OVERRIDE-REASON TO JR-OVERRIDE-REASON.
      *
       5000-RECORD-OVERRIDE.
           IF JR-OVERRIDE-BY = SPACES
              OR JR-OVERRIDE-REASON = SPACES
               MOVE 'N' TO JR-RESPONSE
               MOVE 'OVERRIDE NEEDS THE SUPERVISOR AND A REASON'
                   TO JR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE JR-OVERRIDE-BY     TO JS-OVERRIDE-BY
           MOVE JR-OVERRIDE-REASON TO JS-OVERRIDE-REASON
           MOVE WS-TODAY           TO JS-OVERRIDE-DATE
           MOVE 'N'                TO JS-OVERRIDE-USED
           PERFORM 6000-PUT-STEP.
      *
       6000-PUT-STEP.
           IF STEP-ON-LEDGER
               REWRITE JOB-STEP-RECORD
                   INVALID KEY
                       MOVE 'N' TO JR-RESPONSE
               END-REWRITE
           ELSE
               WRITE JOB-STEP-RECORD
                   INVALID KEY
                       MOVE 'N' TO JR-RESPONSE
               END-WRITE
           END-IF
           IF JR-REFUSED
               STRING 'JOB-STEP LEDGER UPDATE FAILED: '
                      WS-LEDG-STATUS
                      DELIMITED BY SIZE
                      INTO JR-MESSAGE
           END-IF.
      *
       7000-REOPEN-STEP.
      *    Only a finished step can be reopened - one never run is
      *    outstanding already, and one still running will prove
      *    whatever it finds when it ends
           IF NOT STEP-ON-LEDGER
              OR JS-RUNNING
               EXIT PARAGRAPH
           END-IF
           SET JS-OUTSTANDING     TO TRUE
           MOVE WS-TODAY          TO JS-END-DATE
           MOVE WS-NOW            TO JS-END-TIME
           MOVE JR-RESULT-TEXT    TO JS-RESULT-TEXT
           PERFORM 6000-PUT-STEP.
