      * the EFT release step requires that certificate. On a
      * mismatch the reconciliation report says exactly which
      * employee or which total is out, and no certificate exists.
      * A pay PAY-VOID has voided since the run stays on the
      * printed register but is gone from the replacement EFT
      * file, and its audit reversal cancels its audit record -
      * so a voided employee's register line is taken out of the
      * cross-source proofs, the employee is listed as voided
      * rather than as a mismatch, and the smaller run certifies.
      * The step is recorded on the job-step ledger - it will not
      * start until the group's main run has finished cleanly,
      * and it ends failed when the run does not balance, which
      * holds back the remittance and EFT release steps.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-EMP-AUD-GROSS PIC 9(9)V99.
               10  WS-EMP-AUD-TAX  PIC 9(9)V99.
               10  WS-EMP-AUD-SUPER PIC 9(9)V99.
               10  WS-EMP-VOID-FLAG PIC X(1).
               10  WS-EMP-VOID-GROSS PIC 9(9)V99.
               10  WS-EMP-VOID-TAX PIC 9(9)V99.
               10  WS-EMP-VOID-SUPER PIC 9(9)V99.
      *
       01  WS-EMP-SRCH-IDX         PIC 9(4).
       01  WS-EMP-MATCH-IDX        PIC 9(4).
           05  WS-AUD-TAX-SUM      PIC 9(11)V99 VALUE ZERO.
           05  WS-AUD-SUPER-SUM    PIC 9(11)V99 VALUE ZERO.
           05  WS-AUD-MOVEMENT-ERRS PIC 9(6) VALUE ZERO.
           05  WS-AUD-VOID-GROSS   PIC 9(11)V99 VALUE ZERO.
           05  WS-AUD-VOID-TAX     PIC 9(11)V99 VALUE ZERO.
           05  WS-AUD-VOID-SUPER   PIC 9(11)V99 VALUE ZERO.
      *
      *    Register lines of the employees voided since the run -
      *    still printed, no longer paid
       01  WS-VOID-TOTALS.
           05  WS-VOID-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-REG-VOID-GROSS   PIC 9(11)V99 VALUE ZERO.
           05  WS-REG-VOID-TAX     PIC 9(11)V99 VALUE ZERO.
           05  WS-REG-VOID-SUPER   PIC 9(11)V99 VALUE ZERO.
           05  WS-REG-VOID-NET     PIC 9(11)V99 VALUE ZERO.
      *
      *    What the run actually pays - register and audit net of
      *    the voided pays - for the cross-source proofs
       01  WS-PAID-TOTALS.
           05  WS-REG-PAID-GROSS   PIC 9(11)V99 VALUE ZERO.
           05  WS-REG-PAID-TAX     PIC 9(11)V99 VALUE ZERO.
           05  WS-REG-PAID-SUPER   PIC 9(11)V99 VALUE ZERO.
           05  WS-REG-PAID-NET     PIC 9(11)V99 VALUE ZERO.
           05  WS-AUD-PAID-GROSS   PIC 9(11)V99 VALUE ZERO.
           05  WS-AUD-PAID-TAX     PIC 9(11)V99 VALUE ZERO.
           05  WS-AUD-PAID-SUPER   PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-MISMATCH-COUNT       PIC 9(6) VALUE ZERO.
      *
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
      *
       COPY JOB-STEP-REQUEST.
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
               STOP RUN
           END-IF
           MOVE RC-PERIOD-ENDING TO WS-PERIOD-ENDING
           MOVE RC-PAY-GROUP     TO JR-PAY-GROUP
           CLOSE RUN-CONTROL-FILE
           PERFORM 1080-START-JOB-STEP
           OPEN INPUT  REGISTER-FILE
                       EFT-FILE
                       AUDIT-FILE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
      *
       1080-START-JOB-STEP.
           SET JR-START-STEP TO TRUE
           MOVE WS-PERIOD-ENDING TO JR-PERIOD-ENDING
           MOVE 'PAYRECON'       TO JR-STEP-ID
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
       2000-ADD-REGISTER.
           READ REGISTER-FILE
           IF AU-WEEK-ENDING NOT = WS-PERIOD-ENDING
               EXIT PARAGRAPH
           END-IF
           IF AU-VOID-ENTRY
               PERFORM 4100-ADD-VOID-AUDIT
               EXIT PARAGRAPH
           END-IF
           ADD AU-PERIOD-GROSS TO WS-AUD-GROSS-SUM
           ADD AU-PERIOD-TAX   TO WS-AUD-TAX-SUM
           ADD AU-PERIOD-SUPER TO WS-AUD-SUPER-SUM
               MOVE AU-PERIOD-SUPER
                   TO WS-EMP-AUD-SUPER(WS-EMP-MATCH-IDX)
           END-IF.
      *
       4100-ADD-VOID-AUDIT.
      *    A reversal's YTD images run the other way - the master
      *    went down by exactly the voided pay's period figures
           ADD AU-PERIOD-GROSS TO WS-AUD-VOID-GROSS
           ADD AU-PERIOD-TAX   TO WS-AUD-VOID-TAX
           ADD AU-PERIOD-SUPER TO WS-AUD-VOID-SUPER
           COMPUTE WS-YTD-GROSS-MOVE =
               AU-YTD-GROSS-BEFORE - AU-YTD-GROSS-AFTER
           COMPUTE WS-YTD-TAX-MOVE =
               AU-YTD-TAX-BEFORE - AU-YTD-TAX-AFTER
           COMPUTE WS-YTD-SUPER-MOVE =
               AU-YTD-SUPER-BEFORE - AU-YTD-SUPER-AFTER
           IF WS-YTD-GROSS-MOVE NOT = AU-PERIOD-GROSS
              OR WS-YTD-TAX-MOVE NOT = AU-PERIOD-TAX
              OR WS-YTD-SUPER-MOVE NOT = AU-PERIOD-SUPER
               ADD 1 TO WS-AUD-MOVEMENT-ERRS
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'YTD REVERSAL MISMATCH - EMPLOYEE: '
                      AU-EMP-ID
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF
           MOVE AU-EMP-ID TO WS-WORK-EMP-ID
           PERFORM 7000-FIND-EMP-ENTRY
           IF WS-EMP-MATCH-IDX NOT = ZERO
               MOVE 'Y' TO WS-EMP-VOID-FLAG(WS-EMP-MATCH-IDX)
               MOVE AU-PERIOD-GROSS
                   TO WS-EMP-VOID-GROSS(WS-EMP-MATCH-IDX)
               MOVE AU-PERIOD-TAX
                   TO WS-EMP-VOID-TAX(WS-EMP-MATCH-IDX)
               MOVE AU-PERIOD-SUPER
                   TO WS-EMP-VOID-SUPER(WS-EMP-MATCH-IDX)
           END-IF.
      *
       5000-PROVE-TOTALS.
      *    Each source has to agree with its own trailer, and the
                   TO WS-REPORT-LINE
               PERFORM 8000-REPORT-MISMATCH
           END-IF
      *    The register and audit figures net of any pay voided
      *    since the run are what the EFT file now pays
           PERFORM 5100-ADD-VOIDED-REGISTER
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           COMPUTE WS-REG-PAID-GROSS =
               WS-REG-GROSS-SUM - WS-REG-VOID-GROSS
           COMPUTE WS-REG-PAID-TAX =
               WS-REG-TAX-SUM - WS-REG-VOID-TAX
           COMPUTE WS-REG-PAID-SUPER =
               WS-REG-SUPER-SUM - WS-REG-VOID-SUPER
           COMPUTE WS-REG-PAID-NET =
               WS-REG-NET-SUM - WS-REG-VOID-NET
           COMPUTE WS-AUD-PAID-GROSS =
               WS-AUD-GROSS-SUM - WS-AUD-VOID-GROSS
           COMPUTE WS-AUD-PAID-TAX =
               WS-AUD-TAX-SUM - WS-AUD-VOID-TAX
           COMPUTE WS-AUD-PAID-SUPER =
               WS-AUD-SUPER-SUM - WS-AUD-VOID-SUPER
           IF NOT EFT-FOOTER-FOUND
               MOVE 'EFT FOOTER RECORD MISSING'
                   TO WS-REPORT-LINE
                   TO WS-REPORT-LINE
               PERFORM 8000-REPORT-MISMATCH
           END-IF
           IF WS-REG-PAID-NET NOT = WS-EFT-DETAIL-SUM
               MOVE 'REGISTER NET NOT = EFT DETAIL TOTAL'
                   TO WS-REPORT-LINE
               PERFORM 8000-REPORT-MISMATCH
           END-IF
           IF WS-REG-PAID-GROSS NOT = WS-AUD-PAID-GROSS
               MOVE 'REGISTER GROSS NOT = AUDIT GROSS'
                   TO WS-REPORT-LINE
               PERFORM 8000-REPORT-MISMATCH
           END-IF
           IF WS-REG-PAID-TAX NOT = WS-AUD-PAID-TAX
               MOVE 'REGISTER TAX NOT = AUDIT TAX'
                   TO WS-REPORT-LINE
               PERFORM 8000-REPORT-MISMATCH
           END-IF
           IF WS-REG-PAID-SUPER NOT = WS-AUD-PAID-SUPER
               MOVE 'REGISTER SUPER NOT = AUDIT SUPER'
                   TO WS-REPORT-LINE
               PERFORM 8000-REPORT-MISMATCH
           END-IF.
      *
       5100-ADD-VOIDED-REGISTER.
           IF WS-EMP-VOID-FLAG(WS-EMP-IDX) = 'Y'
               ADD 1 TO WS-VOID-COUNT
               ADD WS-EMP-REG-GROSS(WS-EMP-IDX) TO WS-REG-VOID-GROSS
               ADD WS-EMP-REG-TAX(WS-EMP-IDX)   TO WS-REG-VOID-TAX
               ADD WS-EMP-REG-SUPER(WS-EMP-IDX) TO WS-REG-VOID-SUPER
               ADD WS-EMP-REG-NET(WS-EMP-IDX)   TO WS-REG-VOID-NET
           END-IF.
      *
       6000-CROSS-FOOT-EMPLOYEES.
      *    Every employee must appear in all three sources with the
      *    same money - a bent line in any one of them names the
      *    employee here
           IF WS-EMP-VOID-FLAG(WS-EMP-IDX) = 'Y'
               PERFORM 6100-CHECK-VOIDED-EMPLOYEE
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-REG-FLAG(WS-EMP-IDX) NOT = 'Y'
              OR WS-EMP-EFT-FLAG(WS-EMP-IDX) NOT = 'Y'
              OR WS-EMP-AUD-FLAG(WS-EMP-IDX) NOT = 'Y'
                      INTO WS-REPORT-LINE
               PERFORM 8000-REPORT-MISMATCH
           END-IF.
      *
       6100-CHECK-VOIDED-EMPLOYEE.
      *    A voided pay is printed on the register and reversed on
      *    the audit trail by exactly what was committed, and must
      *    no longer be on the EFT file - then it is listed for
      *    information, not as a mismatch
           IF WS-EMP-REG-FLAG(WS-EMP-IDX) NOT = 'Y'
              OR WS-EMP-AUD-FLAG(WS-EMP-IDX) NOT = 'Y'
              OR WS-EMP-EFT-FLAG(WS-EMP-IDX) = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EMPLOYEE ' WS-EMP-KEY(WS-EMP-IDX)
                      ' VOIDED BUT REG/EFT/AUDIT: '
                      WS-EMP-REG-FLAG(WS-EMP-IDX) '/'
                      WS-EMP-EFT-FLAG(WS-EMP-IDX) '/'
                      WS-EMP-AUD-FLAG(WS-EMP-IDX)
                      ' - EXPECTED Y/N/Y'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-REPORT-MISMATCH
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-VOID-GROSS(WS-EMP-IDX)
                  NOT = WS-EMP-AUD-GROSS(WS-EMP-IDX)
              OR WS-EMP-VOID-TAX(WS-EMP-IDX)
                  NOT = WS-EMP-AUD-TAX(WS-EMP-IDX)
              OR WS-EMP-VOID-SUPER(WS-EMP-IDX)
                  NOT = WS-EMP-AUD-SUPER(WS-EMP-IDX)
              OR WS-EMP-REG-GROSS(WS-EMP-IDX)
                  NOT = WS-EMP-AUD-GROSS(WS-EMP-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EMPLOYEE ' WS-EMP-KEY(WS-EMP-IDX)
                      ' VOID REVERSAL NOT = PAY COMMITTED'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-REPORT-MISMATCH
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEE ' WS-EMP-KEY(WS-EMP-IDX)
                  ' PAY VOIDED - NET '
                  WS-EMP-REG-NET(WS-EMP-IDX)
                  ' WITHDRAWN FROM EFT FILE'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
      *
       7000-FIND-EMP-ENTRY.
      *    Locate (or create) this employee's cross-foot row
                   MOVE 'N' TO WS-EMP-REG-FLAG(WS-EMP-MATCH-IDX)
                   MOVE 'N' TO WS-EMP-EFT-FLAG(WS-EMP-MATCH-IDX)
                   MOVE 'N' TO WS-EMP-AUD-FLAG(WS-EMP-MATCH-IDX)
                   MOVE 'N' TO WS-EMP-VOID-FLAG(WS-EMP-MATCH-IDX)
                   MOVE ZERO TO WS-EMP-REG-GROSS(WS-EMP-MATCH-IDX)
                   MOVE ZERO TO WS-EMP-REG-TAX(WS-EMP-MATCH-IDX)
                   MOVE ZERO TO WS-EMP-REG-SUPER(WS-EMP-MATCH-IDX)
                   MOVE ZERO TO WS-EMP-AUD-GROSS(WS-EMP-MATCH-IDX)
                   MOVE ZERO TO WS-EMP-AUD-TAX(WS-EMP-MATCH-IDX)
                   MOVE ZERO TO WS-EMP-AUD-SUPER(WS-EMP-MATCH-IDX)
                   MOVE ZERO TO WS-EMP-VOID-GROSS(WS-EMP-MATCH-IDX)
                   MOVE ZERO TO WS-EMP-VOID-TAX(WS-EMP-MATCH-IDX)
                   MOVE ZERO TO WS-EMP-VOID-SUPER(WS-EMP-MATCH-IDX)
               ELSE
                   MOVE 'EMPLOYEE CROSS-FOOT TABLE FULL'
                       TO WS-REPORT-LINE
           DISPLAY 'PAY RUN RECONCILIATION COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'EFT DETAILS:       ' WS-EFT-DETAIL-COUNT
           DISPLAY 'PAYS VOIDED:       ' WS-VOID-COUNT
           DISPLAY 'MISMATCHES:        ' WS-MISMATCH-COUNT
           IF RUN-IS-BALANCED
               DISPLAY 'CERTIFICATE WRITTEN - EFT MAY BE RELEASED'
               DISPLAY 'NO CERTIFICATE - DO NOT RELEASE EFT FILE'
           END-IF
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE REGISTER-FILE
                 EFT-FILE
                 AUDIT-FILE
                 RECON-REPORT-FILE.
      *
       9800-END-JOB-STEP.
      *    The certified count and net are the figures the EFT
      *    release is later recorded against
           MOVE WS-EFT-DETAIL-COUNT TO JR-RECORD-COUNT
           MOVE WS-EFT-DETAIL-SUM   TO JR-CONTROL-AMOUNT
           MOVE SPACES              TO JR-RESULT-TEXT
           IF RUN-IS-BALANCED
               SET JR-END-CLEAN TO TRUE
               MOVE 'BALANCED - CERTIFICATE WRITTEN'
                   TO JR-RESULT-TEXT
           ELSE
               SET JR-END-FAILED TO TRUE
               STRING 'OUT OF BALANCE - MISMATCH '
                      WS-MISMATCH-COUNT
                      DELIMITED BY SIZE
                      INTO JR-RESULT-TEXT
           END-IF
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
