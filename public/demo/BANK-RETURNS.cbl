      * the existing hold queue stays the single place where unpaid
      * people wait. A summary report shows payroll what came back
      * and why.
      * Recorded on the job-step ledger; returns are only taken
      * against a period whose EFT file has been released.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BANK RETURNS SUMMARY - RUN DATE: '
                  WS-CURRENT-DATE
                  INTO WS-REPORT-LINE
           WRITE RETURNS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
      *
       1080-START-JOB-STEP.
           SET JR-START-STEP TO TRUE
           MOVE WS-PERIOD-ENDING TO JR-PERIOD-ENDING
           MOVE 'BANKRETN'       TO JR-STEP-ID
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
       1500-LOAD-EFT-DETAILS.
           READ EFT-FILE
           DISPLAY 'UNMATCHED:         ' WS-RETURNS-UNMATCHED
           DISPLAY 'RETURNED AMOUNT:   ' WS-RETURNS-AMOUNT
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE RETURNS-FILE
                 EFT-FILE
                 EMPLOYEE-FILE
                 PAY-HOLD-FILE
                 RETURNS-REPORT-FILE.
      *
       9800-END-JOB-STEP.
           SET JR-END-CLEAN TO TRUE
           MOVE WS-RETURNS-MATCHED TO JR-RECORD-COUNT
           MOVE WS-RETURNS-AMOUNT  TO JR-CONTROL-AMOUNT
           MOVE SPACES             TO JR-RESULT-TEXT
           STRING 'HELD ' WS-RETURNS-MATCHED
                  ' UNMATCHED ' WS-RETURNS-UNMATCHED
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
