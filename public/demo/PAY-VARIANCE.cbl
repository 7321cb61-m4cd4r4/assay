      * but not last, and everyone paid last run but not this -
      * the cheap way to catch keying errors and fraud before the
      * money leaves, instead of after employees ring up.
      * Recorded on the job-step ledger; it will not start until
      * the group's main run has finished cleanly.
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
           MOVE RC-PERIOD-ENDING TO WS-CURRENT-ENDING
           MOVE RC-PAY-GROUP     TO JR-PAY-GROUP
      *    An unset threshold falls back to ten percent - a blank
      *    control field must not turn the exception report off
           IF RC-VARIANCE-PCT NUMERIC
               MOVE 10.00 TO WS-VARIANCE-PCT
           END-IF
           CLOSE RUN-CONTROL-FILE
           PERFORM 1080-START-JOB-STEP
           OPEN INPUT  PAY-HISTORY-FILE
                OUTPUT VARIANCE-REPORT-FILE
           IF WS-HIST-STATUS NOT = '00'
                  INTO WS-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
      *
       1080-START-JOB-STEP.
           SET JR-START-STEP TO TRUE
           MOVE WS-CURRENT-ENDING TO JR-PERIOD-ENDING
           MOVE 'PAYVARNC'        TO JR-STEP-ID
           MOVE ZERO              TO JR-RECORD-COUNT
           MOVE ZERO              TO JR-CONTROL-AMOUNT
           MOVE SPACES            TO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-REFUSED
               DISPLAY JR-MESSAGE
               STOP RUN
           END-IF
           IF JR-MESSAGE NOT = SPACES
               DISPLAY JR-MESSAGE
           END-IF.
      *
       2000-FIND-PREVIOUS-PERIOD.
           READ PAY-HISTORY-FILE
           DISPLAY 'EMPLOYEES COMPARED: ' WS-EMPLOYEES-PAIRED
           DISPLAY 'EXCEPTIONS:         ' WS-EXCEPTIONS
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE PAY-HISTORY-FILE
                 VARIANCE-REPORT-FILE.
      *
       9800-END-JOB-STEP.
      *    Exceptions are for review, not a failure of the step
           SET JR-END-CLEAN TO TRUE
           MOVE WS-EMPLOYEES-PAIRED TO JR-RECORD-COUNT
           MOVE ZERO                TO JR-CONTROL-AMOUNT
           MOVE SPACES              TO JR-RESULT-TEXT
           STRING 'EXCEPTIONS TO REVIEW ' WS-EXCEPTIONS
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
