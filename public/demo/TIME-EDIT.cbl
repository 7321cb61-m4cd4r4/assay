      * before editing, so the clean file comes out with each
      * employee's records together - PAYROLL-CALC relies on that
      * ordering to combine them into one pay per employee.
      * Records its start and end on the job-step ledger; it will
      * not overwrite the clean file while the group's main run is
      * running or awaiting restart.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    - the same file the pay run's GL interface reads; a
      *    timesheet's department override must be on it
       FD  DEPT-MAP-FILE.
           COPY DEPT-MAP-RECORD.
      *
      *    Public-holiday calendar maintained by payroll - one
      *    record per gazetted holiday, carrying the holiday's own
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
      *
       COPY JOB-STEP-REQUEST.
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
                       EMPLOYEE-FILE
                       DEPT-MAP-FILE
                       HOLIDAY-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
                   RC-PERIOD-ENDING
               STOP RUN
           END-IF
           PERFORM 1080-START-JOB-STEP
           OPEN OUTPUT CLEAN-TIME-FILE
                       EDIT-REPORT-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPT MAP FILE: ' WS-MAP-STATUS
               STOP RUN
           PERFORM 1050-SET-PERIOD-FACTOR
           PERFORM 1070-WRITE-REPORT-HEADINGS
           PERFORM 2100-READ-TIME-RECORD.
      *
       1080-START-JOB-STEP.
      *    Refused while the main run for this period is running or
      *    awaiting restart - the clean file it reads would be
      *    replaced under it
           SET JR-START-STEP TO TRUE
           MOVE RC-PAY-GROUP     TO JR-PAY-GROUP
           MOVE RC-PERIOD-ENDING TO JR-PERIOD-ENDING
           MOVE 'TIMEEDIT'       TO JR-STEP-ID
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
       1060-LOAD-DEPT-MAP.
           READ DEPT-MAP-FILE
           DISPLAY 'RECORDS ACCEPTED: ' WS-RECORDS-ACCEPTED
           DISPLAY 'RECORDS REJECTED: ' WS-RECORDS-REJECTED
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE SORTED-TIME-FILE
                 RUN-CONTROL-FILE
                 EMPLOYEE-FILE
                 CLEAN-TIME-FILE
                 EDIT-REPORT-FILE.
      *
       9800-END-JOB-STEP.
           SET JR-END-CLEAN TO TRUE
           MOVE WS-RECORDS-ACCEPTED TO JR-RECORD-COUNT
           MOVE ZERO                TO JR-CONTROL-AMOUNT
           MOVE SPACES              TO JR-RESULT-TEXT
           STRING 'ACCEPTED ' WS-RECORDS-ACCEPTED
                  ' REJECTED ' WS-RECORDS-REJECTED
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
