      * authorisation on the parameter record; without it the
      * record is carried forward flagged WRITE-OFF PENDING, so
      * hours can never quietly disappear.
      * Records its start and end on the job-step ledger, and will
      * not start while the group's main run is running or
      * awaiting restart.
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
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1020-READ-RUN-CONTROL
           PERFORM 1080-START-JOB-STEP
           OPEN INPUT  SUSPENSE-FILE
                       EMPLOYEE-FILE
                       RECYCLE-PARM-FILE
           MOVE RC-PERIOD-ENDING TO WS-PERIOD-ENDING
           MOVE RC-PAY-GROUP     TO WS-RUN-GROUP
           CLOSE RUN-CONTROL-FILE.
      *
       1080-START-JOB-STEP.
           SET JR-START-STEP TO TRUE
           MOVE WS-RUN-GROUP     TO JR-PAY-GROUP
           MOVE WS-PERIOD-ENDING TO JR-PERIOD-ENDING
           MOVE 'SUSPRCYC'       TO JR-STEP-ID
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
       1070-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-REPORT-LINE
           DISPLAY 'WRITTEN OFF:       ' WS-RECORDS-WRITTEN-OFF
           DISPLAY 'WRITE-OFF PENDING: ' WS-RECORDS-PENDING
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE SUSPENSE-FILE
                 EMPLOYEE-FILE
                 RECYCLE-PARM-FILE
                 NEW-SUSPENSE-FILE
                 WRITE-OFF-FILE
                 RECYCLE-REPORT-FILE.
      *
       9800-END-JOB-STEP.
           SET JR-END-CLEAN TO TRUE
           MOVE WS-RECORDS-RECYCLED TO JR-RECORD-COUNT
           MOVE ZERO                TO JR-CONTROL-AMOUNT
           MOVE SPACES              TO JR-RESULT-TEXT
           STRING 'RECYCLED ' WS-RECORDS-RECYCLED
                  ' CARRIED ' WS-RECORDS-CARRIED
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
