      * exactly which employees' deductions make up the payment,
      * with the payee's own reference on every line. Mirrors the
      * shape of the super remittance extract.
      * Money leaves the clearing account here, so the step is
      * recorded on the job-step ledger and will not start until
      * PAY-RECON has certified the group's run for the period.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT DEDN-WORK-FILE ASSIGN TO DEDNWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DNW-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
       FD  DEDN-WORK-FILE.
           COPY DEDN-WORK-RECORD.
      *
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-DNW-STATUS       PIC XX.
           05  WS-DEFT-STATUS      PIC XX.
           05  WS-ADV-STATUS       PIC XX.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 9(2).
           05  WS-DAY              PIC 9(2).
      *
       COPY JOB-STEP-REQUEST.
      *
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1080-START-JOB-STEP
           OPEN OUTPUT DEDN-EFT-FILE
                       DEDN-ADVICE-FILE
           MOVE SPACES TO WS-TEXT-LINE
           DISPLAY 'PAYEES PAID:       ' WS-PAYEES-PAID
           DISPLAY 'TOTAL DISBURSED:   ' WS-EFT-TOTAL-AMOUNT
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE DEDN-EFT-FILE
                 DEDN-ADVICE-FILE
           STOP RUN.
      *
       1080-START-JOB-STEP.
      *    The spool belongs to the run control's current run
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
           SET JR-START-STEP TO TRUE
           MOVE RC-PAY-GROUP     TO JR-PAY-GROUP
           MOVE RC-PERIOD-ENDING TO JR-PERIOD-ENDING
           CLOSE RUN-CONTROL-FILE
           MOVE 'DEDREMIT'       TO JR-STEP-ID
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
       2000-REMIT-OUTPUT.
           MOVE 'Y'  TO WS-FIRST-SWITCH
                  DELIMITED BY SIZE
                  INTO WS-TEXT-LINE
           WRITE DEDN-ADVICE-RECORD FROM WS-TEXT-LINE.
      *
       9800-END-JOB-STEP.
           SET JR-END-CLEAN TO TRUE
           MOVE WS-PAYEES-PAID      TO JR-RECORD-COUNT
           MOVE WS-EFT-TOTAL-AMOUNT TO JR-CONTROL-AMOUNT
           MOVE SPACES              TO JR-RESULT-TEXT
           STRING 'PAYEES PAID ' WS-PAYEES-PAID
                  ' LINES ' WS-LINES-READ
                  DELIMITED BY SIZE
                  INTO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
