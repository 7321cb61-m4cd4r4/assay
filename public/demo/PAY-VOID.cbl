       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VOID.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * VOID AND REVERSE ONE EMPLOYEE'S COMMITTED PAY
      * Runs after PAYROLL-CALC has committed a run and before the
      * EFT file is released to the bank, when PAY-VARIANCE or
      * PAY-RECON has caught a pay that is wrong. The parameter
      * names one employee and the run's period-ending, and who
      * authorised the void. Everything is proved before anything
      * is touched: the period must be the run control's current,
      * completed run for the employee's pay group, the pay must
      * be on the audit trail and not already voided, the master's
      * YTD must still stand exactly where that pay left it, and
      * the credit must still be on the run's EFT file.
      * The void then undoes what the run did for that pay:
      * - YTD, the quarterly super base and a final pay's status
      *   go back to the audit record's before-images, and a
      *   reversing 'V' audit record is appended;
      * - leave balances go back to their before-images and the
      *   period's leave taken comes off the taken-to-date figures;
      * - each fixed-term deduction balance gets back what the
      *   pay drew down;
      * - replacement EFT, deduction-remittance spool, super spool,
      *   super remittance extract and pay history files are
      *   written without the pay, the EFT '7' and the fund 'F'
      *   totals re-footed, for the site to swap in;
      * - the pay's slip lines come out of the payslip archive;
      * - a reversing journal goes to the ledger interface - wages
      *   credited back to the cost centres the run costed them
      *   to, liabilities and bank reversed at payroll clearing;
      * - an STP correction reports the restored YTD figures.
      * The employee is then put on PAY-HOLD-FILE with the run's
      * hours so the corrected pay goes out through HOLD-RELEASE,
      * and PAY-RECON is rerun to re-certify the smaller run.
      * A voided final pay restores the employee to terminated -
      * HOLD-RELEASE refers those for a manual final pay.
      * Each void is recorded on the job-step ledger against the
      * run it voids from, and will not start until that run has
      * finished cleanly, nor once the group's EFT file has been
      * released; a refused void ends the step failed. A void
      * puts the run's reconciliation and integrity sign-off back
      * to outstanding, so nothing can release the EFT file or
      * remit deductions until both have been run again.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-PARM-FILE ASSIGN TO VOIDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LEAVE-FILE ASSIGN TO LEAVEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TIME-FILE ASSIGN TO TIMEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
           SELECT EFT-FILE ASSIGN TO EFTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-STATUS.
           SELECT NEW-EFT-FILE ASSIGN TO NEWEFT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEFT-STATUS.
           SELECT DEDN-WORK-FILE ASSIGN TO DEDNWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEDNWK-STATUS.
           SELECT NEW-DEDN-FILE ASSIGN TO NEWDEDN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NDEDN-STATUS.
           SELECT SUPER-WORK-FILE ASSIGN TO SUPERWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPWK-STATUS.
           SELECT NEW-SUPWK-FILE ASSIGN TO NEWSUPWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSUPWK-STATUS.
           SELECT SUPER-REMIT-FILE ASSIGN TO SUPERFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT NEW-REMIT-FILE ASSIGN TO NEWSUPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NREMIT-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.
           SELECT NEW-HIST-FILE ASSIGN TO NEWHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NHIST-STATUS.
           SELECT PAYSLIP-ARCH-FILE ASSIGN TO PAYARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DEPT-MAP-FILE ASSIGN TO DEPTMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-FILE ASSIGN TO GLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT VOID-STP-FILE ASSIGN TO VOIDSTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STP-STATUS.
           SELECT PAY-HOLD-FILE ASSIGN TO PAYHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT VOID-REPORT-FILE ASSIGN TO VOIDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *    One void per run of the program - the employee, the
      *    period-ending of the run that paid them, who authorised
      *    the void and why
       FD  VOID-PARM-FILE.
       01  VOID-PARM-RECORD.
           05  VP-EMP-ID           PIC 9(6).
           05  VP-PERIOD-ENDING    PIC 9(8).
           05  VP-AUTHORISED-BY    PIC X(8).
           05  VP-VOID-REASON      PIC X(40).
      *
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
       FD  LEAVE-FILE.
           COPY LEAVE-BALANCE-RECORD.
      *
       FD  DEDUCTION-FILE.
           COPY DEDUCTION-RECORD.
      *
      *    Read through to find the pay and prove it has not been
      *    voided already, then reopened EXTEND for the reversal
       FD  AUDIT-FILE.
           COPY AUDIT-RECORD.
      *
      *    The run's edited time file - the hours the pay was
      *    made from, for the leave taken and the pay hold
       FD  TIME-FILE.
           COPY TIMESHEET-RECORD.
      *
       FD  EFT-FILE.
       01  EFT-RECORD              PIC X(120).
      *
       FD  NEW-EFT-FILE.
       01  NEW-EFT-RECORD          PIC X(120).
      *
       FD  DEDN-WORK-FILE.
           COPY DEDN-WORK-RECORD.
      *
       FD  NEW-DEDN-FILE.
       01  NEW-DEDN-RECORD         PIC X(117).
      *
       FD  SUPER-WORK-FILE.
           COPY SUPER-WORK-RECORD.
      *
       FD  NEW-SUPWK-FILE.
       01  NEW-SUPWK-RECORD        PIC X(76).
      *
      *    The run's remittance extract - 'D' details grouped by
      *    fund, an 'F' total after each fund's details
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
       FD  NEW-REMIT-FILE.
       01  NEW-REMIT-RECORD        PIC X(82).
      *
       FD  PAY-HISTORY-FILE.
           COPY PAY-HISTORY-RECORD.
      *
       FD  NEW-HIST-FILE.
       01  NEW-HIST-RECORD         PIC X(55).
      *
       FD  PAYSLIP-ARCH-FILE.
           COPY PAYSLIP-ARCH-RECORD.
      *
       FD  DEPT-MAP-FILE.
           COPY DEPT-MAP-RECORD.
      *
      *    The accumulating ledger interface every pay run appends
      *    to - the reversing journal is appended the same way
       FD  GL-FILE.
       01  GL-RECORD.
           05  GL-COST-CENTRE      PIC X(6).
           05  GL-ACCOUNT          PIC X(6).
           05  GL-DR-CR            PIC X(2).
           05  GL-AMOUNT           PIC 9(9)V99.
           05  GL-PERIOD-ENDING    PIC 9(8).
           05  GL-DESCRIPTION      PIC X(30).
      *
      *    STP correction - the same H/D/T shape as the pay event,
      *    the detail carrying nothing for the period and the YTD
      *    figures as the void restored them
       FD  VOID-STP-FILE.
           COPY STP-RECORD.
      *
       FD  PAY-HOLD-FILE.
           COPY PAY-HOLD-RECORD.
      *
       FD  VOID-REPORT-FILE.
       01  VOID-REPORT-RECORD      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PAYROLL-CONSTANTS.
      *
       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS      PIC XX.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-LEAVE-STATUS     PIC XX.
           05  WS-DED-STATUS       PIC XX.
           05  WS-AUDIT-STATUS     PIC XX.
           05  WS-TIME-STATUS      PIC XX.
           05  WS-EFT-STATUS       PIC XX.
           05  WS-NEFT-STATUS      PIC XX.
           05  WS-DEDNWK-STATUS    PIC XX.
           05  WS-NDEDN-STATUS     PIC XX.
           05  WS-SUPWK-STATUS     PIC XX.
           05  WS-NSUPWK-STATUS    PIC XX.
           05  WS-REMIT-STATUS     PIC XX.
           05  WS-NREMIT-STATUS    PIC XX.
           05  WS-PHIST-STATUS     PIC XX.
           05  WS-NHIST-STATUS     PIC XX.
           05  WS-ARCH-STATUS      PIC XX.
           05  WS-MAP-STATUS       PIC XX.
           05  WS-GL-STATUS        PIC XX.
           05  WS-STP-STATUS       PIC XX.
           05  WS-HOLD-STATUS      PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-RUNCTL-EOF-SWITCH PIC X(1) VALUE 'N'.
               88  END-OF-RUN-CONTROL VALUE 'Y'.
           05  WS-RUN-DONE-SWITCH  PIC X(1) VALUE 'N'.
               88  RUN-COMPLETED   VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH PIC X(1) VALUE 'N'.
               88  END-OF-AUDIT    VALUE 'Y'.
           05  WS-PAY-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88  PAY-FOUND       VALUE 'Y'.
           05  WS-VOID-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88  ALREADY-VOIDED  VALUE 'Y'.
           05  WS-EFT-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  END-OF-EFT      VALUE 'Y'.
           05  WS-CREDIT-FOUND-SWITCH PIC X(1) VALUE 'N'.
               88  CREDIT-FOUND    VALUE 'Y'.
           05  WS-TIME-EOF-SWITCH  PIC X(1) VALUE 'N'.
               88  END-OF-TIME     VALUE 'Y'.
           05  WS-DEDN-EOF-SWITCH  PIC X(1) VALUE 'N'.
               88  END-OF-DEDN-WORK VALUE 'Y'.
           05  WS-SUPWK-EOF-SWITCH PIC X(1) VALUE 'N'.
               88  END-OF-SUPER-WORK VALUE 'Y'.
           05  WS-REMIT-EOF-SWITCH PIC X(1) VALUE 'N'.
               88  END-OF-REMIT    VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH  PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY  VALUE 'Y'.
           05  WS-HIST-DROP-SWITCH PIC X(1) VALUE 'N'.
               88  HISTORY-DROPPED VALUE 'Y'.
           05  WS-ARCH-EOF-SWITCH  PIC X(1) VALUE 'N'.
               88  END-OF-ARCHIVE-PAY VALUE 'Y'.
           05  WS-MAP-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  END-OF-DEPT-MAP VALUE 'Y'.
           05  WS-GL-BALANCED-FLAG PIC X(1) VALUE 'Y'.
               88  GL-JOURNAL-BALANCED VALUE 'Y'.
           05  WS-REFUSED-SWITCH   PIC X(1) VALUE 'N'.
               88  VOID-REFUSED    VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-EFT-RECORD-COUNT PIC 9(6) VALUE ZERO.
           05  WS-EFT-TOTAL-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05  WS-EFT-REMOVED      PIC 9(6) VALUE ZERO.
           05  WS-DEDN-REMOVED     PIC 9(6) VALUE ZERO.
           05  WS-DEDN-COPIED      PIC 9(6) VALUE ZERO.
           05  WS-SUPWK-REMOVED    PIC 9(6) VALUE ZERO.
           05  WS-SUPWK-COPIED     PIC 9(6) VALUE ZERO.
           05  WS-REMIT-REMOVED    PIC 9(6) VALUE ZERO.
           05  WS-REMIT-COPIED     PIC 9(6) VALUE ZERO.
           05  WS-HIST-REMOVED     PIC 9(6) VALUE ZERO.
           05  WS-HIST-COPIED      PIC 9(6) VALUE ZERO.
           05  WS-ARCH-REMOVED     PIC 9(6) VALUE ZERO.
           05  WS-DED-RESTORED     PIC 9(6) VALUE ZERO.
           05  WS-TIME-RECORDS     PIC 9(6) VALUE ZERO.
      *
       01  WS-PERIOD-ENDING        PIC 9(8).
       01  WS-RUN-GROUP            PIC X(2).
       01  WS-REFUSAL-REASON       PIC X(60) VALUE SPACES.
      *
      *    The voided pay as its audit record carries it, taken
      *    off the trail as it is read - the reversal is built
      *    from these once the file is reopened for the append
       01  WS-VOIDED-PAY.
           05  WS-VD-GROSS         PIC 9(7)V99.
           05  WS-VD-TAX           PIC 9(7)V99.
           05  WS-VD-SUPER         PIC 9(7)V99.
           05  WS-VD-OTE           PIC 9(7)V99.
           05  WS-VD-RESC          PIC 9(7)V99.
           05  WS-VD-LOADING       PIC 9(7)V99.
           05  WS-VD-YTD-GROSS-BEFORE PIC 9(7)V99.
           05  WS-VD-YTD-TAX-BEFORE   PIC 9(7)V99.
           05  WS-VD-YTD-SUPER-BEFORE PIC 9(7)V99.
           05  WS-VD-YTD-GROSS-AFTER  PIC 9(7)V99.
           05  WS-VD-YTD-TAX-AFTER    PIC 9(7)V99.
           05  WS-VD-YTD-SUPER-AFTER  PIC 9(7)V99.
      *        Same shape as AU-RESTORE-DATA
           05  WS-VD-RESTORE-DATA.
               10  WS-VD-LEAVE-BAL PIC 9(5)V9.
               10  WS-VD-SICK-BAL  PIC 9(5)V9.
               10  WS-VD-LSL-BAL   PIC 9(5)V9.
               10  WS-VD-ACTIVE-FLAG PIC X(1).
               10  WS-VD-QTR-BASE  PIC 9(7)V99.
               10  WS-VD-QTR-NUM   PIC 9(1).
               10  WS-VD-DED-COUNT PIC 9(2).
               10  WS-VD-DED-ENTRY OCCURS 20 TIMES.
                   15  WS-VD-DED-PRIORITY PIC 9(2).
                   15  WS-VD-DED-AMOUNT   PIC 9(7)V99.
      *        Off the EFT credit - what actually went to the bank
      *        file, and the rest of the deductions it implies
           05  WS-VD-NET           PIC 9(7)V99.
           05  WS-VD-BANK-BSB      PIC 9(6).
           05  WS-VD-BANK-ACCT     PIC 9(9).
           05  WS-VD-DEDNS         PIC 9(7)V99.
      *
       01  WS-DED-IDX              PIC 9(2).
      *
      *    The period's hours off the time file, gathered the way
      *    the main run gathers them - only records for the run's
      *    period-ending count - with the department split the
      *    run costed the pay by
       01  WS-VOID-HOURS.
           05  WS-VOID-REGULAR     PIC 9(4)V9.
           05  WS-VOID-OT          PIC 9(4)V9.
           05  WS-VOID-LEAVE       PIC 9(4)V9.
           05  WS-VOID-SICK        PIC 9(4)V9.
           05  WS-VOID-LSL         PIC 9(4)V9.
           05  WS-VOID-SAT         PIC 9(4)V9.
           05  WS-VOID-SUN         PIC 9(4)V9.
           05  WS-VOID-PUBHOL      PIC 9(4)V9.
           05  WS-SPLIT-COUNT      PIC 99.
           05  WS-SPLIT-TOT-HOURS  PIC 9(5)V9.
           05  WS-SPLIT-ENTRY OCCURS 10 TIMES.
               10  WS-SPLIT-DEPT   PIC X(4).
               10  WS-SPLIT-HOURS  PIC 9(4)V9.
      *
       01  WS-REC-HOURS            PIC 9(4)V9.
       01  WS-SPLIT-IDX            PIC 99.
       01  WS-SPLIT-SRCH-IDX       PIC 99.
       01  WS-SPLIT-MATCH-IDX      PIC 99.
       01  WS-SPLIT-DEPT-WORK      PIC X(4).
      *
      *    Wages credited back department by department - the
      *    same pro-rata shares, rounded the same way, that the
      *    run's costing debited
       01  WS-SPLIT-ALLOC-FIELDS.
           05  WS-PART-GROSS       PIC 9(7)V99.
           05  WS-PART-LOADING     PIC 9(7)V99.
           05  WS-ALLOC-GROSS      PIC 9(7)V99.
           05  WS-ALLOC-LOADING    PIC 9(7)V99.
      *
       01  WS-DEPT-MAP-TABLE.
           05  WS-MAP-COUNT        PIC 99 VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 20 TIMES.
               10  WS-MAP-DEPT     PIC X(4).
               10  WS-MAP-CC       PIC X(6).
       01  WS-MAP-IDX              PIC 99.
      *
       01  WS-GL-FIELDS.
           05  WS-GL-COST-CENTRE   PIC X(6).
           05  WS-GL-SALARY-AMOUNT PIC 9(9)V99.
           05  WS-GL-DR-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05  WS-GL-CR-TOTAL      PIC 9(9)V99 VALUE ZERO.
      *
      *    Fund totals re-footed as the remittance extract is
      *    copied
       01  WS-REMIT-FIELDS.
           05  WS-FUND-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  WS-FUND-MEMBERS     PIC 9(6) VALUE ZERO.
      *
       01  WS-EFT-LINE.
           05  EFT-REC-TYPE            PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EFT-BSB                 PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EFT-ACCOUNT             PIC 9(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EFT-TRANS-CODE          PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EFT-AMOUNT              PIC 9(9)V99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EFT-EMP-ID              PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  EFT-EMP-NAME            PIC X(30).
           05  FILLER                  PIC X(49) VALUE SPACES.
      *
       01  WS-REPORT-EDITS.
           05  WS-AMOUNT-EDIT      PIC Z,ZZZ,ZZ9.99.
           05  WS-TAX-EDIT         PIC Z,ZZZ,ZZ9.99.
           05  WS-SUPER-EDIT       PIC Z,ZZZ,ZZ9.99.
           05  WS-LEAVE-EDIT       PIC ZZZZ9.9.
           05  WS-SICK-EDIT        PIC ZZZZ9.9.
           05  WS-LSL-EDIT         PIC ZZZZ9.9.
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
           PERFORM 2000-VALIDATE-VOID
           IF VOID-REFUSED
               PERFORM 2900-REFUSE-VOID
           ELSE
               PERFORM 3000-OPEN-UPDATE-FILES
               PERFORM 4000-RESTORE-MASTER
               PERFORM 4100-RESTORE-LEAVE
               PERFORM 4200-RESTORE-DEDUCTION
                   VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-VD-DED-COUNT
               PERFORM 5000-COPY-EFT-RECORD
                   UNTIL END-OF-EFT
               PERFORM 5100-COPY-DEDN-RECORD
                   UNTIL END-OF-DEDN-WORK
               PERFORM 5200-COPY-SUPER-WORK
                   UNTIL END-OF-SUPER-WORK
               PERFORM 5300-COPY-REMIT-RECORD
                   UNTIL END-OF-REMIT
               PERFORM 5400-COPY-HISTORY-RECORD
                   UNTIL END-OF-HISTORY
               PERFORM 5500-REMOVE-ARCHIVED-SLIP
               PERFORM 6000-WRITE-REVERSING-JOURNAL
               PERFORM 6500-WRITE-STP-CORRECTION
               PERFORM 7000-WRITE-PAY-HOLD
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-VOIDED-PAY
           INITIALIZE WS-VOID-HOURS
           OPEN INPUT  VOID-PARM-FILE
                OUTPUT VOID-REPORT-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VOID PARM FILE: '
                   WS-PARM-STATUS
               STOP RUN
           END-IF
           READ VOID-PARM-FILE
               AT END
                   DISPLAY 'VOID PARM FILE IS EMPTY'
                   STOP RUN
           END-READ
      *    A void withdraws money already committed - it is never
      *    done without a name against it
           IF VP-AUTHORISED-BY = SPACES
               DISPLAY 'VOID PARM HAS NO AUTHORISER'
               STOP RUN
           END-IF
           CLOSE VOID-PARM-FILE
           PERFORM 1020-READ-RUN-CONTROL
           PERFORM 1080-START-JOB-STEP
           OPEN INPUT EMPLOYEE-FILE
                      AUDIT-FILE
                      EFT-FILE
                      TIME-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT FILE: ' WS-AUDIT-STATUS
               STOP RUN
           END-IF
           IF WS-EFT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EFT FILE: ' WS-EFT-STATUS
               STOP RUN
           END-IF
           IF WS-TIME-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TIME FILE: ' WS-TIME-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAY VOID - RUN DATE: ' WS-CURRENT-DATE
                  '  EMPLOYEE: ' VP-EMP-ID
                  '  PERIOD ENDING: ' VP-PERIOD-ENDING
                  '  AUTHORISED BY: ' VP-AUTHORISED-BY
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'REASON: ' VP-VOID-REASON
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       1020-READ-RUN-CONTROL.
      *    The 'C' record names the run whose files are on hand;
      *    the 'R' records say whether it completed. Only the
      *    current, completed run can be voided from - an earlier
      *    run's EFT file has long gone to the bank.
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
           PERFORM 1030-SCAN-RUN-HISTORY
               UNTIL END-OF-RUN-CONTROL
           CLOSE RUN-CONTROL-FILE.
      *
       1030-SCAN-RUN-HISTORY.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUN-CONTROL TO TRUE
           END-READ
           IF END-OF-RUN-CONTROL
               EXIT PARAGRAPH
           END-IF
           IF RC-COMPLETED-RUN
              AND RC-PERIOD-ENDING = WS-PERIOD-ENDING
              AND RC-PAY-GROUP = WS-RUN-GROUP
               SET RUN-COMPLETED TO TRUE
           END-IF.
      *
       1080-START-JOB-STEP.
      *    Once the group's EFT file has been released to the bank
      *    the pay has gone - it can no longer be taken back out
      *    of the run's files
           SET JR-QUERY-STEP TO TRUE
           MOVE WS-RUN-GROUP     TO JR-PAY-GROUP
           MOVE WS-PERIOD-ENDING TO JR-PERIOD-ENDING
           MOVE 'EFTRLSE '       TO JR-STEP-ID
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-STEP-STATUS = 'C'
               DISPLAY 'PAYVOID REFUSED - EFT FILE ALREADY RELEASED'
                   ' TO THE BANK FOR GROUP ' WS-RUN-GROUP
               STOP RUN
           END-IF
           SET JR-START-STEP TO TRUE
           MOVE 'PAYVOID '       TO JR-STEP-ID
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
       2000-VALIDATE-VOID.
      *    Every check is made before a single file is updated -
      *    a refused void leaves everything exactly as it was
           IF VP-PERIOD-ENDING NOT = WS-PERIOD-ENDING
               MOVE 'PERIOD IS NOT THE CURRENT RUN ON THE RUN CONTROL'
                   TO WS-REFUSAL-REASON
               SET VOID-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT RUN-COMPLETED
               MOVE 'RUN FOR THE PERIOD HAS NOT COMPLETED'
                   TO WS-REFUSAL-REASON
               SET VOID-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE VP-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER FILE'
                       TO WS-REFUSAL-REASON
                   SET VOID-REFUSED TO TRUE
           END-READ
           IF VOID-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF EMP-PAY-GROUP NOT = WS-RUN-GROUP
               MOVE 'EMPLOYEE IS NOT IN THE RUN''S PAY GROUP'
                   TO WS-REFUSAL-REASON
               SET VOID-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-SCAN-AUDIT-RECORD
               UNTIL END-OF-AUDIT
           IF NOT PAY-FOUND
               MOVE 'NO COMMITTED PAY ON THE AUDIT TRAIL FOR PERIOD'
                   TO WS-REFUSAL-REASON
               SET VOID-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ALREADY-VOIDED
               MOVE 'PAY HAS ALREADY BEEN VOIDED'
                   TO WS-REFUSAL-REASON
               SET VOID-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
      *    The before-images are only the truth while nothing has
      *    moved YTD since the pay - anything later (a release, a
      *    bonus, a back-pay) has to be unwound by hand first
           IF EMP-YTD-GROSS NOT = WS-VD-YTD-GROSS-AFTER
              OR EMP-YTD-TAX NOT = WS-VD-YTD-TAX-AFTER
              OR EMP-YTD-SUPER NOT = WS-VD-YTD-SUPER-AFTER
               MOVE 'YTD HAS MOVED SINCE THE PAY - VOID BY HAND'
                   TO WS-REFUSAL-REASON
               SET VOID-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-SCAN-EFT-RECORD
               UNTIL END-OF-EFT
           IF NOT CREDIT-FOUND
               MOVE 'NO CREDIT FOR THE EMPLOYEE ON THE RUN''S EFT FILE'
                   TO WS-REFUSAL-REASON
               SET VOID-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-VD-NET >
                  WS-VD-GROSS - WS-VD-TAX - WS-VD-SUPER - WS-VD-RESC
               MOVE 'EFT CREDIT IS MORE THAN THE AUDITED PAY LEAVES'
                   TO WS-REFUSAL-REASON
               SET VOID-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VD-DEDNS =
               WS-VD-GROSS - WS-VD-TAX - WS-VD-SUPER
                   - WS-VD-RESC - WS-VD-NET
           PERFORM 2300-GATHER-TIME-RECORD
               UNTIL END-OF-TIME.
      *
       2100-SCAN-AUDIT-RECORD.
      *    The main run's own record is the one carrying the
      *    restore data - its status before-image is never blank.
      *    The supplementary runs' records for the same period
      *    leave it initialised and are not what is being voided.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ
           IF END-OF-AUDIT
               EXIT PARAGRAPH
           END-IF
           IF AU-EMP-ID NOT = VP-EMP-ID
              OR AU-WEEK-ENDING NOT = VP-PERIOD-ENDING
               EXIT PARAGRAPH
           END-IF
           IF AU-VOID-ENTRY
               SET ALREADY-VOIDED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF AU-ACTIVE-FLAG-BEFORE = SPACE
               EXIT PARAGRAPH
           END-IF
           SET PAY-FOUND TO TRUE
           MOVE AU-PERIOD-GROSS      TO WS-VD-GROSS
           MOVE AU-PERIOD-TAX        TO WS-VD-TAX
           MOVE AU-PERIOD-SUPER      TO WS-VD-SUPER
           MOVE AU-PERIOD-OTE        TO WS-VD-OTE
           MOVE AU-PERIOD-RESC       TO WS-VD-RESC
           MOVE AU-PERIOD-LOADING    TO WS-VD-LOADING
           MOVE AU-YTD-GROSS-BEFORE  TO WS-VD-YTD-GROSS-BEFORE
           MOVE AU-YTD-TAX-BEFORE    TO WS-VD-YTD-TAX-BEFORE
           MOVE AU-YTD-SUPER-BEFORE  TO WS-VD-YTD-SUPER-BEFORE
           MOVE AU-YTD-GROSS-AFTER   TO WS-VD-YTD-GROSS-AFTER
           MOVE AU-YTD-TAX-AFTER     TO WS-VD-YTD-TAX-AFTER
           MOVE AU-YTD-SUPER-AFTER   TO WS-VD-YTD-SUPER-AFTER
           MOVE AU-RESTORE-DATA      TO WS-VD-RESTORE-DATA.
      *
       2200-SCAN-EFT-RECORD.
           READ EFT-FILE
               AT END
                   SET END-OF-EFT TO TRUE
           END-READ
           IF END-OF-EFT
               EXIT PARAGRAPH
           END-IF
           MOVE EFT-RECORD TO WS-EFT-LINE
           IF EFT-REC-TYPE = '1'
              AND EFT-EMP-ID = VP-EMP-ID
              AND NOT CREDIT-FOUND
               SET CREDIT-FOUND TO TRUE
               MOVE EFT-AMOUNT  TO WS-VD-NET
               MOVE EFT-BSB     TO WS-VD-BANK-BSB
               MOVE EFT-ACCOUNT TO WS-VD-BANK-ACCT
           END-IF.
      *
       2300-GATHER-TIME-RECORD.
           READ TIME-FILE
               AT END
                   SET END-OF-TIME TO TRUE
           END-READ
           IF END-OF-TIME
               EXIT PARAGRAPH
           END-IF
           IF TR-EMP-ID NOT = VP-EMP-ID
              OR TR-WEEK-ENDING NOT = VP-PERIOD-ENDING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TIME-RECORDS
           ADD TR-HOURS-REGULAR  TO WS-VOID-REGULAR
           ADD TR-HOURS-OVERTIME TO WS-VOID-OT
           ADD TR-LEAVE-HOURS    TO WS-VOID-LEAVE
           ADD TR-SICK-HOURS     TO WS-VOID-SICK
           ADD TR-LSL-HOURS      TO WS-VOID-LSL
           ADD TR-SAT-HOURS      TO WS-VOID-SAT
           ADD TR-SUN-HOURS      TO WS-VOID-SUN
           ADD TR-PUBHOL-HOURS   TO WS-VOID-PUBHOL
           PERFORM 2310-ADD-SPLIT-HOURS.
      *
       2310-ADD-SPLIT-HOURS.
      *    As the main run's 2070 - spaces is the home department,
      *    an eleventh department folds into the first entry
           COMPUTE WS-REC-HOURS =
               TR-HOURS-REGULAR + TR-HOURS-OVERTIME
                   + TR-LEAVE-HOURS + TR-SICK-HOURS
                   + TR-LSL-HOURS + TR-SAT-HOURS
                   + TR-SUN-HOURS + TR-PUBHOL-HOURS
           ADD WS-REC-HOURS TO WS-SPLIT-TOT-HOURS
           MOVE ZERO TO WS-SPLIT-MATCH-IDX
           PERFORM 2320-FIND-SPLIT-ENTRY
               VARYING WS-SPLIT-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-SRCH-IDX > WS-SPLIT-COUNT
           IF WS-SPLIT-MATCH-IDX = ZERO
               IF WS-SPLIT-COUNT < 10
                   ADD 1 TO WS-SPLIT-COUNT
                   MOVE WS-SPLIT-COUNT TO WS-SPLIT-MATCH-IDX
                   MOVE TR-DEPT-OVERRIDE
                       TO WS-SPLIT-DEPT(WS-SPLIT-MATCH-IDX)
                   MOVE ZERO TO WS-SPLIT-HOURS(WS-SPLIT-MATCH-IDX)
               ELSE
                   MOVE 1 TO WS-SPLIT-MATCH-IDX
               END-IF
           END-IF
           ADD WS-REC-HOURS TO WS-SPLIT-HOURS(WS-SPLIT-MATCH-IDX).
      *
       2320-FIND-SPLIT-ENTRY.
           IF WS-SPLIT-MATCH-IDX = ZERO
              AND WS-SPLIT-DEPT(WS-SPLIT-SRCH-IDX)
                      = TR-DEPT-OVERRIDE
               MOVE WS-SPLIT-SRCH-IDX TO WS-SPLIT-MATCH-IDX
           END-IF.
      *
       2900-REFUSE-VOID.
           STRING 'VOID REFUSED - ' WS-REFUSAL-REASON
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'NOTHING HAS BEEN CHANGED - THE PAY STANDS AS '
                  'COMMITTED'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           CLOSE EMPLOYEE-FILE
                 AUDIT-FILE
                 EFT-FILE
                 TIME-FILE.
      *
       3000-OPEN-UPDATE-FILES.
      *    The pay is proved voidable - everything it touched is
      *    opened now, before the first update, so a file that
      *    will not open stops the void with nothing yet changed
           CLOSE EMPLOYEE-FILE
                 AUDIT-FILE
                 EFT-FILE
           OPEN I-O    EMPLOYEE-FILE
                       LEAVE-FILE
                       DEDUCTION-FILE
                INPUT  EFT-FILE
                       DEDN-WORK-FILE
                       SUPER-WORK-FILE
                       SUPER-REMIT-FILE
                       PAY-HISTORY-FILE
                       DEPT-MAP-FILE
                EXTEND AUDIT-FILE
                       GL-FILE
                       PAY-HOLD-FILE
                OUTPUT NEW-EFT-FILE
                       NEW-DEDN-FILE
                       NEW-SUPWK-FILE
                       NEW-REMIT-FILE
                       NEW-HIST-FILE
                       VOID-STP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           IF WS-LEAVE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEAVE FILE: ' WS-LEAVE-STATUS
               STOP RUN
           END-IF
           IF WS-DED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEDUCTION FILE: ' WS-DED-STATUS
               STOP RUN
           END-IF
           IF WS-EFT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EFT FILE: ' WS-EFT-STATUS
               STOP RUN
           END-IF
           IF WS-DEDNWK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEDUCTION SPOOL: '
                   WS-DEDNWK-STATUS
               STOP RUN
           END-IF
           IF WS-SUPWK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPER SPOOL: ' WS-SUPWK-STATUS
               STOP RUN
           END-IF
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUPER REMIT FILE: '
                   WS-REMIT-STATUS
               STOP RUN
           END-IF
           IF WS-PHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAY HISTORY FILE: '
                   WS-PHIST-STATUS
               STOP RUN
           END-IF
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPT MAP FILE: ' WS-MAP-STATUS
               STOP RUN
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT FILE: ' WS-AUDIT-STATUS
               STOP RUN
           END-IF
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL FILE: ' WS-GL-STATUS
               STOP RUN
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAY HOLD FILE: ' WS-HOLD-STATUS
               STOP RUN
           END-IF
           IF WS-NEFT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW EFT FILE: ' WS-NEFT-STATUS
               STOP RUN
           END-IF
           IF WS-NDEDN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW DEDUCTION SPOOL: '
                   WS-NDEDN-STATUS
               STOP RUN
           END-IF
           IF WS-NSUPWK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW SUPER SPOOL: '
                   WS-NSUPWK-STATUS
               STOP RUN
           END-IF
           IF WS-NREMIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW SUPER REMIT FILE: '
                   WS-NREMIT-STATUS
               STOP RUN
           END-IF
           IF WS-NHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW PAY HISTORY FILE: '
                   WS-NHIST-STATUS
               STOP RUN
           END-IF
           IF WS-STP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STP CORRECTION FILE: '
                   WS-STP-STATUS
               STOP RUN
           END-IF
           PERFORM 3100-OPEN-PAYSLIP-ARCHIVE
           PERFORM 3200-LOAD-DEPT-MAP
               UNTIL END-OF-DEPT-MAP
           CLOSE DEPT-MAP-FILE
           MOVE 'N' TO WS-EFT-EOF-SWITCH
           MOVE VP-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY 'EMPLOYEE VANISHED FROM MASTER: '
                       VP-EMP-ID
                   STOP RUN
           END-READ.
      *
       3100-OPEN-PAYSLIP-ARCHIVE.
      *    No archive at all means no slip to take out of it
           OPEN I-O PAYSLIP-ARCH-FILE
           IF WS-ARCH-STATUS = '35'
               OPEN OUTPUT PAYSLIP-ARCH-FILE
               CLOSE PAYSLIP-ARCH-FILE
               OPEN I-O PAYSLIP-ARCH-FILE
           END-IF
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYSLIP ARCHIVE: '
                   WS-ARCH-STATUS
               STOP RUN
           END-IF.
      *
       3200-LOAD-DEPT-MAP.
           READ DEPT-MAP-FILE
               AT END
                   SET END-OF-DEPT-MAP TO TRUE
           END-READ
           IF END-OF-DEPT-MAP
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-COUNT < 20
               ADD 1 TO WS-MAP-COUNT
               MOVE DM-DEPT        TO WS-MAP-DEPT(WS-MAP-COUNT)
               MOVE DM-COST-CENTRE TO WS-MAP-CC(WS-MAP-COUNT)
           END-IF.
      *
       4000-RESTORE-MASTER.
      *    The reversing audit record goes to the trail ahead of
      *    the master rewrite, as every pay's record does. Its
      *    YTD images run backwards - before is the master as the
      *    pay left it, after is the master put back - and it
      *    carries the voided pay's period figures, so the
      *    quarterly and monthly returns net the pay out.
           MOVE SPACES TO AUDIT-RECORD
           MOVE VP-EMP-ID             TO AU-EMP-ID
           MOVE VP-PERIOD-ENDING      TO AU-WEEK-ENDING
           MOVE WS-VD-GROSS           TO AU-PERIOD-GROSS
           MOVE WS-VD-TAX             TO AU-PERIOD-TAX
           MOVE WS-VD-SUPER           TO AU-PERIOD-SUPER
           MOVE EMP-YTD-GROSS         TO AU-YTD-GROSS-BEFORE
           MOVE EMP-YTD-TAX           TO AU-YTD-TAX-BEFORE
           MOVE EMP-YTD-SUPER         TO AU-YTD-SUPER-BEFORE
           MOVE WS-VD-YTD-GROSS-BEFORE TO AU-YTD-GROSS-AFTER
           MOVE WS-VD-YTD-TAX-BEFORE  TO AU-YTD-TAX-AFTER
           MOVE WS-VD-YTD-SUPER-BEFORE TO AU-YTD-SUPER-AFTER
           MOVE WS-VD-OTE             TO AU-PERIOD-OTE
           MOVE WS-VD-RESC            TO AU-PERIOD-RESC
           SET AU-VOID-ENTRY          TO TRUE
           MOVE WS-VD-LOADING         TO AU-PERIOD-LOADING
           INITIALIZE AU-RESTORE-DATA
           WRITE AUDIT-RECORD
           MOVE WS-VD-YTD-GROSS-BEFORE TO EMP-YTD-GROSS
           MOVE WS-VD-YTD-TAX-BEFORE  TO EMP-YTD-TAX
           MOVE WS-VD-YTD-SUPER-BEFORE TO EMP-YTD-SUPER
           IF EMP-YTD-RESC > WS-VD-RESC
               SUBTRACT WS-VD-RESC FROM EMP-YTD-RESC
           ELSE
               MOVE ZERO TO EMP-YTD-RESC
           END-IF
           MOVE WS-VD-QTR-BASE TO EMP-SUPER-QTR-BASE
           MOVE WS-VD-QTR-NUM  TO EMP-SUPER-QTR-NUM
      *    A voided final pay was never paid - the employee goes
      *    back to terminated, awaiting a final pay again
           IF EMP-TERM-PAID
               MOVE WS-VD-ACTIVE-FLAG TO EMP-ACTIVE-FLAG
           END-IF
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR: ' VP-EMP-ID
           END-REWRITE
           MOVE WS-VD-GROSS TO WS-AMOUNT-EDIT
           MOVE WS-VD-TAX   TO WS-TAX-EDIT
           MOVE WS-VD-SUPER TO WS-SUPER-EDIT
           STRING 'YTD REVERSED - GROSS ' WS-AMOUNT-EDIT
                  '  TAX ' WS-TAX-EDIT
                  '  SUPER ' WS-SUPER-EDIT
                  '  STATUS NOW ' EMP-ACTIVE-FLAG
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4100-RESTORE-LEAVE.
      *    The balances go straight back to their before-images -
      *    the drawdown floored at zero and a final pay zeroed
      *    them, so only the images can undo it. Taken-to-date
      *    loses the period's hours, which the released pay will
      *    take again.
           MOVE VP-EMP-ID TO LB-EMP-ID
           READ LEAVE-FILE
               INVALID KEY
                   STRING 'NO LEAVE RECORD - NO LEAVE TO RESTORE'
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
           END-READ
           IF WS-LEAVE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VD-LEAVE-BAL TO LB-LEAVE-BALANCE
           MOVE WS-VD-SICK-BAL  TO LB-SICK-BALANCE
           MOVE WS-VD-LSL-BAL   TO LB-LSL-BALANCE
           IF LB-LEAVE-TAKEN-YTD > WS-VOID-LEAVE
               SUBTRACT WS-VOID-LEAVE FROM LB-LEAVE-TAKEN-YTD
           ELSE
               MOVE ZERO TO LB-LEAVE-TAKEN-YTD
           END-IF
           IF LB-SICK-TAKEN-YTD > WS-VOID-SICK
               SUBTRACT WS-VOID-SICK FROM LB-SICK-TAKEN-YTD
           ELSE
               MOVE ZERO TO LB-SICK-TAKEN-YTD
           END-IF
           IF LB-LSL-TAKEN-YTD > WS-VOID-LSL
               SUBTRACT WS-VOID-LSL FROM LB-LSL-TAKEN-YTD
           ELSE
               MOVE ZERO TO LB-LSL-TAKEN-YTD
           END-IF
           REWRITE LEAVE-BALANCE-RECORD
           MOVE LB-LEAVE-BALANCE TO WS-LEAVE-EDIT
           MOVE LB-SICK-BALANCE  TO WS-SICK-EDIT
           MOVE LB-LSL-BALANCE   TO WS-LSL-EDIT
           STRING 'LEAVE RESTORED - ANNUAL ' WS-LEAVE-EDIT
                  '  SICK ' WS-SICK-EDIT
                  '  LSL ' WS-LSL-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4200-RESTORE-DEDUCTION.
      *    Each fixed-term balance gets back exactly what the pay
      *    drew from it - a line stopped or deleted since cannot
      *    be given back automatically and is reported instead
           MOVE VP-EMP-ID TO DED-EMP-ID
           MOVE WS-VD-DED-PRIORITY(WS-DED-IDX) TO DED-PRIORITY
           READ DEDUCTION-FILE
               INVALID KEY
                   STRING 'DEDUCTION LINE ' DED-PRIORITY
                          ' NO LONGER ON FILE - BALANCE NOT RESTORED'
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
           END-READ
           IF WS-DED-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD WS-VD-DED-AMOUNT(WS-DED-IDX) TO DED-REMAINING-BAL
           REWRITE DEDUCTION-RECORD
           ADD 1 TO WS-DED-RESTORED
           MOVE WS-VD-DED-AMOUNT(WS-DED-IDX) TO WS-AMOUNT-EDIT
           STRING 'DEDUCTION LINE ' DED-PRIORITY
                  ' BALANCE RESTORED BY ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       5000-COPY-EFT-RECORD.
      *    The credit is withdrawn and the '7' footer re-footed
      *    from the credits actually copied
           READ EFT-FILE
               AT END
                   SET END-OF-EFT TO TRUE
           END-READ
           IF END-OF-EFT
               EXIT PARAGRAPH
           END-IF
           MOVE EFT-RECORD TO WS-EFT-LINE
           EVALUATE EFT-REC-TYPE
               WHEN '1'
                   IF EFT-EMP-ID = VP-EMP-ID
                      AND WS-EFT-REMOVED = ZERO
                       ADD 1 TO WS-EFT-REMOVED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-EFT-RECORD-COUNT
                   ADD EFT-AMOUNT TO WS-EFT-TOTAL-AMOUNT
               WHEN '7'
                   MOVE WS-EFT-RECORD-COUNT TO EFT-EMP-ID
                   MOVE WS-EFT-TOTAL-AMOUNT TO EFT-AMOUNT
           END-EVALUATE
           WRITE NEW-EFT-RECORD FROM WS-EFT-LINE.
      *
       5100-COPY-DEDN-RECORD.
           READ DEDN-WORK-FILE
               AT END
                   SET END-OF-DEDN-WORK TO TRUE
           END-READ
           IF END-OF-DEDN-WORK
               EXIT PARAGRAPH
           END-IF
           IF DNW-EMP-ID = VP-EMP-ID
              AND DNW-WEEK-ENDING = VP-PERIOD-ENDING
               ADD 1 TO WS-DEDN-REMOVED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEDN-COPIED
           WRITE NEW-DEDN-RECORD FROM DEDN-WORK-RECORD.
      *
       5200-COPY-SUPER-WORK.
           READ SUPER-WORK-FILE
               AT END
                   SET END-OF-SUPER-WORK TO TRUE
           END-READ
           IF END-OF-SUPER-WORK
               EXIT PARAGRAPH
           END-IF
           IF SPW-EMP-ID = VP-EMP-ID
              AND SPW-WEEK-ENDING = VP-PERIOD-ENDING
               ADD 1 TO WS-SUPWK-REMOVED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUPWK-COPIED
           WRITE NEW-SUPWK-RECORD FROM SUPER-WORK-RECORD.
      *
       5300-COPY-REMIT-RECORD.
      *    Each fund's 'F' total is re-footed from the details
      *    copied ahead of it; a fund left with no details at all
      *    has nothing to remit and loses its total too
           READ SUPER-REMIT-FILE
               AT END
                   SET END-OF-REMIT TO TRUE
           END-READ
           IF END-OF-REMIT
               EXIT PARAGRAPH
           END-IF
           IF SP-REC-TYPE = 'F'
               IF WS-FUND-MEMBERS NOT = ZERO
                   MOVE WS-FUND-MEMBERS TO SP-EMP-ID
                   MOVE WS-FUND-TOTAL   TO SP-AMOUNT
                   WRITE NEW-REMIT-RECORD FROM SUPER-REMIT-RECORD
                   ADD 1 TO WS-REMIT-COPIED
               END-IF
               MOVE ZERO TO WS-FUND-MEMBERS
               MOVE ZERO TO WS-FUND-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF SP-EMP-ID = VP-EMP-ID
              AND SP-WEEK-ENDING = VP-PERIOD-ENDING
               ADD 1 TO WS-REMIT-REMOVED
               EXIT PARAGRAPH
           END-IF
           ADD SP-AMOUNT TO WS-FUND-TOTAL
           ADD 1 TO WS-FUND-MEMBERS
           ADD 1 TO WS-REMIT-COPIED
           WRITE NEW-REMIT-RECORD FROM SUPER-REMIT-RECORD.
      *
       5400-COPY-HISTORY-RECORD.
      *    Only the voided pay's own record comes out - the first
      *    for the employee and period with the pay's gross
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF END-OF-HISTORY
               EXIT PARAGRAPH
           END-IF
           IF HI-EMP-ID = VP-EMP-ID
              AND HI-WEEK-ENDING = VP-PERIOD-ENDING
              AND HI-GROSS = WS-VD-GROSS
              AND NOT HISTORY-DROPPED
               SET HISTORY-DROPPED TO TRUE
               ADD 1 TO WS-HIST-REMOVED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-COPIED
           WRITE NEW-HIST-RECORD FROM PAY-HISTORY-RECORD.
      *
       5500-REMOVE-ARCHIVED-SLIP.
      *    Every archived line for the employee and period - a
      *    voided pay's slip must not be reprinted as if paid.
      *    The released pay archives a fresh slip of its own.
           MOVE VP-EMP-ID        TO PA-EMP-ID
           MOVE VP-PERIOD-ENDING TO PA-WEEK-ENDING
           MOVE ZERO             TO PA-LINE-SEQ
           START PAYSLIP-ARCH-FILE KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   SET END-OF-ARCHIVE-PAY TO TRUE
           END-START
           PERFORM 5510-DELETE-ARCHIVE-LINE
               UNTIL END-OF-ARCHIVE-PAY.
      *
       5510-DELETE-ARCHIVE-LINE.
           READ PAYSLIP-ARCH-FILE NEXT RECORD
               AT END
                   SET END-OF-ARCHIVE-PAY TO TRUE
           END-READ
           IF END-OF-ARCHIVE-PAY
               EXIT PARAGRAPH
           END-IF
           IF PA-EMP-ID NOT = VP-EMP-ID
              OR PA-WEEK-ENDING NOT = VP-PERIOD-ENDING
               SET END-OF-ARCHIVE-PAY TO TRUE
               EXIT PARAGRAPH
           END-IF
           DELETE PAYSLIP-ARCH-FILE RECORD
           ADD 1 TO WS-ARCH-REMOVED.
      *
       6000-WRITE-REVERSING-JOURNAL.
      *    The run's journal turned round for this one pay: wages
      *    and leave loading credited back to the cost centres the
      *    run debited - split by the hours worked in each
      *    department exactly as the run split them - and PAYG,
      *    super, salary sacrifice, the other deductions and the
      *    net pay debited back at payroll clearing. Gross = tax
      *    + super + sacrifice + deductions + net, so the journal
      *    balances by construction; the trailer proves it.
           IF WS-SPLIT-COUNT < 2
              OR WS-SPLIT-TOT-HOURS = ZERO
               MOVE EMP-DEPT TO WS-SPLIT-DEPT-WORK
               IF WS-SPLIT-COUNT = 1
                  AND WS-SPLIT-DEPT(1) NOT = SPACES
                   MOVE WS-SPLIT-DEPT(1) TO WS-SPLIT-DEPT-WORK
               END-IF
               MOVE WS-VD-GROSS   TO WS-PART-GROSS
               MOVE WS-VD-LOADING TO WS-PART-LOADING
               PERFORM 6100-CREDIT-DEPT-WAGES
           ELSE
               MOVE ZERO TO WS-ALLOC-GROSS
               MOVE ZERO TO WS-ALLOC-LOADING
               PERFORM 6050-ALLOCATE-SPLIT-SHARE
                   VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
           END-IF
           MOVE WS-GL-CLEARING-CC TO WS-GL-COST-CENTRE
           IF WS-VD-TAX NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-PAYG-ACCT TO GL-ACCOUNT
               MOVE WS-VD-TAX TO GL-AMOUNT
               MOVE 'PAYG WITHHOLDING PAYABLE' TO GL-DESCRIPTION
               PERFORM 6200-WRITE-DEBIT-LINE
           END-IF
           IF WS-VD-SUPER NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-SUPER-ACCT TO GL-ACCOUNT
               MOVE WS-VD-SUPER TO GL-AMOUNT
               MOVE 'SUPERANNUATION PAYABLE' TO GL-DESCRIPTION
               PERFORM 6200-WRITE-DEBIT-LINE
           END-IF
           IF WS-VD-RESC NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-SUPER-ACCT TO GL-ACCOUNT
               MOVE WS-VD-RESC TO GL-AMOUNT
               MOVE 'SALARY SACRIFICE SUPER PAYABLE' TO GL-DESCRIPTION
               PERFORM 6200-WRITE-DEBIT-LINE
           END-IF
           IF WS-VD-DEDNS NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-DEDN-ACCT TO GL-ACCOUNT
               MOVE WS-VD-DEDNS TO GL-AMOUNT
               MOVE 'EMPLOYEE DEDUCTIONS CLEARING' TO GL-DESCRIPTION
               PERFORM 6200-WRITE-DEBIT-LINE
           END-IF
           IF WS-VD-NET NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-BANK-ACCT TO GL-ACCOUNT
               MOVE WS-VD-NET TO GL-AMOUNT
               MOVE 'NET PAY BANK CLEARING' TO GL-DESCRIPTION
               PERFORM 6200-WRITE-DEBIT-LINE
           END-IF
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              OR WS-GL-CR-TOTAL NOT = WS-VD-GROSS
               MOVE 'N' TO WS-GL-BALANCED-FLAG
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE VP-PERIOD-ENDING TO GL-PERIOD-ENDING
           MOVE WS-GL-CR-TOTAL   TO GL-AMOUNT
           IF GL-JOURNAL-BALANCED
               MOVE 'VOID JOURNAL BALANCED TO PAY' TO GL-DESCRIPTION
           ELSE
               MOVE 'VOID JOURNAL OUT OF BALANCE' TO GL-DESCRIPTION
               DISPLAY 'VOID JOURNAL OUT OF BALANCE - DR: '
                   WS-GL-DR-TOTAL ' CR: ' WS-GL-CR-TOTAL
                   ' PAY GROSS: ' WS-VD-GROSS
           END-IF
           WRITE GL-RECORD
           MOVE WS-GL-CR-TOTAL TO WS-AMOUNT-EDIT
           STRING 'REVERSING JOURNAL POSTED - ' WS-AMOUNT-EDIT
                  ' - ' GL-DESCRIPTION
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       6050-ALLOCATE-SPLIT-SHARE.
      *    As the main run's 6155 - each share rounded, the last
      *    split taking whatever the rounding left
           IF WS-SPLIT-DEPT(WS-SPLIT-IDX) = SPACES
               MOVE EMP-DEPT TO WS-SPLIT-DEPT-WORK
           ELSE
               MOVE WS-SPLIT-DEPT(WS-SPLIT-IDX)
                   TO WS-SPLIT-DEPT-WORK
           END-IF
           IF WS-SPLIT-IDX = WS-SPLIT-COUNT
               COMPUTE WS-PART-GROSS =
                   WS-VD-GROSS - WS-ALLOC-GROSS
               COMPUTE WS-PART-LOADING =
                   WS-VD-LOADING - WS-ALLOC-LOADING
           ELSE
               COMPUTE WS-PART-GROSS ROUNDED =
                   WS-VD-GROSS * WS-SPLIT-HOURS(WS-SPLIT-IDX)
                       / WS-SPLIT-TOT-HOURS
               COMPUTE WS-PART-LOADING ROUNDED =
                   WS-VD-LOADING * WS-SPLIT-HOURS(WS-SPLIT-IDX)
                       / WS-SPLIT-TOT-HOURS
           END-IF
           ADD WS-PART-GROSS   TO WS-ALLOC-GROSS
           ADD WS-PART-LOADING TO WS-ALLOC-LOADING
           PERFORM 6100-CREDIT-DEPT-WAGES.
      *
       6100-CREDIT-DEPT-WAGES.
           MOVE SPACES TO WS-GL-COST-CENTRE
           PERFORM 6110-FIND-COST-CENTRE
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
           IF WS-GL-COST-CENTRE = SPACES
               DISPLAY 'NO COST CENTRE FOR DEPT: '
                   WS-SPLIT-DEPT-WORK ' - POSTED TO UNMAPD'
               MOVE 'UNMAPD' TO WS-GL-COST-CENTRE
           END-IF
           COMPUTE WS-GL-SALARY-AMOUNT =
               WS-PART-GROSS - WS-PART-LOADING
           IF WS-GL-SALARY-AMOUNT NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-SALARY-ACCT TO GL-ACCOUNT
               MOVE WS-GL-SALARY-AMOUNT TO GL-AMOUNT
               MOVE 'SALARIES AND WAGES - VOID' TO GL-DESCRIPTION
               PERFORM 6210-WRITE-CREDIT-LINE
           END-IF
           IF WS-PART-LOADING NOT = ZERO
               MOVE SPACES TO GL-RECORD
               MOVE WS-GL-LOADING-ACCT TO GL-ACCOUNT
               MOVE WS-PART-LOADING TO GL-AMOUNT
               MOVE 'ANNUAL LEAVE LOADING - VOID' TO GL-DESCRIPTION
               PERFORM 6210-WRITE-CREDIT-LINE
           END-IF.
      *
       6110-FIND-COST-CENTRE.
           IF WS-GL-COST-CENTRE = SPACES
              AND WS-MAP-DEPT(WS-MAP-IDX) = WS-SPLIT-DEPT-WORK
               MOVE WS-MAP-CC(WS-MAP-IDX) TO WS-GL-COST-CENTRE
           END-IF.
      *
       6200-WRITE-DEBIT-LINE.
           MOVE WS-GL-COST-CENTRE TO GL-COST-CENTRE
           MOVE 'DR'             TO GL-DR-CR
           MOVE VP-PERIOD-ENDING TO GL-PERIOD-ENDING
           WRITE GL-RECORD
           ADD GL-AMOUNT TO WS-GL-DR-TOTAL.
      *
       6210-WRITE-CREDIT-LINE.
           MOVE WS-GL-COST-CENTRE TO GL-COST-CENTRE
           MOVE 'CR'             TO GL-DR-CR
           MOVE VP-PERIOD-ENDING TO GL-PERIOD-ENDING
           WRITE GL-RECORD
           ADD GL-AMOUNT TO WS-GL-CR-TOTAL.
      *
       6500-WRITE-STP-CORRECTION.
      *    A pay already reported cannot be un-reported - it is
      *    corrected: nothing for the period, and the YTD figures
      *    the master now carries, gross net of salary sacrifice
      *    as every pay event reports it
           MOVE SPACES TO STP-RECORD
           MOVE 'H' TO ST-REC-TYPE
           STRING 'PAY VOID CORRECTION ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO ST-EMP-NAME
           MOVE VP-PERIOD-ENDING TO ST-PERIOD-ENDING
           MOVE ZERO TO ST-EMP-ID
           MOVE ZERO TO ST-PERIOD-GROSS
           MOVE ZERO TO ST-PERIOD-TAX
           MOVE ZERO TO ST-PERIOD-SUPER
           MOVE ZERO TO ST-YTD-GROSS
           MOVE ZERO TO ST-YTD-TAX
           MOVE ZERO TO ST-YTD-SUPER
           MOVE ZERO TO ST-PERIOD-RESC
           MOVE ZERO TO ST-YTD-RESC
           WRITE STP-RECORD
           MOVE SPACES TO STP-RECORD
           MOVE 'D'              TO ST-REC-TYPE
           MOVE VP-EMP-ID        TO ST-EMP-ID
           MOVE EMP-NAME         TO ST-EMP-NAME
           MOVE VP-PERIOD-ENDING TO ST-PERIOD-ENDING
           MOVE ZERO             TO ST-PERIOD-GROSS
           MOVE ZERO             TO ST-PERIOD-TAX
           MOVE ZERO             TO ST-PERIOD-SUPER
           COMPUTE ST-YTD-GROSS = EMP-YTD-GROSS - EMP-YTD-RESC
           MOVE EMP-YTD-TAX      TO ST-YTD-TAX
           MOVE EMP-YTD-SUPER    TO ST-YTD-SUPER
           MOVE ZERO             TO ST-PERIOD-RESC
           MOVE EMP-YTD-RESC     TO ST-YTD-RESC
           WRITE STP-RECORD
           MOVE SPACES TO STP-RECORD
           MOVE 'T'              TO ST-REC-TYPE
           MOVE 1                TO ST-EMP-ID
           MOVE VP-PERIOD-ENDING TO ST-PERIOD-ENDING
           MOVE ZERO TO ST-PERIOD-GROSS
           MOVE ZERO TO ST-PERIOD-TAX
           MOVE ZERO TO ST-PERIOD-SUPER
           MOVE ZERO TO ST-YTD-GROSS
           MOVE ZERO TO ST-YTD-TAX
           MOVE ZERO TO ST-YTD-SUPER
           MOVE ZERO TO ST-PERIOD-RESC
           MOVE ZERO TO ST-YTD-RESC
           WRITE STP-RECORD
           COMPUTE WS-AMOUNT-EDIT = EMP-YTD-GROSS - EMP-YTD-RESC
           STRING 'STP CORRECTION WRITTEN - YTD GROSS NOW '
                  WS-AMOUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       7000-WRITE-PAY-HOLD.
      *    Same snapshot the main run's 8200 holds - the restored
      *    master and the period's hours - so HOLD-RELEASE can pay
      *    the corrected pay. The held net is the credit that was
      *    withdrawn from the EFT file.
           MOVE SPACES             TO PAY-HOLD-RECORD
           MOVE EMP-ID             TO PH-EMP-ID
           MOVE EMP-NAME           TO PH-EMP-NAME
           MOVE EMP-DEPT           TO PH-EMP-DEPT
           MOVE EMP-PAY-RATE       TO PH-EMP-PAY-RATE
           MOVE EMP-PAY-TYPE       TO PH-EMP-PAY-TYPE
           MOVE EMP-TAX-CODE       TO PH-EMP-TAX-CODE
           MOVE EMP-SUPER-RATE     TO PH-EMP-SUPER-RATE
           MOVE EMP-YTD-GROSS      TO PH-EMP-YTD-GROSS
           MOVE EMP-YTD-TAX        TO PH-EMP-YTD-TAX
           MOVE EMP-YTD-SUPER      TO PH-EMP-YTD-SUPER
           MOVE EMP-ACTIVE-FLAG    TO PH-EMP-ACTIVE-FLAG
           MOVE EMP-SUPER-QTR-BASE TO PH-EMP-SUPER-QTR-BASE
           MOVE EMP-SUPER-QTR-NUM  TO PH-EMP-SUPER-QTR-NUM
           MOVE EMP-BANK-BSB       TO PH-EMP-BANK-BSB
           MOVE EMP-BANK-ACCT      TO PH-EMP-BANK-ACCT
           MOVE VP-EMP-ID          TO PH-TR-EMP-ID
           MOVE VP-PERIOD-ENDING   TO PH-TR-WEEK-ENDING
           MOVE WS-VOID-REGULAR    TO PH-TR-HOURS-REGULAR
           MOVE WS-VOID-OT         TO PH-TR-HOURS-OT
           MOVE WS-VOID-LEAVE      TO PH-TR-LEAVE-HOURS
           MOVE WS-VOID-SICK       TO PH-TR-SICK-HOURS
           MOVE WS-VOID-LSL        TO PH-TR-LSL-HOURS
           MOVE WS-VOID-SAT        TO PH-TR-SAT-HOURS
           MOVE WS-VOID-SUN        TO PH-TR-SUN-HOURS
           MOVE WS-VOID-PUBHOL     TO PH-TR-PUBHOL-HOURS
           MOVE WS-VD-NET          TO PH-HELD-NET-PAY
           IF EMP-TERMINATED
               STRING 'PAY VOIDED - FINAL PAY - AUTH: '
                      VP-AUTHORISED-BY
                      DELIMITED BY SIZE
                      INTO PH-HOLD-REASON
           ELSE
               STRING 'PAY VOIDED - AUTH: ' VP-AUTHORISED-BY
                      DELIMITED BY SIZE
                      INTO PH-HOLD-REASON
           END-IF
           WRITE PAY-HOLD-RECORD
           STRING 'PLACED ON PAY HOLD - ' PH-HOLD-REASON
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF EMP-TERMINATED
               STRING 'VOIDED FINAL PAY - REFER FOR A MANUAL FINAL '
                      'PAY'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
      *
       8000-WRITE-REPORT-LINE.
           WRITE VOID-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
      *
       9000-FINALIZE.
           IF VOID-REFUSED
               DISPLAY '=================================='
               DISPLAY 'PAY VOID REFUSED'
               DISPLAY '=================================='
               DISPLAY 'EMPLOYEE:          ' VP-EMP-ID
               DISPLAY 'PERIOD ENDING:     ' VP-PERIOD-ENDING
               DISPLAY 'REASON:            ' WS-REFUSAL-REASON
               DISPLAY '=================================='
               PERFORM 9800-END-JOB-STEP
               CLOSE VOID-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-EFT-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
           STRING 'EFT CREDITS WITHDRAWN: ' WS-EFT-REMOVED
                  '  FILE NOW: ' WS-EFT-RECORD-COUNT
                  ' CREDITS TOTALLING ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'DEDUCTION SPOOL LINES REMOVED: ' WS-DEDN-REMOVED
                  '  SUPER SPOOL LINES REMOVED: ' WS-SUPWK-REMOVED
                  '  REMITTANCE DETAILS REMOVED: ' WS-REMIT-REMOVED
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'PAY HISTORY RECORDS REMOVED: ' WS-HIST-REMOVED
                  '  ARCHIVED SLIP LINES REMOVED: ' WS-ARCH-REMOVED
                  '  DEDUCTION BALANCES RESTORED: ' WS-DED-RESTORED
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING 'SWAP IN NEWEFT, NEWDEDN, NEWSUPWK, NEWSUPF AND '
                  'NEWHIST, THEN RERUN PAY-RECON TO RE-CERTIFY'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY '=================================='
           DISPLAY 'PAY VOID COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'EMPLOYEE:          ' VP-EMP-ID
           DISPLAY 'PERIOD ENDING:     ' VP-PERIOD-ENDING
           DISPLAY 'GROSS REVERSED:    ' WS-VD-GROSS
           DISPLAY 'NET WITHDRAWN:     ' WS-VD-NET
           DISPLAY 'EFT CREDITS NOW:   ' WS-EFT-RECORD-COUNT
           DISPLAY 'EFT TOTAL NOW:     ' WS-EFT-TOTAL-AMOUNT
           DISPLAY 'SPOOL LINES OUT:   ' WS-DEDN-REMOVED
           DISPLAY 'SUPER LINES OUT:   ' WS-SUPWK-REMOVED
           DISPLAY 'ARCHIVE LINES OUT: ' WS-ARCH-REMOVED
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           CLOSE EMPLOYEE-FILE
                 LEAVE-FILE
                 DEDUCTION-FILE
                 AUDIT-FILE
                 TIME-FILE
                 EFT-FILE
                 NEW-EFT-FILE
                 DEDN-WORK-FILE
                 NEW-DEDN-FILE
                 SUPER-WORK-FILE
                 NEW-SUPWK-FILE
                 SUPER-REMIT-FILE
                 NEW-REMIT-FILE
                 PAY-HISTORY-FILE
                 NEW-HIST-FILE
                 PAYSLIP-ARCH-FILE
                 GL-FILE
                 VOID-STP-FILE
                 PAY-HOLD-FILE
                 VOID-REPORT-FILE.
      *
       9800-END-JOB-STEP.
           MOVE SPACES TO JR-RESULT-TEXT
           IF VOID-REFUSED
               SET JR-END-FAILED TO TRUE
               MOVE ZERO TO JR-RECORD-COUNT
               MOVE ZERO TO JR-CONTROL-AMOUNT
               STRING 'VOID REFUSED ' VP-EMP-ID
                      DELIMITED BY SIZE
                      INTO JR-RESULT-TEXT
           ELSE
               SET JR-END-CLEAN TO TRUE
               MOVE 1         TO JR-RECORD-COUNT
               MOVE WS-VD-NET TO JR-CONTROL-AMOUNT
               STRING 'VOIDED ' VP-EMP-ID
                      ' - RERUN PAY-RECON'
                      DELIMITED BY SIZE
                      INTO JR-RESULT-TEXT
           END-IF
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-END-CLEAN
               PERFORM 9850-REOPEN-CERTIFICATION
           END-IF.
      *
       9850-REOPEN-CERTIFICATION.
      *    The group's reconciliation and integrity sign-off no
      *    longer cover what has been paid - both go back to
      *    outstanding, so the EFT release and the remittances
      *    wait until they have been run again
           MOVE 'PAYRECON' TO JR-STEP-ID
           PERFORM 9860-REOPEN-STEP
           MOVE 'PAYINTEG' TO JR-STEP-ID
           PERFORM 9860-REOPEN-STEP.
      *
       9860-REOPEN-STEP.
           SET JR-REOPEN-STEP TO TRUE
           MOVE 'REOPENED BY PAYVOID - RERUN' TO JR-RESULT-TEXT
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST
           IF JR-MESSAGE NOT = SPACES
               DISPLAY JR-MESSAGE
           END-IF.
