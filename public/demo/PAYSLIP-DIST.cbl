       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSLIP-DIST.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * PAYSLIP DISTRIBUTION
      * Runs after every run that produces payslips - the main
      * run, HOLD-RELEASE, BONUS-PAY and BACK-PAY - so slips stop
      * being printed and enveloped by hand. Every payslip line
      * on the archive not yet delivered is taken off in archive
      * order and routed by the employee's master: an employee
      * with an email address and no preference for post goes to
      * the secure-delivery extract for the mail gateway; anyone
      * without an address, or preferring post, goes to the
      * print-and-post list, and so does anyone whose email the
      * gateway has bounced. Each line is stamped on the archive
      * with how it went, so a slip is delivered exactly once
      * whichever run produced it. An archive written before
      * delivery tracking is converted once by PAYSLIP-ARCH-CONV,
      * which stamps its lines 'H' so they are not sent again.
      * The gateway's returns file comes in first: each bounced
      * slip flags the employee's email as failed on the master
      * (EMP-MAINT clears the flag with a new address) and the
      * bounced slip itself is reprinted for posting. The report
      * lists every slip and where it went, and proves the slips
      * sent, bounced to print and printed against the number of
      * slips on the run's payslip print file. A slip whose pay
      * PAY-VOID has since reversed - a void entry on the audit
      * trail for the employee and the run's period, and no
      * archive lines left for them in that period - was never
      * distributed; it is listed as voided and taken off the
      * slips produced before they are proved.
      * Each distribution is recorded on the job-step ledger
      * against the run control's period, after the group's main
      * run has finished cleanly; a distribution that does not
      * reconcile to the slips produced ends the step failed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSLIP-ARCH-FILE ASSIGN TO PAYARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT GATEWAY-RETURNS-FILE ASSIGN TO GWRETN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GWRET-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-PAYSLIP-FILE ASSIGN TO SLIPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.
           SELECT DELIVERY-FILE ASSIGN TO SECDLV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT POST-LIST-FILE ASSIGN TO POSTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT DIST-REPORT-FILE ASSIGN TO DSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-ARCH-FILE.
           COPY PAYSLIP-ARCH-RECORD.
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
      *
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.
      *
      *    One record per slip the gateway could not deliver - the
      *    employee, period and line sequence are the slip
      *    reference our own 'H' record carried out. Optional.
       FD  GATEWAY-RETURNS-FILE.
       01  GATEWAY-RETURN-RECORD.
           05  GR-EMP-ID           PIC 9(6).
           05  GR-WEEK-ENDING      PIC 9(8).
           05  GR-LINE-SEQ         PIC 9(3).
           05  GR-EMAIL-ADDR       PIC X(60).
           05  GR-REASON           PIC X(40).
      *
      *    Read only for PAY-VOID's reversing entries
       FD  AUDIT-FILE.
           COPY AUDIT-RECORD.
      *
      *    The flat payslip print file of the run just finished -
      *    PAYSLIP, SUPPAY, BNSPAY or BKPPAY - read only to count
      *    the slips the run produced
       FD  RUN-PAYSLIP-FILE.
       01  RUN-PAYSLIP-RECORD      PIC X(200).
      *
      *    Secure-delivery extract for the mail gateway - an 'H'
      *    per slip naming the address, the slip's lines as 'D'
      *    records, and a 'T' trailer the gateway proves its load
      *    against
       FD  DELIVERY-FILE.
       01  DELIVERY-HEADER.
           05  DH-REC-TYPE         PIC X(1).
           05  DH-EMP-ID           PIC 9(6).
           05  DH-WEEK-ENDING      PIC 9(8).
           05  DH-LINE-SEQ         PIC 9(3).
           05  DH-EMP-NAME         PIC X(30).
           05  DH-EMAIL-ADDR       PIC X(60).
           05  FILLER              PIC X(93).
       01  DELIVERY-DETAIL.
           05  DD-REC-TYPE         PIC X(1).
           05  DD-SLIP-LINE        PIC X(200).
       01  DELIVERY-TRAILER.
           05  DT-REC-TYPE         PIC X(1).
           05  DT-SLIP-COUNT       PIC 9(6).
           05  DT-LINE-COUNT       PIC 9(8).
           05  FILLER              PIC X(186).
      *
       FD  POST-LIST-FILE.
       01  POST-LIST-RECORD        PIC X(200).
      *
       FD  DIST-REPORT-FILE.
       01  DIST-REPORT-RECORD      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARCH-STATUS      PIC XX.
           05  WS-EMP-STATUS       PIC XX.
           05  WS-RUNCTL-STATUS    PIC XX.
           05  WS-GWRET-STATUS     PIC XX.
           05  WS-AUDIT-STATUS     PIC XX.
           05  WS-SLIP-STATUS      PIC XX.
           05  WS-DLV-STATUS       PIC XX.
           05  WS-POST-STATUS      PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-ARCH         PIC X(1) VALUE 'N'.
               88  END-OF-ARCHIVE  VALUE 'Y'.
           05  WS-EOF-GWRET        PIC X(1) VALUE 'N'.
               88  END-OF-RETURNS  VALUE 'Y'.
           05  WS-EOF-SLIP         PIC X(1) VALUE 'N'.
               88  END-OF-RUN-SLIPS VALUE 'Y'.
           05  WS-RETURNS-FLAG     PIC X(1) VALUE 'N'.
               88  RETURNS-SUPPLIED VALUE 'Y'.
           05  WS-IN-SLIP-FLAG     PIC X(1) VALUE 'N'.
               88  IN-SLIP         VALUE 'Y'.
           05  WS-REPOST-DONE-FLAG PIC X(1).
               88  REPOST-DONE     VALUE 'Y'.
           05  WS-ARCH-FOUND-FLAG  PIC X(1).
               88  SLIP-ON-ARCHIVE VALUE 'Y'.
           05  WS-EOF-AUDIT        PIC X(1).
               88  END-OF-AUDIT    VALUE 'Y'.
           05  WS-VOID-FOUND-FLAG  PIC X(1).
               88  VOID-ON-AUDIT   VALUE 'Y'.
      *
       01  WS-COUNTERS.
           05  WS-RETURNS-READ     PIC 9(6) VALUE ZERO.
           05  WS-EMAILS-FLAGGED   PIC 9(6) VALUE ZERO.
           05  WS-SLIPS-REPOSTED   PIC 9(6) VALUE ZERO.
           05  WS-RETURNS-UNMATCHED PIC 9(6) VALUE ZERO.
           05  WS-SLIPS-SENT       PIC 9(6) VALUE ZERO.
           05  WS-SLIPS-BOUNCED    PIC 9(6) VALUE ZERO.
           05  WS-SLIPS-PRINTED    PIC 9(6) VALUE ZERO.
           05  WS-SLIPS-DISTRIBUTED PIC 9(6) VALUE ZERO.
           05  WS-SLIPS-PRODUCED   PIC 9(6) VALUE ZERO.
           05  WS-SLIPS-VOIDED     PIC 9(6) VALUE ZERO.
           05  WS-SLIP-DIFFERENCE  PIC S9(6) VALUE ZERO.
           05  WS-DLV-LINES        PIC 9(8) VALUE ZERO.
      *
      *    The slip being distributed - where it is going and how
      *    many of its lines have gone
       01  WS-SLIP-FIELDS.
           05  WS-SLIP-EMP-ID      PIC 9(6).
           05  WS-SLIP-WEEK-ENDING PIC 9(8).
           05  WS-SLIP-LINES       PIC 9(3).
           05  WS-SLIP-CHANNEL     PIC X(1).
               88  SLIP-TO-EMAIL   VALUE 'E'.
               88  SLIP-TO-POST    VALUE 'P'.
               88  SLIP-BOUNCED    VALUE 'B'.
           05  WS-SLIP-NAME        PIC X(30).
           05  WS-SLIP-RESULT      PIC X(40).
      *
      *    Every slip PAYSLIP-FMT builds opens and closes with
      *    this rule line, and its second line names the employee
       01  WS-RULE-LINE            PIC X(60) VALUE ALL '-'.
       01  WS-SLIP-MARKER          PIC X(18)
               VALUE 'PAYSLIP  EMPLOYEE:'.
       01  WS-SLIP-MAX-LINES       PIC 9(3) VALUE 30.
      *
       01  WS-COUNT-EDIT           PIC ZZZ,ZZ9.
       01  WS-DIFF-EDIT            PIC -ZZZ,ZZ9.
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
           PERFORM 2000-PROCESS-RETURN
               UNTIL END-OF-RETURNS
           PERFORM 3000-START-DISTRIBUTION
           PERFORM 3100-DISTRIBUTE-LINE
               UNTIL END-OF-ARCHIVE
           IF IN-SLIP
               PERFORM 3400-CLOSE-SLIP
           END-IF
           PERFORM 4000-COUNT-RUN-SLIP
               UNTIL END-OF-RUN-SLIPS
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1020-READ-RUN-CONTROL
           PERFORM 1080-START-JOB-STEP
           OPEN I-O    PAYSLIP-ARCH-FILE
                       EMPLOYEE-FILE
                INPUT  RUN-PAYSLIP-FILE
                OUTPUT DELIVERY-FILE
                       POST-LIST-FILE
                       DIST-REPORT-FILE
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYSLIP ARCHIVE: '
                   WS-ARCH-STATUS
               STOP RUN
           END-IF
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' WS-EMP-STATUS
               STOP RUN
           END-IF
           IF WS-SLIP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN PAYSLIP FILE: '
                   WS-SLIP-STATUS
               STOP RUN
           END-IF
           IF WS-DLV-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DELIVERY EXTRACT: '
                   WS-DLV-STATUS
               STOP RUN
           END-IF
           IF WS-POST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POST LIST: ' WS-POST-STATUS
               STOP RUN
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISTRIBUTION REPORT: '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
      *    No returns file means nothing came back from the
      *    gateway since the last distribution
           OPEN INPUT GATEWAY-RETURNS-FILE
           IF WS-GWRET-STATUS = '35'
               SET END-OF-RETURNS TO TRUE
           ELSE
               IF WS-GWRET-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING GATEWAY RETURNS FILE: '
                       WS-GWRET-STATUS
                   STOP RUN
               END-IF
               SET RETURNS-SUPPLIED TO TRUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAYSLIP DISTRIBUTION REPORT - PRODUCED '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       1020-READ-RUN-CONTROL.
      *    Only the 'C' record matters - the group and period the
      *    distribution is recorded against
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
           MOVE RC-PAY-GROUP     TO JR-PAY-GROUP
           MOVE RC-PERIOD-ENDING TO JR-PERIOD-ENDING
           CLOSE RUN-CONTROL-FILE.
      *
       1080-START-JOB-STEP.
           SET JR-START-STEP TO TRUE
           MOVE 'PAYSLDST'       TO JR-STEP-ID
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
       2000-PROCESS-RETURN.
           READ GATEWAY-RETURNS-FILE
               AT END
                   SET END-OF-RETURNS TO TRUE
           END-READ
           IF END-OF-RETURNS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RETURNS-READ
           IF WS-RETURNS-READ = 1
               MOVE 'GATEWAY RETURNS' TO WS-REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE GR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-RETURNS-UNMATCHED
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-SLIP-RESULT
                   PERFORM 2900-REPORT-RETURN
                   EXIT PARAGRAPH
           END-READ
      *    Only the address that bounced is failed - one already
      *    replaced through EMP-MAINT is left to be tried
           IF EMP-EMAIL-ADDR = GR-EMAIL-ADDR
               IF NOT EMP-EMAIL-FAILED
                   SET EMP-EMAIL-FAILED TO TRUE
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY 'MASTER REWRITE FAILED FOR '
                               EMP-ID
                   END-REWRITE
                   ADD 1 TO WS-EMAILS-FLAGGED
               END-IF
               MOVE 'EMAIL FLAGGED FAILED' TO WS-SLIP-RESULT
           ELSE
               MOVE 'ADDRESS SINCE CHANGED' TO WS-SLIP-RESULT
           END-IF
           PERFORM 2100-REPOST-SLIP
           PERFORM 2900-REPORT-RETURN.
      *
       2100-REPOST-SLIP.
      *    The bounced slip never reached the employee - it goes
      *    out again on paper, once
           MOVE GR-EMP-ID      TO PA-EMP-ID
           MOVE GR-WEEK-ENDING TO PA-WEEK-ENDING
           MOVE GR-LINE-SEQ    TO PA-LINE-SEQ
           MOVE 'N'  TO WS-REPOST-DONE-FLAG
           MOVE ZERO TO WS-SLIP-LINES
           READ PAYSLIP-ARCH-FILE
               INVALID KEY
                   SET REPOST-DONE TO TRUE
           END-READ
           IF REPOST-DONE OR NOT PA-SENT-BY-EMAIL
               ADD 1 TO WS-RETURNS-UNMATCHED
               MOVE 'SLIP NOT FOUND OR ALREADY REPOSTED'
                   TO WS-SLIP-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE GR-EMP-ID      TO WS-SLIP-EMP-ID
           MOVE GR-WEEK-ENDING TO WS-SLIP-WEEK-ENDING
           MOVE EMP-NAME       TO WS-SLIP-NAME
           MOVE 'REPRINT - EMAIL RETURNED UNDELIVERED'
               TO WS-SLIP-RESULT
           PERFORM 3300-WRITE-POST-HEADING
           PERFORM 2110-REPOST-LINE
               UNTIL REPOST-DONE
           ADD 1 TO WS-SLIPS-REPOSTED
           MOVE 'EMAIL FLAGGED FAILED - SLIP REPOSTED'
               TO WS-SLIP-RESULT
           IF EMP-EMAIL-ADDR NOT = GR-EMAIL-ADDR
               MOVE 'ADDRESS SINCE CHANGED - SLIP REPOSTED'
                   TO WS-SLIP-RESULT
           END-IF.
      *
       2110-REPOST-LINE.
           WRITE POST-LIST-RECORD FROM PA-SLIP-IMAGE
           SET PA-REPOSTED TO TRUE
           REWRITE PAYSLIP-ARCH-RECORD
               INVALID KEY
                   DISPLAY 'ARCHIVE REWRITE FAILED FOR ' PA-KEY
           END-REWRITE
           ADD 1 TO WS-SLIP-LINES
           IF (PA-SLIP-IMAGE(1:60) = WS-RULE-LINE
               AND WS-SLIP-LINES > 1)
              OR WS-SLIP-LINES NOT < WS-SLIP-MAX-LINES
               SET REPOST-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ PAYSLIP-ARCH-FILE NEXT
               AT END
                   SET REPOST-DONE TO TRUE
           END-READ
           IF REPOST-DONE
               EXIT PARAGRAPH
           END-IF
           IF PA-EMP-ID NOT = GR-EMP-ID
              OR PA-WEEK-ENDING NOT = GR-WEEK-ENDING
              OR NOT PA-SENT-BY-EMAIL
               SET REPOST-DONE TO TRUE
           END-IF.
      *
       2900-REPORT-RETURN.
           STRING '  RETURNED ' GR-EMP-ID
                  ' ' GR-WEEK-ENDING
                  ' ' GR-EMAIL-ADDR(1:40)
                  ' ' GR-REASON(1:20)
                  ' ' WS-SLIP-RESULT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       3000-START-DISTRIBUTION.
           IF WS-RETURNS-READ > ZERO
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE 'SLIPS DISTRIBUTED' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ZERO TO PA-EMP-ID
           MOVE ZERO TO PA-WEEK-ENDING
           MOVE ZERO TO PA-LINE-SEQ
           START PAYSLIP-ARCH-FILE KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   SET END-OF-ARCHIVE TO TRUE
           END-START.
      *
       3100-DISTRIBUTE-LINE.
           READ PAYSLIP-ARCH-FILE NEXT
               AT END
                   SET END-OF-ARCHIVE TO TRUE
           END-READ
           IF END-OF-ARCHIVE
               EXIT PARAGRAPH
           END-IF
      *    A slip never runs across lines already delivered, nor
      *    from one employee or period into the next
           IF NOT PA-NOT-DELIVERED
               IF IN-SLIP
                   PERFORM 3400-CLOSE-SLIP
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF IN-SLIP
              AND (PA-EMP-ID NOT = WS-SLIP-EMP-ID
                   OR PA-WEEK-ENDING NOT = WS-SLIP-WEEK-ENDING)
               PERFORM 3400-CLOSE-SLIP
           END-IF
           IF NOT IN-SLIP
               PERFORM 3200-OPEN-SLIP
           END-IF
           IF SLIP-TO-EMAIL
               MOVE 'D'           TO DD-REC-TYPE
               MOVE PA-SLIP-IMAGE TO DD-SLIP-LINE
               WRITE DELIVERY-DETAIL
               ADD 1 TO WS-DLV-LINES
           ELSE
               WRITE POST-LIST-RECORD FROM PA-SLIP-IMAGE
           END-IF
           MOVE WS-SLIP-CHANNEL TO PA-DELIVERY-STATUS
           REWRITE PAYSLIP-ARCH-RECORD
               INVALID KEY
                   DISPLAY 'ARCHIVE REWRITE FAILED FOR ' PA-KEY
           END-REWRITE
           ADD 1 TO WS-SLIP-LINES
      *    The closing rule ends the slip - or the block's line
      *    limit, where a long slip lost its closing rule
           IF (PA-SLIP-IMAGE(1:60) = WS-RULE-LINE
               AND WS-SLIP-LINES > 1)
              OR WS-SLIP-LINES NOT < WS-SLIP-MAX-LINES
               PERFORM 3400-CLOSE-SLIP
           END-IF.
      *
       3200-OPEN-SLIP.
           SET IN-SLIP TO TRUE
           MOVE PA-EMP-ID      TO WS-SLIP-EMP-ID
           MOVE PA-WEEK-ENDING TO WS-SLIP-WEEK-ENDING
           MOVE ZERO           TO WS-SLIP-LINES
           MOVE PA-EMP-ID      TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
                   MOVE SPACES TO EMP-EMAIL-ADDR
                   MOVE SPACE  TO EMP-SLIP-DELIVERY
                   MOVE SPACE  TO EMP-EMAIL-FAIL-FLAG
           END-READ
           MOVE EMP-NAME TO WS-SLIP-NAME
      *    An address and no preference for post means email -
      *    unless the gateway has bounced that address
           EVALUATE TRUE
               WHEN EMP-EMAIL-ADDR = SPACES
                   SET SLIP-TO-POST TO TRUE
                   MOVE 'PRINTED - NO EMAIL ADDRESS'
                       TO WS-SLIP-RESULT
               WHEN EMP-SLIP-BY-POST
                   SET SLIP-TO-POST TO TRUE
                   MOVE 'PRINTED - POST PREFERRED'
                       TO WS-SLIP-RESULT
               WHEN EMP-EMAIL-FAILED
                   SET SLIP-BOUNCED TO TRUE
                   MOVE 'PRINTED - EMAIL BOUNCED'
                       TO WS-SLIP-RESULT
               WHEN OTHER
                   SET SLIP-TO-EMAIL TO TRUE
                   MOVE SPACES TO WS-SLIP-RESULT
                   STRING 'SENT - ' EMP-EMAIL-ADDR
                          DELIMITED BY SIZE
                          INTO WS-SLIP-RESULT
           END-EVALUATE
           IF SLIP-TO-EMAIL
               MOVE SPACES         TO DELIVERY-HEADER
               MOVE 'H'            TO DH-REC-TYPE
               MOVE PA-EMP-ID      TO DH-EMP-ID
               MOVE PA-WEEK-ENDING TO DH-WEEK-ENDING
               MOVE PA-LINE-SEQ    TO DH-LINE-SEQ
               MOVE EMP-NAME       TO DH-EMP-NAME
               MOVE EMP-EMAIL-ADDR TO DH-EMAIL-ADDR
               WRITE DELIVERY-HEADER
               ADD 1 TO WS-DLV-LINES
           ELSE
               PERFORM 3300-WRITE-POST-HEADING
           END-IF.
      *
       3300-WRITE-POST-HEADING.
           MOVE SPACES TO POST-LIST-RECORD
           STRING 'POST TO: ' WS-SLIP-EMP-ID
                  '  ' WS-SLIP-NAME
                  '  PERIOD ENDING ' WS-SLIP-WEEK-ENDING
                  '  ' WS-SLIP-RESULT
                  DELIMITED BY SIZE
                  INTO POST-LIST-RECORD
           WRITE POST-LIST-RECORD.
      *
       3400-CLOSE-SLIP.
           MOVE 'N' TO WS-IN-SLIP-FLAG
           ADD 1 TO WS-SLIPS-DISTRIBUTED
           EVALUATE TRUE
               WHEN SLIP-TO-EMAIL
                   ADD 1 TO WS-SLIPS-SENT
               WHEN SLIP-BOUNCED
                   ADD 1 TO WS-SLIPS-BOUNCED
               WHEN OTHER
                   ADD 1 TO WS-SLIPS-PRINTED
           END-EVALUATE
           STRING '  ' WS-SLIP-EMP-ID
                  '  ' WS-SLIP-NAME
                  '  ' WS-SLIP-WEEK-ENDING
                  '  ' WS-SLIP-RESULT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4000-COUNT-RUN-SLIP.
           READ RUN-PAYSLIP-FILE
               AT END
                   SET END-OF-RUN-SLIPS TO TRUE
           END-READ
           IF END-OF-RUN-SLIPS
               EXIT PARAGRAPH
           END-IF
           IF RUN-PAYSLIP-RECORD(1:18) = WS-SLIP-MARKER
               ADD 1 TO WS-SLIPS-PRODUCED
               PERFORM 4100-CHECK-SLIP-VOIDED
           END-IF.
      *
       4100-CHECK-SLIP-VOIDED.
      *    PAY-VOID reverses only the run control's period, and
      *    deletes the employee's archive lines for it. A slip is
      *    voided only when both have happened - HOLD-RELEASE
      *    archives a released slip under its held period, so no
      *    lines for the run's period alone proves nothing
           MOVE RUN-PAYSLIP-RECORD(20:6) TO WS-SLIP-EMP-ID
           MOVE WS-SLIP-EMP-ID   TO PA-EMP-ID
           MOVE JR-PERIOD-ENDING TO PA-WEEK-ENDING
           MOVE ZERO             TO PA-LINE-SEQ
           MOVE 'Y' TO WS-ARCH-FOUND-FLAG
           START PAYSLIP-ARCH-FILE KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   MOVE 'N' TO WS-ARCH-FOUND-FLAG
           END-START
           IF SLIP-ON-ARCHIVE
               READ PAYSLIP-ARCH-FILE NEXT
                   AT END
                       MOVE 'N' TO WS-ARCH-FOUND-FLAG
               END-READ
           END-IF
           IF SLIP-ON-ARCHIVE
               IF PA-EMP-ID NOT = WS-SLIP-EMP-ID
                  OR PA-WEEK-ENDING NOT = JR-PERIOD-ENDING
                   MOVE 'N' TO WS-ARCH-FOUND-FLAG
               END-IF
           END-IF
           IF SLIP-ON-ARCHIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4110-FIND-VOID-ENTRY
           IF NOT VOID-ON-AUDIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLIPS-VOIDED
           STRING '  VOIDED   ' WS-SLIP-EMP-ID
                  '  ' RUN-PAYSLIP-RECORD(28:30)
                  '  ' JR-PERIOD-ENDING
                  '  VOIDED SINCE PRODUCED - NOT DISTRIBUTED'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.
      *
       4110-FIND-VOID-ENTRY.
      *    Only a slip missing from the archive gets this far, so
      *    the audit trail is passed once per such slip
           MOVE 'N' TO WS-VOID-FOUND-FLAG
           MOVE 'N' TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT FILE: ' WS-AUDIT-STATUS
               STOP RUN
           END-IF
           PERFORM 4120-SCAN-AUDIT-RECORD
               UNTIL END-OF-AUDIT
                  OR VOID-ON-AUDIT
           CLOSE AUDIT-FILE.
      *
       4120-SCAN-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ
           IF END-OF-AUDIT
               EXIT PARAGRAPH
           END-IF
           IF AU-VOID-ENTRY
              AND AU-EMP-ID = WS-SLIP-EMP-ID
              AND AU-WEEK-ENDING = JR-PERIOD-ENDING
               SET VOID-ON-AUDIT TO TRUE
           END-IF.
      *
       8000-WRITE-REPORT-LINE.
           WRITE DIST-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.
      *
       9000-FINALIZE.
           MOVE SPACES TO DELIVERY-TRAILER
           MOVE 'T'                  TO DT-REC-TYPE
           MOVE WS-SLIPS-SENT        TO DT-SLIP-COUNT
           MOVE WS-DLV-LINES         TO DT-LINE-COUNT
           WRITE DELIVERY-TRAILER
           COMPUTE WS-SLIP-DIFFERENCE =
               WS-SLIPS-SENT + WS-SLIPS-BOUNCED + WS-SLIPS-PRINTED
               - (WS-SLIPS-PRODUCED - WS-SLIPS-VOIDED)
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SLIPS-SENT TO WS-COUNT-EDIT
           STRING 'SENT TO MAIL GATEWAY:         ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SLIPS-BOUNCED TO WS-COUNT-EDIT
           STRING 'PRINTED - EMAIL BOUNCED:      ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SLIPS-PRINTED TO WS-COUNT-EDIT
           STRING 'PRINTED - NO EMAIL OR POST:   ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SLIPS-DISTRIBUTED TO WS-COUNT-EDIT
           STRING 'TOTAL SLIPS DISTRIBUTED:      ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SLIPS-PRODUCED TO WS-COUNT-EDIT
           STRING 'SLIPS ON RUN PAYSLIP FILE:    ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SLIPS-VOIDED TO WS-COUNT-EDIT
           STRING 'LESS VOIDED SINCE PRODUCED:   ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-SLIP-DIFFERENCE = ZERO
               MOVE 'DISTRIBUTION RECONCILED TO SLIPS PRODUCED'
                   TO WS-REPORT-LINE
           ELSE
               MOVE WS-SLIP-DIFFERENCE TO WS-DIFF-EDIT
               STRING '*** OUT OF BALANCE - DISTRIBUTED LESS '
                      'PRODUCED: ' WS-DIFF-EDIT
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-RETURNS-READ TO WS-COUNT-EDIT
           STRING 'GATEWAY RETURNS READ:         ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-EMAILS-FLAGGED TO WS-COUNT-EDIT
           STRING 'EMAIL ADDRESSES FLAGGED:      ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-SLIPS-REPOSTED TO WS-COUNT-EDIT
           STRING 'RETURNED SLIPS REPOSTED:      ' WS-COUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY '=================================='
           DISPLAY 'PAYSLIP DISTRIBUTION COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'SLIPS SENT:        ' WS-SLIPS-SENT
           DISPLAY 'SLIPS BOUNCED:     ' WS-SLIPS-BOUNCED
           DISPLAY 'SLIPS PRINTED:     ' WS-SLIPS-PRINTED
           DISPLAY 'SLIPS PRODUCED:    ' WS-SLIPS-PRODUCED
           DISPLAY 'SLIPS VOIDED:      ' WS-SLIPS-VOIDED
           DISPLAY 'RETURNS READ:      ' WS-RETURNS-READ
           DISPLAY 'SLIPS REPOSTED:    ' WS-SLIPS-REPOSTED
           IF WS-SLIP-DIFFERENCE NOT = ZERO
               DISPLAY '*** DISTRIBUTION OUT OF BALANCE ***'
           END-IF
           DISPLAY '=================================='
           PERFORM 9800-END-JOB-STEP
           IF RETURNS-SUPPLIED
               CLOSE GATEWAY-RETURNS-FILE
           END-IF
           CLOSE PAYSLIP-ARCH-FILE
                 EMPLOYEE-FILE
                 RUN-PAYSLIP-FILE
                 DELIVERY-FILE
                 POST-LIST-FILE
                 DIST-REPORT-FILE.
      *
       9800-END-JOB-STEP.
           MOVE WS-SLIPS-DISTRIBUTED TO JR-RECORD-COUNT
           MOVE ZERO                 TO JR-CONTROL-AMOUNT
           MOVE SPACES               TO JR-RESULT-TEXT
           IF WS-SLIP-DIFFERENCE = ZERO
               SET JR-END-CLEAN TO TRUE
               STRING 'SENT ' WS-SLIPS-SENT
                      ' PRINTED ' WS-SLIPS-PRINTED
                      DELIMITED BY SIZE
                      INTO JR-RESULT-TEXT
           ELSE
               SET JR-END-FAILED TO TRUE
               MOVE 'OUT OF BALANCE WITH SLIPS MADE'
                   TO JR-RESULT-TEXT
           END-IF
           CALL 'JOB-LEDGER' USING JOB-STEP-REQUEST.
