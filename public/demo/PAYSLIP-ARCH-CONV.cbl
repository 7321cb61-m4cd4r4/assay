       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSLIP-ARCH-CONV.
       AUTHOR. ASSAY-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *
      * PAYSLIP ARCHIVE DELIVERY-STATUS CONVERSION
      * One-off conversion run once, before the first payslip
      * distribution. The payslip archive record carried the key
      * and the slip image alone until delivery tracking added the
      * delivery-status byte; PAYSLIP-DIST delivers every line
      * whose status is blank, so an archive carried over as it
      * stood would re-send every slip ever produced. This program
      * reads the archive in its old layout, in key order, and
      * writes each line to a new archive in the current layout
      * stamped 'H' - archived before delivery tracking - which
      * PAYSLIP-DIST steps over and PAYSLIP-REPRINT still reads.
      * Lines in equals lines out, or the report says not to swap
      * the new archive in.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z15.
       OBJECT-COMPUTER. IBM-Z15.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCH-FILE ASSIGN TO OLDARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT PAYSLIP-ARCH-FILE ASSIGN TO NEWARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CONV-REPORT-FILE ASSIGN TO CONVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *    The archive as it stood before delivery tracking - the
      *    same key and slip image, no status byte
       FD  OLD-ARCH-FILE.
       01  OLD-ARCH-RECORD.
           05  OA-KEY.
               10  OA-EMP-ID       PIC 9(6).
               10  OA-WEEK-ENDING  PIC 9(8).
               10  OA-LINE-SEQ     PIC 9(3).
           05  OA-SLIP-IMAGE       PIC X(200).
      *
       FD  PAYSLIP-ARCH-FILE.
           COPY PAYSLIP-ARCH-RECORD.
      *
       FD  CONV-REPORT-FILE.
       01  CONV-REPORT-RECORD      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OLD-STATUS       PIC XX.
           05  WS-ARCH-STATUS      PIC XX.
           05  WS-RPT-STATUS       PIC XX.
      *
       01  WS-SWITCHES.
           05  WS-EOF-OLD          PIC X(1) VALUE 'N'.
               88  END-OF-OLD-ARCHIVE VALUE 'Y'.
           05  WS-BALANCED-FLAG    PIC X(1) VALUE 'Y'.
               88  CONVERSION-BALANCED VALUE 'Y'.
      *
      *    Control totals - every line read must be written
       01  WS-COUNTERS.
           05  WS-LINES-IN         PIC 9(8) VALUE ZERO.
           05  WS-LINES-OUT        PIC 9(8) VALUE ZERO.
           05  WS-LINES-FAILED     PIC 9(8) VALUE ZERO.
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
           PERFORM 2000-CONVERT-LINE
               UNTIL END-OF-OLD-ARCHIVE
           PERFORM 9000-FINALIZE
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN INPUT  OLD-ARCH-FILE
                OUTPUT PAYSLIP-ARCH-FILE
                       CONV-REPORT-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OLD PAYSLIP ARCHIVE: '
                   WS-OLD-STATUS
               STOP RUN
           END-IF
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW PAYSLIP ARCHIVE: '
                   WS-ARCH-STATUS
               STOP RUN
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONVERSION REPORT: '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAYSLIP ARCHIVE CONVERSION - RUN DATE: '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONV-REPORT-RECORD FROM WS-REPORT-LINE.
      *
       2000-CONVERT-LINE.
           READ OLD-ARCH-FILE
               AT END
                   SET END-OF-OLD-ARCHIVE TO TRUE
           END-READ
           IF END-OF-OLD-ARCHIVE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-IN
           MOVE OA-KEY        TO PA-KEY
           MOVE OA-SLIP-IMAGE TO PA-SLIP-IMAGE
           SET PA-BEFORE-TRACKING TO TRUE
           WRITE PAYSLIP-ARCH-RECORD
               INVALID KEY
                   ADD 1 TO WS-LINES-FAILED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'WRITE FAILED FOR ' OA-KEY
                          ' STATUS ' WS-ARCH-STATUS
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   WRITE CONV-REPORT-RECORD FROM WS-REPORT-LINE
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-LINES-OUT.
      *
       9000-FINALIZE.
      *    An out-of-balance conversion means the site must NOT
      *    swap the new archive in
           IF WS-LINES-OUT NOT = WS-LINES-IN
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LINES IN: '     WS-LINES-IN
                  ' CONVERTED: '   WS-LINES-OUT
                  ' FAILED: '      WS-LINES-FAILED
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONV-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF CONVERSION-BALANCED
               MOVE 'CONVERSION BALANCED - SAFE TO SWAP IN NEW ARCHIVE'
                   TO WS-REPORT-LINE
           ELSE
               MOVE 'CONVERSION OUT OF BALANCE - DO NOT SWAP ARCHIVE'
                   TO WS-REPORT-LINE
           END-IF
           WRITE CONV-REPORT-RECORD FROM WS-REPORT-LINE
           DISPLAY '=================================='
           DISPLAY 'PAYSLIP ARCHIVE CONVERSION COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'LINES IN:          ' WS-LINES-IN
           DISPLAY 'LINES CONVERTED:   ' WS-LINES-OUT
           DISPLAY 'LINES FAILED:      ' WS-LINES-FAILED
           IF CONVERSION-BALANCED
               DISPLAY 'CONTROL TOTALS BALANCED'
           ELSE
               DISPLAY 'CONTROL TOTALS OUT OF BALANCE'
           END-IF
           DISPLAY '=================================='
           CLOSE OLD-ARCH-FILE
                 PAYSLIP-ARCH-FILE
                 CONV-REPORT-FILE.
