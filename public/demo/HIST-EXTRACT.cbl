      * '*' header lines HIST-ARCHIVE stamps its archives with
      * are skipped and echoed to the report so the source
      * archive's date and cutoff are visible on the extract.
      * The parameter file may name more than one employee, one
      * per record - SEP-CERT writes one naming every leaver whose
      * separation certificate reaches back past the working
      * history - and a record for any of them is extracted.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  ARCH-HIST-RECORD        PIC X(55).
      *
       FD  ARCH-AUDIT-FILE.
       01  ARCH-AUDIT-RECORD       PIC X(374).
      *
       FD  EXTRACT-PARM-FILE.
       01  EXTRACT-PARM-RECORD.
               88  END-OF-ARCH-HIST VALUE 'Y'.
           05  WS-EOF-AAUD         PIC X(1) VALUE 'N'.
               88  END-OF-ARCH-AUDIT VALUE 'Y'.
           05  WS-EOF-PARM         PIC X(1) VALUE 'N'.
               88  END-OF-PARM     VALUE 'Y'.
      *
      *    The employees the parameter file names
       01  WS-EXTRACT-TABLE.
           05  WS-XE-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-XE-EMP-ID        PIC 9(6) OCCURS 100 TIMES.
       01  WS-XE-IDX               PIC 9(3).
       01  WS-XE-MATCH-FLAG        PIC X(1).
           88  EMPLOYEE-WANTED     VALUE 'Y'.
       01  WS-XE-KEY               PIC 9(6).
      *
       01  WS-COUNTERS.
           05  WS-HIST-EXTRACTED   PIC 9(6) VALUE ZERO.
                   WS-PARM-STATUS
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-PARM
               UNTIL END-OF-PARM
           IF WS-XE-COUNT = ZERO
               DISPLAY 'EXTRACT PARM FILE IS EMPTY'
               STOP RUN
           END-IF.
      *
       1100-LOAD-PARM.
           READ EXTRACT-PARM-FILE
               AT END
                   SET END-OF-PARM TO TRUE
           END-READ
           IF END-OF-PARM
               EXIT PARAGRAPH
           END-IF
           IF XT-EMP-ID = ZERO
               DISPLAY 'EXTRACT PARM EMPLOYEE ID IS ZERO'
               STOP RUN
           END-IF
           IF WS-XE-COUNT < 100
               ADD 1 TO WS-XE-COUNT
               MOVE XT-EMP-ID TO WS-XE-EMP-ID(WS-XE-COUNT)
           ELSE
               DISPLAY 'EXTRACT PARM TABLE FULL AT 100 EMPLOYEES'
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ARCHIVE EXTRACT - EMPLOYEE: ' XT-EMP-ID
                  ' PRODUCED ' WS-CURRENT-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE EXTRACT-REPORT-RECORD FROM WS-REPORT-LINE.
      *
       1200-CHECK-WANTED.
           MOVE 'N' TO WS-XE-MATCH-FLAG
           PERFORM 1210-SCAN-WANTED
               VARYING WS-XE-IDX FROM 1 BY 1
               UNTIL WS-XE-IDX > WS-XE-COUNT.
      *
       1210-SCAN-WANTED.
           IF WS-XE-EMP-ID(WS-XE-IDX) = WS-XE-KEY
               SET EMPLOYEE-WANTED TO TRUE
           END-IF.
      *
       2000-SCAN-ARCH-HISTORY.
           READ ARCH-HIST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ARCH-HIST-RECORD TO PAY-HISTORY-RECORD
           MOVE HI-EMP-ID TO WS-XE-KEY
           PERFORM 1200-CHECK-WANTED
           IF NOT EMPLOYEE-WANTED
               EXIT PARAGRAPH
           END-IF
           WRITE PAY-HISTORY-RECORD
           ADD 1 TO WS-HIST-EXTRACTED
           ADD HI-GROSS TO WS-HIST-GROSS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEE ' HI-EMP-ID
                  ' HISTORY PERIOD ' HI-WEEK-ENDING
                  ' GROSS ' HI-GROSS
                  ' NET '   HI-NET
                  ' HOURS ' HI-HOURS
               EXIT PARAGRAPH
           END-IF
           MOVE ARCH-AUDIT-RECORD TO AUDIT-RECORD
           MOVE AU-EMP-ID TO WS-XE-KEY
           PERFORM 1200-CHECK-WANTED
           IF NOT EMPLOYEE-WANTED
               EXIT PARAGRAPH
           END-IF
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUD-EXTRACTED
           ADD AU-PERIOD-GROSS TO WS-AUD-GROSS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEE ' AU-EMP-ID
                  ' AUDIT   PERIOD ' AU-WEEK-ENDING
                  ' GROSS ' AU-PERIOD-GROSS
                  ' TAX '   AU-PERIOD-TAX
                  ' SUPER ' AU-PERIOD-SUPER
           DISPLAY '=================================='
           DISPLAY 'ARCHIVE EXTRACT COMPLETE'
           DISPLAY '=================================='
           DISPLAY 'EMPLOYEES:         ' WS-XE-COUNT
           DISPLAY 'HISTORY EXTRACTED: ' WS-HIST-EXTRACTED
           DISPLAY 'AUDIT EXTRACTED:   ' WS-AUD-EXTRACTED
           DISPLAY '=================================='
