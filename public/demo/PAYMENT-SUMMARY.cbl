      * Reads YTD-HISTORY-FILE (written by YEAR-END-ROLLOVER) for
      * the financial year named in the parameter record and
      * produces a formatted income statement per employee - name,
      * employee id, FY end date, gross, tax withheld and super,
      * and the pre-tax salary sacrifice as reportable employer
      * super contributions (gross is shown net of it) -
      * plus an employer summary page reconciling the sum of the
      * statements printed back to the year's file totals. A
      * non-zero employee id in the parameter reprints just that
           05  WS-PRINTED-GROSS    PIC 9(11)V99 VALUE ZERO.
           05  WS-PRINTED-TAX      PIC 9(11)V99 VALUE ZERO.
           05  WS-PRINTED-SUPER    PIC 9(11)V99 VALUE ZERO.
           05  WS-PRINTED-RESC     PIC 9(11)V99 VALUE ZERO.
           05  WS-YEAR-EMPLOYEES   PIC 9(6) VALUE ZERO.
           05  WS-YEAR-GROSS       PIC 9(11)V99 VALUE ZERO.
           05  WS-YEAR-TAX         PIC 9(11)V99 VALUE ZERO.
           05  WS-YEAR-SUPER       PIC 9(11)V99 VALUE ZERO.
           05  WS-YEAR-RESC        PIC 9(11)V99 VALUE ZERO.
      *
      *    Gross as the statement reports it - the year's gross
      *    less what was sacrificed pre-tax into super
       01  WS-REPORTED-GROSS       PIC 9(7)V99.
      *
       01  WS-STATEMENT-LINES.
           05  WS-RULE-LINE        PIC X(50) VALUE ALL '-'.
               10  FILLER          PIC X(21) VALUE
                   'SUPER CONTRIBUTIONS: '.
               10  SL-SUPER        PIC Z,ZZZ,ZZ9.99.
           05  WS-RESC-LINE.
               10  FILLER          PIC X(21) VALUE
                   'REPORTABLE EMPL SUPER'.
               10  SL-RESC         PIC Z,ZZZ,ZZ9.99.
      *
       01  WS-SUMMARY-LINE         PIC X(132).
      *
      *    Year totals cover every record of the FY whether or not
      *    it prints - that is what the summary page reconciles
      *    the printed statements against
           COMPUTE WS-REPORTED-GROSS = YH-YTD-GROSS - YH-YTD-RESC
           ADD 1 TO WS-YEAR-EMPLOYEES
           ADD WS-REPORTED-GROSS TO WS-YEAR-GROSS
           ADD YH-YTD-TAX   TO WS-YEAR-TAX
           ADD YH-YTD-SUPER TO WS-YEAR-SUPER
           ADD YH-YTD-RESC  TO WS-YEAR-RESC
           IF PS-EMP-ID NOT = ZERO
              AND YH-EMP-ID NOT = PS-EMP-ID
               EXIT PARAGRAPH
           MOVE YH-EMP-ID   TO SL-EMP-ID
           MOVE YH-EMP-NAME TO SL-EMP-NAME
           WRITE SUMMARY-RECORD FROM WS-EMP-LINE
           MOVE WS-REPORTED-GROSS TO SL-GROSS
           WRITE SUMMARY-RECORD FROM WS-GROSS-LINE
           MOVE YH-YTD-TAX TO SL-TAX
           WRITE SUMMARY-RECORD FROM WS-TAX-LINE
           MOVE YH-YTD-SUPER TO SL-SUPER
           WRITE SUMMARY-RECORD FROM WS-SUPER-LINE
           IF YH-YTD-RESC NOT = ZERO
               MOVE YH-YTD-RESC TO SL-RESC
               WRITE SUMMARY-RECORD FROM WS-RESC-LINE
           END-IF
           WRITE SUMMARY-RECORD FROM WS-RULE-LINE
           ADD 1 TO WS-STATEMENTS-PRINTED
           ADD WS-REPORTED-GROSS TO WS-PRINTED-GROSS
           ADD YH-YTD-TAX   TO WS-PRINTED-TAX
           ADD YH-YTD-SUPER TO WS-PRINTED-SUPER
           ADD YH-YTD-RESC  TO WS-PRINTED-RESC.
      *
       9000-FINALIZE.
      *    Employer summary page - the statements printed against
                  '  GROSS: ' WS-PRINTED-GROSS
                  '  TAX: '   WS-PRINTED-TAX
                  '  SUPER: ' WS-PRINTED-SUPER
                  '  RESC: '  WS-PRINTED-RESC
                  DELIMITED BY SIZE
                  INTO WS-SUMMARY-LINE
           WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
                  '  GROSS: ' WS-YEAR-GROSS
                  '  TAX: '   WS-YEAR-TAX
                  '  SUPER: ' WS-YEAR-SUPER
                  '  RESC: '  WS-YEAR-RESC
                  DELIMITED BY SIZE
                  INTO WS-SUMMARY-LINE
           WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
              AND WS-PRINTED-GROSS = WS-YEAR-GROSS
              AND WS-PRINTED-TAX = WS-YEAR-TAX
              AND WS-PRINTED-SUPER = WS-YEAR-SUPER
              AND WS-PRINTED-RESC = WS-YEAR-RESC
               MOVE 'STATEMENTS RECONCILE TO THE YEAR TOTALS'
                   TO WS-SUMMARY-LINE
           ELSE
