      * for every pay day: the per-line deduction breakdown (what
      * was taken for what), the leave balances as they stand
      * after this pay's accrual and drawdown, and the YTD gross,
      * tax and super just committed to the master. Salary
      * sacrificed into super is marked as taken before tax, and
      * the year's sacrifice is shown with the YTD figures. The
      * caller
      * owns all the data - this program only formats it - and
      * writes the returned lines to its own payslip file and the
      * archive.
           05  LK-OVERTIME-RATE    PIC 9(4)V99.
           05  LK-LEAVE-PAY        PIC 9(7)V99.
           05  LK-DEDUCTION-TOTAL  PIC 9(7)V99.
           05  LK-LEAVE-LOADING    PIC 9(7)V99.
      *
       COPY PAYSLIP-DETAIL.
      *
                  DELIMITED BY SIZE
                  INTO WS-LINE
           PERFORM 8000-APPEND-LINE
      *    Annual leave loading is part of gross but has its own
      *    line, so the employee can see it was paid
           IF LK-LEAVE-LOADING > ZERO
               MOVE LK-LEAVE-LOADING TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-LINE
               STRING 'INCL ANNUAL LEAVE LOADING: ' WS-AMOUNT-EDIT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               PERFORM 8000-APPEND-LINE
           END-IF
           MOVE LK-DEDUCTION-TOTAL TO WS-AMOUNT-EDIT
           MOVE LK-NET-PAY         TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO WS-LINE
                  DELIMITED BY SIZE
                  INTO WS-LINE
           PERFORM 8000-APPEND-LINE
           IF EMP-YTD-RESC > ZERO
               MOVE EMP-YTD-RESC TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-LINE
               STRING 'YTD - SALARY SACRIFICE TO SUPER: '
                      WS-AMOUNT-EDIT
                      DELIMITED BY SIZE
                      INTO WS-LINE
               PERFORM 8000-APPEND-LINE
           END-IF
           MOVE WS-RULE-LINE TO WS-LINE
           PERFORM 8000-APPEND-LINE
           GOBACK.
                  '  ' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-LINE
      *    A salary sacrifice line came off gross before tax and
      *    went to the fund, not to a payee
           IF PSD-TYPE(WS-DED-IDX) = 'V'
               MOVE '  PRE-TAX TO SUPER' TO WS-LINE(35:18)
           END-IF
           PERFORM 8000-APPEND-LINE.
      *
       8000-APPEND-LINE.
