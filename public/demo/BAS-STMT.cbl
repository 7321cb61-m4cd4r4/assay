      * (period-ending by period-ending), and then reconciles the
      * quarter's wages, PAYG and super against the sum of the
      * general-ledger postings for the same period - salaries to
      * 610100 and the annual leave loading to 610150, PAYG
      * withholding to 220100, super payable to 220200 (less the
      * salary sacrifice lines, which are already in the wages)
      * - so the BAS numbers can be proved to the cent instead of
      * trusted off a spreadsheet.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              OR AU-WEEK-ENDING > BQ-QTR-END
               EXIT PARAGRAPH
           END-IF
      *    A voided pay's reversal takes its figures back out -
      *    the pay it reverses is always earlier on the trail
           IF AU-VOID-ENTRY
               PERFORM 2050-REVERSE-VOIDED-PAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-IN-QTR
           ADD AU-PERIOD-GROSS TO WS-QTR-GROSS
           ADD AU-PERIOD-TAX   TO WS-QTR-TAX
           ADD AU-PERIOD-GROSS TO WS-RUN-GROSS(WS-RUN-MATCH-IDX)
           ADD AU-PERIOD-TAX   TO WS-RUN-TAX(WS-RUN-MATCH-IDX)
           ADD AU-PERIOD-SUPER TO WS-RUN-SUPER(WS-RUN-MATCH-IDX).
      *
       2050-REVERSE-VOIDED-PAY.
           SUBTRACT 1 FROM WS-AUDIT-IN-QTR
           SUBTRACT AU-PERIOD-GROSS FROM WS-QTR-GROSS
           SUBTRACT AU-PERIOD-TAX   FROM WS-QTR-TAX
           SUBTRACT AU-PERIOD-SUPER FROM WS-QTR-SUPER
           PERFORM 2100-FIND-RUN-ENTRY
           IF WS-RUN-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-RUN-EMPS(WS-RUN-MATCH-IDX)
           SUBTRACT AU-PERIOD-GROSS
               FROM WS-RUN-GROSS(WS-RUN-MATCH-IDX)
           SUBTRACT AU-PERIOD-TAX
               FROM WS-RUN-TAX(WS-RUN-MATCH-IDX)
           SUBTRACT AU-PERIOD-SUPER
               FROM WS-RUN-SUPER(WS-RUN-MATCH-IDX).
      *
       2100-FIND-RUN-ENTRY.
           MOVE ZERO TO WS-RUN-MATCH-IDX
              OR GL-PERIOD-ENDING > BQ-QTR-END
               EXIT PARAGRAPH
           END-IF
      *    The month-end accrual and its reversal are estimates,
      *    not wages paid - only the pay runs' postings count
           IF GL-DESCRIPTION(1:12) = WS-GL-ACCRUAL-TAG
               EXIT PARAGRAPH
           END-IF
      *    Wages are expensed to salaries and, for the annual
      *    leave loading, to its own account - both are wages paid
           EVALUATE GL-ACCOUNT
               WHEN WS-GL-SALARY-ACCT
               WHEN WS-GL-LOADING-ACCT
                   IF GL-DR-CR = 'DR'
                       ADD GL-AMOUNT TO WS-GL-WAGES
                   ELSE
                       SUBTRACT GL-AMOUNT FROM WS-GL-WAGES
                   END-IF
               WHEN WS-GL-PAYG-ACCT
                   IF GL-DR-CR = 'CR'
                       ADD GL-AMOUNT TO WS-GL-PAYG
                   ELSE
                       SUBTRACT GL-AMOUNT FROM WS-GL-PAYG
                   END-IF
      *        Salary sacrifice shares super payable but is
      *        already inside the wages - only the guarantee
      *        super is proved here
               WHEN WS-GL-SUPER-ACCT
                   IF GL-DESCRIPTION(1:16) = WS-GL-SACRIFICE-TAG
                       CONTINUE
                   ELSE
                       IF GL-DR-CR = 'CR'
                           ADD GL-AMOUNT TO WS-GL-SUPER
                       ELSE
                           SUBTRACT GL-AMOUNT FROM WS-GL-SUPER
                       END-IF
                   END-IF
           END-EVALUATE.
      *
