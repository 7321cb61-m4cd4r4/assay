           05  SP-EMP-NAME         PIC X(30).
           05  SP-WEEK-ENDING      PIC 9(8).
           05  SP-AMOUNT           PIC 9(9)V99.
           05  SP-CONTRIB-TYPE     PIC X(1).
           05  FILLER              PIC X(3).
      *
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-RECORD.
           END-IF
           ADD 1 TO WS-RETURNS-READ
           ADD SRT-AMOUNT TO WS-RETURNS-AMOUNT
      *    Prove the item against the 'D' detail we remitted - a
      *    member can carry a guarantee and a salary sacrifice
      *    detail in the same remittance, so the detail for the
      *    returned amount is preferred
           MOVE ZERO TO WS-RMT-MATCH-IDX
           PERFORM 2140-SCAN-REMIT-AMOUNT
               VARYING WS-RMT-SRCH-IDX FROM 1 BY 1
               UNTIL WS-RMT-SRCH-IDX > WS-REMIT-COUNT
           IF WS-RMT-MATCH-IDX = ZERO
               PERFORM 2150-SCAN-REMIT-ENTRY
                   VARYING WS-RMT-SRCH-IDX FROM 1 BY 1
                   UNTIL WS-RMT-SRCH-IDX > WS-REMIT-COUNT
           END-IF
           IF WS-RMT-MATCH-IDX = ZERO
               ADD 1 TO WS-RETURNS-UNMATCHED
               MOVE 'NO MATCHING REMIT DETAIL' TO RL-ACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-FLAG-EMPLOYEE.
      *
       2140-SCAN-REMIT-AMOUNT.
           IF WS-RMT-MATCH-IDX = ZERO
              AND WS-RMT-FUND(WS-RMT-SRCH-IDX) = SRT-FUND-ID
              AND WS-RMT-MEMBER(WS-RMT-SRCH-IDX) = SRT-MEMBER-NO
              AND WS-RMT-EMP-ID(WS-RMT-SRCH-IDX) = SRT-EMP-ID
              AND WS-RMT-AMT(WS-RMT-SRCH-IDX) = SRT-AMOUNT
               MOVE WS-RMT-SRCH-IDX TO WS-RMT-MATCH-IDX
           END-IF.
      *
       2150-SCAN-REMIT-ENTRY.
           IF WS-RMT-MATCH-IDX = ZERO
