           05  YH-YTD-GROSS        PIC 9(7)V99.
           05  YH-YTD-TAX          PIC 9(7)V99.
           05  YH-YTD-SUPER        PIC 9(7)V99.
      *    Pre-tax salary sacrifice for the year - inside
      *    YH-YTD-GROSS, shown on the statement as reportable
      *    employer super contributions
           05  YH-YTD-RESC         PIC 9(7)V99.
