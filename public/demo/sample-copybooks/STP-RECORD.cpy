           05  ST-YTD-GROSS        PIC 9(9)V99.
           05  ST-YTD-TAX          PIC 9(9)V99.
           05  ST-YTD-SUPER        PIC 9(9)V99.
      *    Reportable employer super contributions - pre-tax
      *    salary sacrifice. The gross fields above are reported
      *    net of it, as the ATO expects.
           05  ST-PERIOD-RESC      PIC 9(9)V99.
           05  ST-YTD-RESC         PIC 9(9)V99.
           05  FILLER              PIC X(10).
