           05  SPW-EMP-NAME        PIC X(30).
           05  SPW-WEEK-ENDING     PIC 9(8).
           05  SPW-AMOUNT          PIC 9(7)V99.
      *    What the contribution is - the employer's guarantee
      *    (blank on records spooled before the type was carried)
      *    or the employee's pre-tax salary sacrifice, which the
      *    fund must book as a separate contribution type
           05  SPW-CONTRIB-TYPE    PIC X(1).
               88  SPW-SG-CONTRIB          VALUE 'G' ' '.
               88  SPW-SACRIFICE-CONTRIB   VALUE 'S'.
