      * MAINT-AUDIT-RECORD.cpy
      * Shared MAINT-AUDIT-FILE record layout - one record per
      * master update EMP-MAINT makes, written immediately before
      * the master write, with full before and after images so
      * any hand query can see exactly what changed, what it
      * changed from and who keyed it, the same way the pay run's
      * audit file proves its YTD movement. The image fields carry
      * slack past the current master length so the audit layout
      * survives master-record growth. An approved bank or rate
      * change ('V') carries the user who keyed it in
      * MA-ENTERED-BY and the different user who approved it in
      * MA-APPROVED-BY; every other action leaves that blank.
      *
       01  MAINT-AUDIT-RECORD.
           05  MA-RUN-DATE         PIC 9(8).
           05  MA-ACTION           PIC X(1).
           05  MA-EMP-ID           PIC 9(6).
           05  MA-ENTERED-BY       PIC X(8).
           05  MA-BEFORE-IMAGE     PIC X(250).
           05  MA-AFTER-IMAGE      PIC X(250).
           05  MA-APPROVED-BY      PIC X(8).
