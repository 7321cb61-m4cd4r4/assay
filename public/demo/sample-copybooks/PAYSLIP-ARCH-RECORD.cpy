      * slips and the supplementary runs archive theirs (the
      * sequence keeps a supplementary slip for the same employee
      * and period from colliding with the main run's); read back
      * by PAYSLIP-REPRINT for copy requests, and by PAYSLIP-DIST,
      * which delivers every line not yet distributed and stamps
      * how it went.
      *
       01  PAYSLIP-ARCH-RECORD.
           05  PA-KEY.
               10  PA-WEEK-ENDING  PIC 9(8).
               10  PA-LINE-SEQ     PIC 9(3).
           05  PA-SLIP-IMAGE       PIC X(200).
      *    Blank until PAYSLIP-DIST delivers the line - 'E' sent
      *    to the mail gateway, 'P' printed for posting, 'B'
      *    printed because the employee's email had bounced, 'R'
      *    reprinted for posting after the gateway returned it.
      *    Lines archived before delivery tracking carry 'H',
      *    stamped by the one-off PAYSLIP-ARCH-CONV conversion.
           05  PA-DELIVERY-STATUS  PIC X(1).
               88  PA-NOT-DELIVERED    VALUE SPACE.
               88  PA-SENT-BY-EMAIL    VALUE 'E'.
               88  PA-PRINTED-FOR-POST VALUE 'P'.
               88  PA-PRINTED-BOUNCED  VALUE 'B'.
               88  PA-REPOSTED         VALUE 'R'.
               88  PA-BEFORE-TRACKING  VALUE 'H'.
