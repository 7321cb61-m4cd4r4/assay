      * MAINT-TRANS-RECORD.cpy
      * Shared MAINT-TRANS-FILE record layout - the keyed adds
      * ('A'), changes ('C') and terminations ('T') EMP-MAINT
      * applies to EMPLOYEE-FILE. Also written by SALARY-REVIEW,
      * which generates the rate-change transactions for a review
      * instead of having them keyed one at a time. An add must
      * carry the full field set; a change applies only the fields
      * it carries (spaces in an alphanumeric field, zero in a rate
      * field, mean leave-as-is); a termination needs the id, the
      * last day of employment and the separation reason.
      * The payslip delivery preference is 'E' (email) or 'P'
      * (print and post); an add that leaves it blank gets email
      * where an address is keyed and post where none is.
      * A change to bank details, pay rate or pay type is held for
      * approval rather than applied; an approval ('V') needs only
      * the id and the approving user in MT-ENTERED-BY, and applies
      * every change held for the employee that someone else keyed.
      *
       01  MAINT-TRANS-RECORD.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD          VALUE 'A'.
               88  MT-CHANGE       VALUE 'C'.
               88  MT-TERMINATE    VALUE 'T'.
               88  MT-APPROVE      VALUE 'V'.
           05  MT-EMP-ID           PIC X(6).
           05  MT-EMP-NAME         PIC X(30).
           05  MT-EMP-DEPT         PIC X(4).
           05  MT-PAY-RATE         PIC 9(4)V99.
           05  MT-PAY-TYPE         PIC X(1).
           05  MT-TAX-CODE         PIC X(2).
           05  MT-SUPER-RATE       PIC 9V99.
           05  MT-BANK-BSB         PIC X(6).
           05  MT-BANK-ACCT        PIC X(9).
           05  MT-FUND-ID          PIC X(10).
           05  MT-FUND-MEMBER-NO   PIC X(12).
           05  MT-PAY-GROUP        PIC X(2).
           05  MT-ENTERED-BY       PIC X(8).
      *    'Y' or 'N' - annual leave loading entitlement; blank on
      *    an add means not entitled
           05  MT-LEAVE-LOADING    PIC X(1).
           05  MT-AWARD-CLASS      PIC X(4).
      *    Termination only - the last day worked (YYYYMMDD) and
      *    the separation certificate's reason for leaving: own
      *    accord, illness or injury, dismissed, shortage of work
      *    (including redundancy), contract or seasonal work
      *    ended, or other
           05  MT-TERM-DATE        PIC X(8).
           05  MT-TERM-DATE-N REDEFINES MT-TERM-DATE PIC 9(8).
           05  MT-SEP-REASON       PIC X(1).
               88  MT-SEP-REASON-VALID VALUE 'V' 'I' 'D' 'S' 'C' 'O'.
      *    Payslip email address and delivery preference
           05  MT-EMAIL-ADDR       PIC X(60).
           05  MT-SLIP-DELIVERY    PIC X(1).
