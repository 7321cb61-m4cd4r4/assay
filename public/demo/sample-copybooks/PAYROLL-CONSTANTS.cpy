      *    Long service leave accrues at 8.67 weeks per ten years
      *    of service - 0.633 hours per week at 38 ordinary hours
           05  WS-LSL-LEAVE-RATE    PIC 9V999   VALUE 0.633.
      *    Award annual leave loading - a percentage of the annual
      *    leave priced, paid to employees entitled to it
           05  WS-LEAVE-LOADING-RATE PIC 9V999  VALUE 0.175.
           05  WS-CHECKPOINT-INTERVAL PIC 9(4)  VALUE 1.
      *    General ledger account codes the pay run's costing
      *    journal posts to - expense to the department's cost
      *    centre, the liabilities to the payroll clearing centre
           05  WS-GL-SALARY-ACCT    PIC X(6)    VALUE '610100'.
           05  WS-GL-LOADING-ACCT   PIC X(6)    VALUE '610150'.
           05  WS-GL-PAYG-ACCT      PIC X(6)    VALUE '220100'.
           05  WS-GL-SUPER-ACCT     PIC X(6)    VALUE '220200'.
           05  WS-GL-DEDN-ACCT     PIC X(6)    VALUE '220300'.
           05  WS-GL-BANK-ACCT      PIC X(6)    VALUE '110200'.
           05  WS-GL-CLEARING-CC    PIC X(6)    VALUE 'PAYCLR'.
      *    Month-end wage accrual - the liability the accrual and
      *    its reversal post to, and the description every accrual
      *    line starts with so the statements that prove paid
      *    wages to the ledger can step over it
           05  WS-GL-ACCRUAL-ACCT   PIC X(6)    VALUE '220400'.
           05  WS-GL-ACCRUAL-TAG    PIC X(12)   VALUE 'WAGE ACCRUAL'.
      *    The description every salary sacrifice line on super
      *    payable starts with - sacrifice is already inside the
      *    gross wages, so the statements that prove the guarantee
      *    super to the ledger step over it
           05  WS-GL-SACRIFICE-TAG  PIC X(16)
                                    VALUE 'SALARY SACRIFICE'.
