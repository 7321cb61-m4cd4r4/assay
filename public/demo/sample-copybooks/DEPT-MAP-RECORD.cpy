      * DEPT-MAP-RECORD.cpy
      * Shared DEPT-MAP-FILE record layout - one record per
      * department. The cost centre is what PAYROLL-CALC's costing
      * journal posts the department's wages to, and TIME-EDIT
      * proves a timesheet's department override against the same
      * file. The state is where the department's staff work, for
      * the payroll tax return, and the workers' compensation
      * class is the industry classification their wages are
      * declared under.
      *
       01  DEPT-MAP-RECORD.
           05  DM-DEPT             PIC X(4).
           05  DM-COST-CENTRE      PIC X(6).
           05  DM-STATE            PIC X(3).
           05  DM-WC-CLASS         PIC X(6).
           05  FILLER              PIC X(1).
