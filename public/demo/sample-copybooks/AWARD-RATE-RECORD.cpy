      * AWARD-RATE-RECORD.cpy
      * Shared AWARD-RATE-FILE record layout - one effective-dated
      * minimum rate per award classification: the minimum hourly
      * rate hourly and contract staff must be paid, and the
      * minimum annual salary for salaried staff. The minimum in
      * force for any period is the latest record for the
      * classification not after that period's ending date, the
      * same selection the pay run makes on RATE-FILE. Read by
      * AWARD-CHECK to prove every employee is paid at or above
      * the minimum for the classification on the master.
      *
       01  AWARD-RATE-RECORD.
           05  AR-AWARD-CLASS      PIC X(4).
           05  AR-EFFECTIVE-FROM   PIC 9(8).
           05  AR-MIN-HOURLY-RATE  PIC 9(4)V99.
           05  AR-MIN-ANNUAL-RATE  PIC 9(7)V99.
           05  AR-DESCRIPTION      PIC X(30).
