      * order (court-ordered garnishees first, then voluntary
      * lines). DED-REMAINING-BAL > ZERO marks a fixed-term
      * deduction that stops automatically once the balance is
      * drawn down to nothing; ZERO means open-ended. Salary
      * sacrifice ('V') lines are taken off gross before tax and
      * paid to the employee's super fund through the super
      * spool - their payee fields are not used.
      *
       01  DEDUCTION-RECORD.
           05  DED-KEY.
