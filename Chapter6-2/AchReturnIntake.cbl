      * master.  A return (type R) zeroes the employee's bank routing
      * and account so the next pay run falls through to a paper
      * check; a notification of change (type C) swaps in the bank's
      * corrected routing/account, encoded through BankVault before
      * it is written back.  Every change is written to
      * AuditLog and a returns report is produced so payroll can cut
      * a replacement check the same day.
       Environment Division.
                           TO BankRoutingNumber
                       MOVE AR-Corrected-Account
                           TO BankAccountNumber
                       CALL "BankVault" USING "ENCODE",
                           BankAccountNumber, "ACHRETURN   ",
                           "BATCH   ", EmployeeNumber
                       MOVE "ACHNOC" TO WS-Audit-Action
                       MOVE "NOC " TO AH-Type
                       MOVE "Routing/account corrected per bank"
