      * function ids in use - INQUIRY (menu option 1), SECMAINT
      * (option 2), REPORTS (option 3), TXNENTRY (option 4),
      * SUSPREPR (option 5), ACCMAINT (option 6), OPSCONSL
      * (option 7), CALMAINT (option 8), STNDORDR (option 9),
      * REVERSAL (option R), BATCHAPV (option A), REACTIVT (the
      * reactivate action of option 6), CUSTMANT (option C),
      * CUSTINQ (option P) - a program whose
      * record is missing falls back to its own built-in default so a
      * lost file never opens the doors wide.
       01  auth-record.
           05  auth-function-id       pic x(08).
           05  auth-allowed-levels    pic x(03).
