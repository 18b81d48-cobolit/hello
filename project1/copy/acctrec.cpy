      * balance here and the online inquiry reads it back - the credit
      * limit is how far a debit may take the balance below zero
      * before the transaction is routed to suspense instead.
      * an open account left untouched past the dormancy period is
      * marked dormant by the dormancy run (hellodor) - posting then
      * suspends its debits but still takes its credits, until a
      * supervisor reactivates it in account maintenance - the
      * status date is the day the status last changed, which
      * restarts the inactivity clock the dormancy run measures
      * (spaces on an account whose status has never changed).
      * the customer number links the account to its holder on the
      * customer master HELLOCUS (see custrec.cpy) - account
      * maintenance will not open an account without one - spaces
      * on an account opened before customers were kept.
       01  acct-record.
           05  acct-number            pic 9(08).
           05  acct-name              pic x(30).
               88  acct-status-open       value "O".
               88  acct-status-closed     value "C".
               88  acct-status-frozen     value "F".
               88  acct-status-dormant    value "D".
           05  acct-balance           pic s9(09)v99.
           05  acct-credit-limit      pic 9(09)v99.
           05  acct-open-date         pic x(08).
           05  acct-last-txn-date     pic x(08).
           05  acct-status-date       pic x(08).
           05  acct-customer-number   pic 9(08).
           05  filler                 pic x(07).
