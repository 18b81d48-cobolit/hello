      * custrec.cpy - customer master record, keyed by customer
      * number - who the account holder is and where the statements
      * go - each account on HELLOACT carries the number of the
      * customer who holds it (acct-customer-number), so one customer
      * can be seen across all their accounts.
      * the customer is maintained on its own screen (hello12), with
      * its own journal HELLOCJN (see cjnlrec.cpy) - an account can
      * only be opened for a customer on file and open - a customer
      * still holding an account that is not closed cannot be closed.
      * the date of birth is yyyymmdd, spaces where not given.
       01  cust-record.
           05  cust-number            pic 9(08).
           05  cust-name              pic x(30).
           05  cust-address-line OCCURS 3 TIMES
                                      pic x(30).
           05  cust-phone             pic x(15).
           05  cust-tax-id            pic x(12).
           05  cust-birth-date        pic x(08).
           05  cust-status            pic x(01).
               88  cust-status-open       value "O".
               88  cust-status-closed     value "C".
           05  cust-open-date         pic x(08).
           05  filler                 pic x(28).
