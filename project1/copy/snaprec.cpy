      * snaprec.cpy - daily balance snapshot record, keyed by
      * processing date and account number - written for every
      * account on the master by the snapshot step (hellosnp) once
      * the reconciliation has proven the day, so what an account
      * stood at on any day since is read straight off this file
      * instead of being worked back through the posted history.
      * the status and credit limit are as they stood at the close
      * of that day - the status values are the ones in acctrec.cpy.
      * read by the account inquiry (hello01) for the as-of balance
      * and by the report driver (hellorpq) for the as-of-date trial
      * balance.
       01  snap-record.
           05  snap-key.
               10  snap-date          pic x(08).
               10  snap-account       pic 9(08).
           05  snap-name              pic x(30).
           05  snap-status            pic x(01).
               88  snap-status-open       value "O".
               88  snap-status-closed     value "C".
               88  snap-status-frozen     value "F".
               88  snap-status-dormant    value "D".
           05  snap-balance           pic s9(09)v99.
           05  snap-credit-limit      pic 9(09)v99.
           05  snap-taken-time        pic x(08).
           05  filler                 pic x(23).
