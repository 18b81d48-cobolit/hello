      * register - carries what was applied and rejected, the net
      * movement the applied work should have made, and the account
      * master balance totals before and after posting.
      * a transfer counts once in the applied or rejected figures
      * and moves nothing on the net - the transfer counts ride
      * alongside so reconciliation can prove every transfer was
      * either posted whole or suspended whole.
       01  ptl-record.
           05  ptl-run-date           pic x(08).
           05  ptl-applied-count      pic 9(05).
           05  ptl-open-balance-total pic s9(13)v99.
           05  ptl-close-balance-total
                                      pic s9(13)v99.
           05  ptl-xfer-applied-count pic 9(05).
           05  ptl-xfer-reject-count  pic 9(05).
           05  filler                 pic x(03).
