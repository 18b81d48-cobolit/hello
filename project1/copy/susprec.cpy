      * date it went to suspense and the untouched 80-byte image of
      * the original transaction so next-day repair can re-key or
      * re-release it without loss.
      * a transfer is suspended whole, one record carrying both
      * accounts - the from-account fails with the ordinary codes,
      * the to-account with XNOAC (missing, zero, not on file or the
      * same as the from-account) or XCLSD (not open).
      * a debit against a dormant account fails with DORMT - credits
      * to it still post - it re-releases once the account has been
      * reactivated.
       01  susp-record.
           05  susp-reject-code       pic x(05).
               88  susp-reject-no-account value "NOACC".
               88  susp-reject-bad-code   value "BADCD".
               88  susp-reject-over-limit value "OVRLM".
               88  susp-reject-not-open   value "CLOSD".
               88  susp-reject-no-to-acct value "XNOAC".
               88  susp-reject-to-not-open
                                          value "XCLSD".
               88  susp-reject-dormant    value "DORMT".
           05  susp-reject-date       pic x(08).
           05  susp-txn-image         pic x(80).
           05  filler                 pic x(07).
