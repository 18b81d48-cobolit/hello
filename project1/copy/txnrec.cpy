      * count, amount total and account-number hash total the operator
      * balanced to - the record is 80 bytes so the file stays
      * readable by anything that still treats HELLOTXN as card images.
      * a transfer (code TR) moves money between two of our own
      * accounts in one item - txn-account is the account debited
      * and txn-to-account the account credited - posting applies
      * both sides or neither, and the batch trailer counts it as
      * one item of its amount hashed on the from-account alone.
      * txn-to-account is zero or spaces on every other code.
      * a reversal raised against a posted history item carries the
      * reversal flag and the original's posting date and sequence,
      * so posting can mark the original reversed and link the two -
      * the original is on txn-account (and, for a transfer, on
      * txn-to-account as well).
      * a batch keyed on the entry screen or imported is released
      * pending approval - the trailer's approval view of the area
      * the details use for the to-account and reversal data carries
      * the batch's approval state and who decided it - posting
      * holds any batch still pending or sent back - a blank state
      * is a system-generated batch (standing orders, month-end,
      * reversals) that was never under dual control and posts.
       01  txn-record.
           05  txn-record-type        pic x(01).
               88  txn-type-detail        value "D".
               10  txn-code           pic x(02).
                   88  txn-code-debit     value "DR".
                   88  txn-code-credit    value "CR".
                   88  txn-code-transfer  value "TR".
                   88  txn-code-valid     values "DR" "CR" "TR".
               10  txn-amount         pic 9(07)v99.
               10  txn-reference      pic x(12).
           05  txn-trailer-data REDEFINES txn-detail-data.
               10  filler             pic x(03).
           05  txn-entry-operator     pic x(08).
           05  txn-entry-date         pic x(08).
           05  txn-detail-ext.
               10  txn-to-account     pic 9(08).
               10  txn-reversal-data.
                   15  txn-reversal-flag
                                      pic x(01).
                       88  txn-is-reversal
                                          value "R".
                   15  txn-rev-of-date
                                      pic 9(08).
                   15  txn-rev-of-seq pic 9(05).
           05  txn-trailer-ext REDEFINES txn-detail-ext.
               10  txn-trl-approval   pic x(01).
                   88  txn-trl-uncontrolled
                                          value space.
                   88  txn-trl-pending    value "P".
                   88  txn-trl-approved   value "A".
                   88  txn-trl-sent-back  value "S".
                   88  txn-trl-held       values "P" "S".
               10  txn-trl-reviewer   pic x(08).
               10  txn-trl-review-date
                                      pic x(08).
               10  filler             pic x(05).
           05  filler                 pic x(06).
