      * stamps each request served or failed and the date it was
      * worked, so a request is never run twice and a supervisor can
      * see where theirs got to.
      * the as-of-date trial balance (T) takes its one date, the
      * day whose balance snapshot it prints, in the from date.
      * the operator access review (R) summarises the audit trail
      * over the from and to dates - blank means no limit at that
      * end.
       01  rqst-record.
           05  rqst-number            pic 9(06).
           05  rqst-report-code       pic x(01).
                                          value "G".
               88  rqst-report-acct-activity
                                          value "A".
               88  rqst-report-trial-balance
                                          value "T".
               88  rqst-report-access-review
                                          value "R".
               88  rqst-report-valid      values "S" "P" "G" "A" "T"
                                                 "R".
           05  rqst-from-date         pic x(08).
           05  rqst-to-date           pic x(08).
           05  rqst-account           pic 9(08).
