      * apvparm.cpy - control record for batch approval - one record
      * only - a batch whose trailer amount total is over the
      * threshold can only be approved by an admin-level operator,
      * anything at or under it by any operator the BATCHAPV
      * function authority lets in - a missing parm file is taken as
      * a threshold of zero, so every batch then needs admin
      * approval rather than none of them.
       01  apv-parm-record.
           05  apv-admin-threshold    pic 9(09)v99.
           05  filler                 pic x(29).
