      * dorparm.cpy - control record for the dormancy run - one
      * record only - an open account with no activity for this many
      * whole months before the processing date is marked dormant -
      * activity is the later of its last posting date, its last
      * status change and its opening date - there is no built-in
      * fallback, a missing parm file or a period of zero stops the
      * run rather than sweep the master under a made-up period.
       01  dor-parm-record.
           05  dor-inactive-months    pic 9(03).
           05  filler                 pic x(37).
