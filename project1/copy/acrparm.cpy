      * acrparm.cpy - access review parm record (HELLOACP) - one
      * record - an operator id not signed on for more than the
      * unused days is flagged unused on the access review - the
      * review period is how many days back, the processing day
      * included, the scheduled review run (helloacr) summarises the
      * denials, lockouts and security maintenance off the audit
      * trail - a review queued from the reports screen keys its own
      * period and takes only the unused days from here.
       01  acr-parm-record.
           05  acr-unused-days        pic 9(03).
           05  acr-period-days        pic 9(03).
           05  filler                 pic x(34).
