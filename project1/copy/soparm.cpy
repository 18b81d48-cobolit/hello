      * soparm.cpy - control record for the standing order
      * generation step - one record only - the batch number is the
      * reserved system batch the day's generated orders are
      * released under, so they stand apart from keyed work and the
      * month-end cycle's batch on the register - there is no
      * built-in fallback, a missing parm file stops the step.
       01  so-parm-record.
           05  so-batch-number        pic 9(04).
           05  filler                 pic x(36).
