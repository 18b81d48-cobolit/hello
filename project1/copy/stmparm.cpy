      * stmparm.cpy - control record for the monthly statement run -
      * one record only - names the statement month as yyyymm when
      * the run has to be taken for a month other than the usual one
      * - a missing parm file or a blank month means the calendar
      * month before the processing date, which is the normal run
      * on the first business day after the month-end cycle posted.
       01  stm-parm-record.
           05  stm-period             pic x(06).
           05  stm-period-r REDEFINES stm-period.
               10  stm-period-yy      pic 9(04).
               10  stm-period-mm      pic 9(02).
           05  filler                 pic x(34).
