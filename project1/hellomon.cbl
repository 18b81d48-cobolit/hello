      * official processing date off HELLODAT (clock time still ages
      * the minutes), falling back to the clock date if the control
      * file is missing.
      * ends with GOBACK rather than STOP RUN so the nightly stream
      * driver (hellostr) can CALL it - run on its own it ends the
      * run just the same.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE ws-new-alert-count TO cn-count.
           DISPLAY ws-count-line UPON CONSOLE.
       9900-finish.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock, read the stale age (default sixty
