      * writes a checkpoint record under the day being closed as run
      * history, and the usual start/stop pair to the audit log
      * dated with that day.
      * ends with GOBACK rather than STOP RUN so the nightly stream
      * driver (hellostr) can CALL it - run on its own it ends the
      * run just the same.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           PERFORM 9500-audit-stop THRU 9500-exit.
           PERFORM 9600-close-files THRU 9600-exit.
       9900-finish.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - clock and operator for the audit record, then the
