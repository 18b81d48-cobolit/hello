      * whether it came back clean, abended, was skipped by a restart,
      * or flagged a start-of-day housekeeping warning, so the morning
      * shift does not have to grep the raw log by hand.
      * ends with GOBACK rather than STOP RUN so the nightly stream
      * driver (hellostr) can CALL it - run on its own it ends the
      * run just the same.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           PERFORM 2000-process-log THRU 2000-exit
               UNTIL ws-eof.
           PERFORM 9000-terminate THRU 9000-exit.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - open the files and print the report headings.
