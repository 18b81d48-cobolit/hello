      * honors the suite's HELLOCKP checkpoint convention under the
      * processing date, so a rerun of the stream can never bill the
      * same month twice.
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
      * 1000 - get the clock and operator for the audit record and

      *----------------------------------------------------------------
      * 1100 - see if this step already completed clean for today -
      * if so the caller skips straight to GOBACK so a rerun of
      * the stream can never bill the month twice.
      *----------------------------------------------------------------
       1100-restart-check.
