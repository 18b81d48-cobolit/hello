       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hellosnp.
      * balance snapshot - once the reconciliation has proven the
      * day, reads through the account master and writes every
      * account's closing balance, status and credit limit to the
      * snapshot file HELLOSNP (see snaprec.cpy) under the
      * processing date off HELLODAT, so the balance an account
      * stood at on any day since is read straight off the file -
      * the account inquiry (hello01) looks it up and the report
      * driver (hellorpq) prints the as-of-date trial balance off
      * it.
      * will not run on a day the reconciliation has not closed -
      * without a complete "dayclose" checkpoint for the processing
      * date the run abends and writes nothing, since a snapshot of
      * an unproven master proves nothing.
      * the snapshot's balance total is tied to the closing balance
      * total posting left on HELLOPTL - the tie is printed on
      * HELLOSNL, and a snapshot that does not agree (or a day with
      * no posting totals to tie to) leaves the step's checkpoint
      * open and ends WARN, which stops the nightly stream before
      * the date roll until someone resolves it - a rerun writes
      * the day's snapshot over again.
      * honors the suite's HELLOCKP checkpoint convention under the
      * processing date, so a rerun of the stream passes over a day
      * already snapped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT acct-file ASSIGN "HELLOACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-number
               FILE STATUS IS ws-acct-status.
           SELECT snap-file ASSIGN "HELLOSNP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS snap-key
               FILE STATUS IS ws-snap-status.
           SELECT ptl-file ASSIGN "HELLOPTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-ptl-status.
           SELECT rpt-file ASSIGN "HELLOSNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rpt-status.
           SELECT log-file ASSIGN "HELLOLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-log-status.
           SELECT chkp-file ASSIGN "HELLOCKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS chkp-key
               FILE STATUS IS ws-chkp-status.
           SELECT dat-file ASSIGN "HELLODAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dat-status.
       DATA DIVISION.
       FILE SECTION.
       FD  acct-file.
       COPY acctrec.
       FD  snap-file.
       COPY snaprec.
       FD  ptl-file.
       COPY ptlrec.
       FD  rpt-file
           RECORD CONTAINS 132 CHARACTERS.
       01  rpt-line                   pic x(132).
       FD  log-file.
       COPY logrec.
       FD  chkp-file.
       COPY chkprec.
       FD  dat-file.
       COPY datrec.
       WORKING-STORAGE SECTION.
       COPY scrhdr.
       77  ws-acct-status             pic x(02).
       77  ws-snap-status             pic x(02).
       77  ws-ptl-status              pic x(02).
       77  ws-rpt-status              pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-chkp-status             pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-chkp-open-switch        pic x.
           88  ws-chkp-open-failed        value "Y".
       77  ws-step-done-switch        pic x.
           88  ws-step-already-done       value "Y".
       77  ws-day-proven-switch       pic x.
           88  ws-day-proven              value "Y".
       77  ws-abend-switch            pic x.
           88  ws-run-abended             value "Y".
       77  ws-master-eof-switch       pic x.
           88  ws-master-eof              value "Y".
       77  ws-ptl-found-switch        pic x.
           88  ws-ptl-found               value "Y".
       77  ws-in-balance-switch       pic x.
           88  ws-in-balance              value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
       77  ws-operator-id             pic x(08).
       77  ws-snap-count              pic 9(07).
       77  ws-snap-total              pic s9(13)v99.
       77  ws-ptl-total               pic s9(13)v99.
       77  ws-difference              pic s9(13)v99.
       01  ws-heading-1.
           05  hl-company-name        pic x(30).
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(30)
                   value "DAILY BALANCE SNAPSHOT".
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(09) value "RUN DATE ".
           05  hl-run-date            pic x(08).
       01  ws-heading-2.
           05  filler                 pic x(30)
                   value "BALANCES AT CLOSE OF BUSINESS ".
           05  hl-snap-date           pic x(08).
       01  ws-count-line.
           05  filler                 pic x(40)
                   value "ACCOUNTS SNAPPED".
           05  cl-count               pic z,zzz,zz9.
       01  ws-amount-line.
           05  al-caption             pic x(40).
           05  al-amount              pic -zzz,zzz,zzz,zz9.99.
       01  ws-verdict-line.
           05  filler                 pic x(25)
                   value "SNAPSHOT TIE: ".
           05  vl-verdict             pic x(40).
       PROCEDURE DIVISION.
       main.
           PERFORM 1000-initialize THRU 1000-exit.
           PERFORM 1100-restart-check THRU 1100-exit.
           IF ws-chkp-open-failed
               PERFORM 1400-audit-start THRU 1400-exit
               MOVE "ABND" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           IF ws-step-already-done
               PERFORM 1400-audit-start THRU 1400-exit
               MOVE "SKIP" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           PERFORM 1400-audit-start THRU 1400-exit.
           IF NOT ws-day-proven
               DISPLAY "HELLOSNP - DAY " ws-current-date
                       " NOT PROVEN BY RECONCILIATION" UPON CONSOLE
               MOVE "Y" TO ws-abend-switch
           END-IF.
           IF NOT ws-run-abended
               PERFORM 1200-read-posting-totals THRU 1200-exit
               PERFORM 1500-open-run-files THRU 1500-exit
           END-IF.
           IF ws-run-abended
               MOVE "ABND" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           PERFORM 2000-snap-account THRU 2000-exit
               UNTIL ws-master-eof.
           PERFORM 5000-tie-the-snapshot THRU 5000-exit.
           PERFORM 8100-close-run-files THRU 8100-exit.
           PERFORM 7000-checkpoint-write THRU 7000-exit.
           IF ws-in-balance
               MOVE "OK  " TO log-return-status
           ELSE
               MOVE "WARN" TO log-return-status
           END-IF.
           PERFORM 9500-audit-stop THRU 9500-exit.
           PERFORM 9600-close-files THRU 9600-exit.
       9900-finish.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock and operator for the audit record and
      * zero the run totals.
      *----------------------------------------------------------------
       1000-initialize.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           ACCEPT ws-current-time FROM TIME.
           PERFORM 1005-read-proc-date THRU 1005-exit.
           DISPLAY "TERM" UPON ENVIRONMENT-NAME.
           ACCEPT ws-terminal-id FROM ENVIRONMENT-VALUE.
           IF ws-terminal-id = SPACES
               MOVE "CONSOLE " TO ws-terminal-id
           END-IF.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT ws-operator-id FROM ENVIRONMENT-VALUE.
           IF ws-operator-id = SPACES
               MOVE "UNKNOWN " TO ws-operator-id
           END-IF.
           MOVE 0   TO ws-snap-count.
           MOVE 0   TO ws-snap-total.
           MOVE 0   TO ws-ptl-total.
           MOVE "N" TO ws-abend-switch.
           MOVE "N" TO ws-master-eof-switch.
           MOVE "N" TO ws-ptl-found-switch.
           MOVE "Y" TO ws-in-balance-switch.
       1000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1005 - the official processing date off HELLODAT overrides
      * the clock date - a missing or unreadable control file leaves
      * the clock date standing.
      *----------------------------------------------------------------
       1005-read-proc-date.
           OPEN INPUT dat-file.
           IF ws-dat-status NOT = "00"
               GO TO 1005-exit
           END-IF.
           READ dat-file
               AT END
                   CONTINUE
               NOT AT END
                   IF dat-processing-date NUMERIC
                       MOVE dat-processing-date TO ws-current-date
                   END-IF
           END-READ.
           CLOSE dat-file.
       1005-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1100 - see if this step already completed clean for today -
      * if so the caller skips straight to GOBACK - and whether the
      * reconciliation closed the day, which the snapshot waits on.
      *----------------------------------------------------------------
       1100-restart-check.
           MOVE "N"             TO ws-step-done-switch.
           MOVE "N"             TO ws-chkp-open-switch.
           MOVE "N"             TO ws-day-proven-switch.
           MOVE ws-current-date TO chkp-run-date.
           MOVE "hellosnp"      TO chkp-step-name.
           OPEN I-O chkp-file.
           IF ws-chkp-status = "35"
               OPEN OUTPUT chkp-file
               CLOSE       chkp-file
               OPEN I-O    chkp-file
           END-IF.
           IF ws-chkp-status NOT = "00"
               MOVE "Y" TO ws-chkp-open-switch
               GO TO 1100-exit
           END-IF.
           READ chkp-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF chkp-step-complete
                       MOVE "Y" TO ws-step-done-switch
                   END-IF
           END-READ.
           MOVE ws-current-date TO chkp-run-date.
           MOVE "dayclose"      TO chkp-step-name.
           READ chkp-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF chkp-step-complete
                       MOVE "Y" TO ws-day-proven-switch
                   END-IF
           END-READ.
       1100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1200 - the closing balance total posting left for the day -
      * a missing totals record, or one left over from an earlier
      * day, leaves nothing to tie to.
      *----------------------------------------------------------------
       1200-read-posting-totals.
           OPEN INPUT ptl-file.
           IF ws-ptl-status NOT = "00"
               GO TO 1200-exit
           END-IF.
           READ ptl-file
               AT END
                   CONTINUE
               NOT AT END
                   IF ptl-run-date = ws-current-date
                       MOVE "Y" TO ws-ptl-found-switch
                       MOVE ptl-close-balance-total TO ws-ptl-total
                   END-IF
           END-READ.
           CLOSE ptl-file.
       1200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1500 - open the master to read, the snapshot file to add to
      * (the first snapshot ever creates it), and the listing with
      * its headings.
      *----------------------------------------------------------------
       1500-open-run-files.
           OPEN INPUT acct-file.
           IF ws-acct-status NOT = "00"
               DISPLAY "HELLOSNP - ACCOUNT MASTER UNAVAILABLE, STATUS "
                       ws-acct-status
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           MOVE ZEROS TO acct-number.
           START acct-file KEY NOT < acct-number
               INVALID KEY
                   MOVE "Y" TO ws-master-eof-switch
           END-START.
           OPEN I-O snap-file.
           IF ws-snap-status = "35"
               OPEN OUTPUT snap-file
               CLOSE       snap-file
               OPEN I-O    snap-file
           END-IF.
           IF ws-snap-status NOT = "00"
               DISPLAY "HELLOSNP - SNAPSHOT FILE UNAVAILABLE, STATUS "
                       ws-snap-status
               CLOSE acct-file
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           OPEN OUTPUT rpt-file.
           MOVE scr-company-name TO hl-company-name.
           MOVE ws-current-date  TO hl-run-date.
           MOVE ws-current-date  TO hl-snap-date.
           WRITE rpt-line FROM ws-heading-1.
           WRITE rpt-line FROM ws-heading-2.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
       1500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2000 - one account onto the snapshot - a rerun finds the
      * day's record already there and writes it over.
      *----------------------------------------------------------------
       2000-snap-account.
           READ acct-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-master-eof-switch
                   GO TO 2000-exit
           END-READ.
           MOVE SPACES            TO snap-record.
           MOVE ws-current-date   TO snap-date.
           MOVE acct-number       TO snap-account.
           MOVE acct-name         TO snap-name.
           MOVE acct-status       TO snap-status.
           MOVE acct-balance      TO snap-balance.
           MOVE acct-credit-limit TO snap-credit-limit.
           MOVE ws-current-time   TO snap-taken-time.
           WRITE snap-record
               INVALID KEY
                   REWRITE snap-record
                       INVALID KEY
                           DISPLAY "HELLOSNP - SNAPSHOT WRITE FAILED, "
                                   "ACCOUNT " acct-number UPON CONSOLE
                           MOVE "N" TO ws-in-balance-switch
                           GO TO 2000-exit
                   END-REWRITE
           END-WRITE.
           ADD 1            TO ws-snap-count.
           ADD acct-balance TO ws-snap-total.
       2000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 5000 - tie the snapshot to posting's closing balance total
      * and print the figures and the verdict.
      *----------------------------------------------------------------
       5000-tie-the-snapshot.
           MOVE ws-snap-count TO cl-count.
           WRITE rpt-line FROM ws-count-line.
           MOVE "SNAPSHOT BALANCE TOTAL"        TO al-caption.
           MOVE ws-snap-total                   TO al-amount.
           WRITE rpt-line FROM ws-amount-line.
           IF NOT ws-ptl-found
               MOVE "N" TO ws-in-balance-switch
               MOVE SPACES TO rpt-line
               WRITE rpt-line
               MOVE "**NO POSTING TOTALS FOR THE DAY**"
                                         TO vl-verdict
               WRITE rpt-line FROM ws-verdict-line
               GO TO 5000-exit
           END-IF.
           MOVE "POSTING CLOSING BALANCE TOTAL" TO al-caption.
           MOVE ws-ptl-total                    TO al-amount.
           WRITE rpt-line FROM ws-amount-line.
           COMPUTE ws-difference = ws-snap-total - ws-ptl-total.
           MOVE "DIFFERENCE"                    TO al-caption.
           MOVE ws-difference                   TO al-amount.
           WRITE rpt-line FROM ws-amount-line.
           IF ws-difference NOT = 0
               MOVE "N" TO ws-in-balance-switch
           END-IF.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           IF ws-in-balance
               MOVE "AGREES WITH POSTING - COMPLETE"
                                         TO vl-verdict
           ELSE
               MOVE "**DOES NOT AGREE - NOT COMPLETE**"
                                         TO vl-verdict
               DISPLAY "HELLOSNP - SNAPSHOT DOES NOT AGREE WITH "
                       "POSTING TOTALS" UPON CONSOLE
           END-IF.
           WRITE rpt-line FROM ws-verdict-line.
       5000-exit.
           EXIT.

       8100-close-run-files.
           CLOSE acct-file.
           CLOSE snap-file.
           CLOSE rpt-file.
       8100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7000 - the step's checkpoint - complete only when the
      * snapshot tied, otherwise written open so the stream stops
      * short of the date roll.
      *----------------------------------------------------------------
       7000-checkpoint-write.
           MOVE ws-current-date TO chkp-run-date.
           MOVE "hellosnp"      TO chkp-step-name.
           IF ws-in-balance
               SET chkp-step-complete TO TRUE
           ELSE
               SET chkp-step-open TO TRUE
           END-IF.
           MOVE ws-current-time TO chkp-complete-time.
           REWRITE chkp-record
               INVALID KEY
                   WRITE chkp-record
           END-REWRITE.
       7000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1400/9500 - audit trail - a start record when the run begins,
      * a stop record when it ends.
      *----------------------------------------------------------------
       1400-audit-start.
           OPEN EXTEND log-file.
           IF ws-log-status = "35"
               OPEN OUTPUT log-file
           END-IF.
           MOVE SPACES          TO log-record.
           MOVE "hellosnp"      TO log-program-id.
           MOVE ws-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-start TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE SPACES          TO log-key-pressed.
           MOVE SPACES          TO log-return-status.
           MOVE "O"             TO log-auth-level.
           MOVE SPACES          TO log-detail.
           WRITE log-record.
       1400-exit.
           EXIT.

       9500-audit-stop.
           ACCEPT ws-current-time FROM TIME.
           MOVE "hellosnp"      TO log-program-id.
           MOVE ws-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-stop  TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE SPACES          TO log-key-pressed.
           MOVE "O"             TO log-auth-level.
           WRITE log-record.
       9500-exit.
           EXIT.

       9600-close-files.
           CLOSE log-file.
           CLOSE chkp-file.
       9600-exit.
           EXIT.
