       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hellostr.
      * nightly stream driver - runs the end-of-day steps in the
      * order the run-book file HELLORBK (see rbkrec.cpy) lays down,
      * instead of an operator starting each one by hand and reading
      * the log between them.
      * each step is due or not by its day rule - a month-end-only
      * step is passed over on any other night, the same last
      * business day test the month-end cycle makes off the HELLOCAL
      * calendar - and may not start until its prerequisite steps
      * and the step before it have finished.
      * before each step the driver looks at the step before it the
      * way an operator would - its latest stop record on the audit
      * log HELLOLOG for the processing day, and its checkpoint on
      * HELLOCKP - and after each step it looks at the step just run
      * the same way - an abend, a step that started and never
      * stopped, or a checkpoint left open (an out-of-balance
      * reconciliation leaves "dayclose" open) stops the stream on
      * the spot, with an alert on the operator console and on the
      * alert file HELLOALT, where the console (hello07) shows it.
      * rerunning the driver resumes at the first step not yet
      * complete for the processing day - a step whose latest stop
      * record is clean (or skipped, or warned) with no open
      * checkpoint is passed over as done earlier - so a rerun after
      * a fix picks up where the stream stopped.
      * steps that keep no audit trail of their own get their
      * start/stop pair written by the driver, so every step can be
      * judged by the same rule.
      * prints a completion report on HELLOSRR - each step with what
      * became of it tonight, its start and end times and the time
      * it took - and writes its own start/stop pair to the log,
      * ABND when the stream stopped short.
      * the steps are CALLed, each ending with GOBACK, which still
      * ends the run when a step is run on its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rbk-file ASSIGN "HELLORBK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rbk-status.
           SELECT log-file ASSIGN "HELLOLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-log-status.
           SELECT chkp-file ASSIGN "HELLOCKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS chkp-key
               FILE STATUS IS ws-chkp-status.
           SELECT alert-file ASSIGN "HELLOALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alert-key
               FILE STATUS IS ws-alert-status.
           SELECT cal-file ASSIGN "HELLOCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-date
               FILE STATUS IS ws-cal-status.
           SELECT dat-file ASSIGN "HELLODAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dat-status.
           SELECT rpt-file ASSIGN "HELLOSRR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rpt-status.
       DATA DIVISION.
       FILE SECTION.
       FD  rbk-file.
       COPY rbkrec.
       FD  log-file.
       COPY logrec.
       FD  chkp-file.
       COPY chkprec.
       FD  alert-file.
       COPY alertrec.
       FD  cal-file.
       COPY calrec.
       FD  dat-file.
       COPY datrec.
       FD  rpt-file
           RECORD CONTAINS 132 CHARACTERS.
       01  rpt-line                   pic x(132).
       WORKING-STORAGE SECTION.
       COPY scrhdr.
       77  ws-rbk-status              pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-chkp-status             pic x(02).
       77  ws-alert-status            pic x(02).
       77  ws-cal-status              pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-rpt-status              pic x(02).
       77  ws-abend-switch            pic x.
           88  ws-run-abended             value "Y".
       77  ws-stream-stop-switch      pic x.
           88  ws-stream-stopped          value "Y".
       77  ws-rbk-eof-switch          pic x.
           88  ws-rbk-eof                 value "Y".
       77  ws-log-eof-switch          pic x.
           88  ws-log-eof                 value "Y".
       77  ws-month-end-switch        pic x.
           88  ws-month-end               value "Y".
       77  ws-cal-open-switch         pic x.
           88  ws-cal-open                value "Y".
       77  ws-business-day-switch     pic x.
           88  ws-business-day            value "Y".
       77  ws-call-failed-switch      pic x.
           88  ws-call-failed             value "Y".
       77  ws-prereq-ok-switch        pic x.
           88  ws-prereq-ok               value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
       77  ws-operator-id             pic x(08).
       77  ws-step-count              pic 9(02) comp.
       77  ws-step-sub                pic 9(02) comp.
       77  ws-prior-sub               pic 9(02) comp.
       77  ws-find-sub                pic 9(02) comp.
       77  ws-prereq-sub              pic 9(02) comp.
       77  ws-stop-sub                pic 9(02) comp.
       77  ws-call-name               pic x(08).
       77  ws-stop-reason             pic x(20).
      *----------------------------------------------------------------
      * the judgement of one step - its latest state on the audit
      * log for the processing day (spaces never ran, STRT started
      * and never stopped, otherwise the stop record's status), the
      * time of that record, and whether its checkpoint is open.
      *----------------------------------------------------------------
       77  ws-judge-name              pic x(08).
       77  ws-judge-chkp              pic x(08).
       77  ws-judge-state             pic x(04).
       77  ws-judge-time              pic x(08).
       77  ws-judge-chkp-switch       pic x.
           88  ws-judge-chkp-open         value "Y".
       77  ws-judge-verdict           pic x(01).
           88  ws-judge-complete          value "C".
           88  ws-judge-abend             value "A".
           88  ws-judge-no-stop           value "N".
           88  ws-judge-chkp-left-open    value "O".
           88  ws-judge-never-ran         value "R".
       01  ws-step-table.
           05  ws-step-entry OCCURS 20 TIMES.
               10  ws-st-seq          pic 9(02).
               10  ws-st-name         pic x(08).
               10  ws-st-day-rule     pic x(01).
               10  ws-st-chkp         pic x(08).
               10  ws-st-audit        pic x(01).
               10  ws-st-prereq OCCURS 3 TIMES
                                      pic x(08).
               10  ws-st-due          pic x(01).
               10  ws-st-result       pic x(20).
               10  ws-st-start-time   pic x(08).
               10  ws-st-end-time     pic x(08).
               10  ws-st-elapsed      pic 9(05).
       01  ws-time-work.
           05  ws-time-hh             pic 9(02).
           05  ws-time-mm             pic 9(02).
           05  ws-time-ss             pic 9(02).
           05  ws-time-cc             pic 9(02).
       77  ws-start-secs              pic 9(06).
       77  ws-end-secs                pic 9(06).
       77  ws-elapsed-secs            pic 9(06).
       01  ws-elapsed-work.
           05  ws-el-hh               pic 9(02).
           05  ws-el-mm               pic 9(02).
           05  ws-el-ss               pic 9(02).
       77  ws-el-rem                  pic 9(05).
       01  ws-proc-date.
           05  ws-proc-yymm           pic x(06).
           05  filler                 pic x(02).
       01  ws-cand-date.
           05  ws-cand-yymm           pic x(06).
           05  filler                 pic x(02).
       01  ws-cand-date-r REDEFINES ws-cand-date.
           05  ws-cand-yy             pic 9(04).
           05  ws-cand-mm             pic 9(02).
           05  ws-cand-dd             pic 9(02).
       77  ws-month-days              pic 9(02).
       77  ws-leap-rem                pic 9(04).
       77  ws-dow                     pic 9(01).
       77  ws-zel-yy                  pic 9(04).
       77  ws-zel-mm                  pic 9(02).
       77  ws-zel-k                   pic 9(02).
       77  ws-zel-j                   pic 9(02).
       77  ws-zel-work                pic 9(07) comp.
       77  ws-zel-quot                pic 9(07) comp.
       77  ws-zel-term-1              pic 9(07) comp.
       77  ws-zel-term-2              pic 9(07) comp.
       77  ws-zel-term-3              pic 9(07) comp.
       01  ws-heading-1.
           05  hl-company-name        pic x(30).
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(30)
                   value "NIGHTLY STREAM COMPLETION".
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(09) value "RUN DATE ".
           05  hl-run-date            pic x(08).
       01  ws-heading-2.
           05  filler                 pic x(04) value "SEQ ".
           05  filler                 pic x(10) value "STEP".
           05  filler                 pic x(05) value "DAY".
           05  filler                 pic x(22) value "RESULT".
           05  filler                 pic x(10) value "STARTED".
           05  filler                 pic x(10) value "ENDED".
           05  filler                 pic x(08) value "ELAPSED".
       01  ws-step-line.
           05  sl-seq                 pic 9(02).
           05  filler                 pic x(02) value spaces.
           05  sl-name                pic x(08).
           05  filler                 pic x(02) value spaces.
           05  sl-day-rule            pic x(01).
           05  filler                 pic x(04) value spaces.
           05  sl-result              pic x(20).
           05  filler                 pic x(02) value spaces.
           05  sl-start-time          pic x(08).
           05  filler                 pic x(02) value spaces.
           05  sl-end-time            pic x(08).
           05  filler                 pic x(02) value spaces.
           05  sl-elapsed             pic x(08).
       01  ws-elapsed-disp.
           05  ed-hh                  pic 9(02).
           05  filler                 pic x(01) value ":".
           05  ed-mm                  pic 9(02).
           05  filler                 pic x(01) value ":".
           05  ed-ss                  pic 9(02).
       01  ws-time-disp.
           05  td-hh                  pic x(02).
           05  filler                 pic x(01) value ":".
           05  td-mm                  pic x(02).
           05  filler                 pic x(01) value ":".
           05  td-ss                  pic x(02).
       01  ws-verdict-line.
           05  filler                 pic x(08) value "STREAM: ".
           05  vl-verdict             pic x(60).
       PROCEDURE DIVISION.
       main.
           PERFORM 1000-initialize THRU 1000-exit.
           PERFORM 1400-audit-start THRU 1400-exit.
           PERFORM 1200-load-run-book THRU 1200-exit.
           IF ws-run-abended
               MOVE "ABND" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               GO TO 9900-finish
           END-IF.
           PERFORM 1300-check-month-end THRU 1300-exit.
           PERFORM 2000-run-step THRU 2000-exit
               VARYING ws-step-sub FROM 1 BY 1
               UNTIL ws-step-sub > ws-step-count
                  OR ws-stream-stopped.
           PERFORM 6000-print-report THRU 6000-exit.
           IF ws-stream-stopped
               MOVE "ABND" TO log-return-status
           ELSE
               MOVE "OK  " TO log-return-status
           END-IF.
           PERFORM 9500-audit-stop THRU 9500-exit.
       9900-finish.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000 - get the clock and operator for the audit record and
      * clear the step table.
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
           MOVE "N"    TO ws-abend-switch.
           MOVE "N"    TO ws-stream-stop-switch.
           MOVE "N"    TO ws-month-end-switch.
           MOVE 0      TO ws-step-count.
           MOVE 0      TO ws-stop-sub.
           MOVE SPACES TO ws-step-table.
       1000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1005 - the official processing date off HELLODAT overrides
      * the clock date - a missing or unreadable control file leaves
      * the clock date standing - the whole stream is judged under
      * the day it started on, the date roll at the end notwith-
      * standing.
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
      * 1200 - the run-book into the step table - there is no built-
      * in stream, a missing or empty run-book, a bad day rule or
      * more steps than the table holds stops the driver before any
      * step is touched.
      *----------------------------------------------------------------
       1200-load-run-book.
           MOVE "N" TO ws-rbk-eof-switch.
           OPEN INPUT rbk-file.
           IF ws-rbk-status NOT = "00"
               DISPLAY "HELLOSTR - RUN-BOOK UNAVAILABLE, STATUS "
                       ws-rbk-status UPON CONSOLE
               MOVE "Y" TO ws-abend-switch
               GO TO 1200-exit
           END-IF.
           PERFORM 1210-load-step THRU 1210-exit
               UNTIL ws-rbk-eof OR ws-run-abended.
           CLOSE rbk-file.
           IF ws-step-count = 0 AND NOT ws-run-abended
               DISPLAY "HELLOSTR - RUN-BOOK HAS NO STEPS"
                       UPON CONSOLE
               MOVE "Y" TO ws-abend-switch
           END-IF.
       1200-exit.
           EXIT.

       1210-load-step.
           READ rbk-file
               AT END
                   MOVE "Y" TO ws-rbk-eof-switch
                   GO TO 1210-exit
           END-READ.
           IF rbk-step-name = SPACES
               GO TO 1210-exit
           END-IF.
           IF NOT rbk-day-rule-valid
               DISPLAY "HELLOSTR - BAD DAY RULE ON RUN-BOOK STEP "
                       rbk-step-name UPON CONSOLE
               MOVE "Y" TO ws-abend-switch
               GO TO 1210-exit
           END-IF.
           IF ws-step-count = 20
               DISPLAY "HELLOSTR - RUN-BOOK OVER 20 STEPS"
                       UPON CONSOLE
               MOVE "Y" TO ws-abend-switch
               GO TO 1210-exit
           END-IF.
           ADD 1 TO ws-step-count.
           MOVE rbk-seq        TO ws-st-seq (ws-step-count).
           MOVE rbk-step-name  TO ws-st-name (ws-step-count).
           MOVE rbk-day-rule   TO ws-st-day-rule (ws-step-count).
           MOVE rbk-chkp-name  TO ws-st-chkp (ws-step-count).
           MOVE rbk-audit-flag TO ws-st-audit (ws-step-count).
           MOVE rbk-prereq (1) TO ws-st-prereq (ws-step-count 1).
           MOVE rbk-prereq (2) TO ws-st-prereq (ws-step-count 2).
           MOVE rbk-prereq (3) TO ws-st-prereq (ws-step-count 3).
           MOVE "NOT REACHED"  TO ws-st-result (ws-step-count).
           MOVE 0              TO ws-st-elapsed (ws-step-count).
       1210-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1300 - is the processing day the last business day of the
      * month - step the candidate forward to the next business day
      * the same way the date roll does, off the calendar file with
      * the weekend rule as the fallback - a next business day in a
      * new month makes the month-end steps due tonight.
      *----------------------------------------------------------------
       1300-check-month-end.
           MOVE "N" TO ws-cal-open-switch.
           OPEN INPUT cal-file.
           IF ws-cal-status = "00"
               MOVE "Y" TO ws-cal-open-switch
           END-IF.
           MOVE ws-current-date TO ws-proc-date.
           MOVE ws-current-date TO ws-cand-date.
           MOVE "N" TO ws-business-day-switch.
           PERFORM 1310-try-next-day THRU 1310-exit
               UNTIL ws-business-day.
           IF ws-cand-yymm NOT = ws-proc-yymm
               MOVE "Y" TO ws-month-end-switch
           END-IF.
           IF ws-cal-open
               CLOSE cal-file
           END-IF.
       1300-exit.
           EXIT.

       1310-try-next-day.
           PERFORM 8700-advance-one-day THRU 8700-exit.
           PERFORM 8600-judge-day-type THRU 8600-exit.
       1310-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1400/9500 - audit trail - a start record when the run begins,
      * a stop record when it ends - the log is closed again at once
      * each time so the steps can write to it themselves.
      *----------------------------------------------------------------
       1400-audit-start.
           OPEN EXTEND log-file.
           IF ws-log-status = "35"
               OPEN OUTPUT log-file
           END-IF.
           MOVE SPACES          TO log-record.
           MOVE "hellostr"      TO log-program-id.
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
           CLOSE log-file.
       1400-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2000 - one run-book step - due tonight, not already done,
      * prerequisites and the step before it finished - then run it
      * and judge how it came back.
      *----------------------------------------------------------------
       2000-run-step.
           MOVE "Y" TO ws-st-due (ws-step-sub).
           IF ws-st-day-rule (ws-step-sub) = "M" AND NOT ws-month-end
               MOVE "N"             TO ws-st-due (ws-step-sub)
               MOVE "NOT DUE TONIGHT" TO ws-st-result (ws-step-sub)
               GO TO 2000-exit
           END-IF.
           MOVE ws-st-name (ws-step-sub) TO ws-judge-name.
           MOVE ws-st-chkp (ws-step-sub) TO ws-judge-chkp.
           PERFORM 3000-judge-step THRU 3000-exit.
           IF ws-judge-complete
               MOVE "COMPLETED EARLIER" TO ws-st-result (ws-step-sub)
               GO TO 2000-exit
           END-IF.
           PERFORM 2100-check-prereqs THRU 2100-exit.
           IF ws-stream-stopped
               GO TO 2000-exit
           END-IF.
           PERFORM 2150-check-prior-step THRU 2150-exit.
           IF ws-stream-stopped
               GO TO 2000-exit
           END-IF.
           PERFORM 2200-call-step THRU 2200-exit.
           MOVE ws-st-name (ws-step-sub) TO ws-judge-name.
           MOVE ws-st-chkp (ws-step-sub) TO ws-judge-chkp.
           PERFORM 3000-judge-step THRU 3000-exit.
           IF ws-judge-complete
               IF ws-judge-state = "WARN"
                   MOVE "COMPLETED - WARNING"
                                        TO ws-st-result (ws-step-sub)
               ELSE
                   MOVE "COMPLETED"     TO ws-st-result (ws-step-sub)
               END-IF
               GO TO 2000-exit
           END-IF.
           IF ws-call-failed
               MOVE "STOPPED - NOT FOUND" TO ws-stop-reason
           ELSE
               PERFORM 3100-set-stop-reason THRU 3100-exit
           END-IF.
           MOVE ws-stop-reason TO ws-st-result (ws-step-sub).
           PERFORM 4000-stop-stream THRU 4000-exit.
       2000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2100 - each named prerequisite must be on the run-book and
      * must have completed tonight, unless it is not due tonight.
      *----------------------------------------------------------------
       2100-check-prereqs.
           PERFORM 2110-check-one-prereq THRU 2110-exit
               VARYING ws-prereq-sub FROM 1 BY 1
               UNTIL ws-prereq-sub > 3 OR ws-stream-stopped.
       2100-exit.
           EXIT.

       2110-check-one-prereq.
           IF ws-st-prereq (ws-step-sub ws-prereq-sub) = SPACES
               GO TO 2110-exit
           END-IF.
           MOVE 0 TO ws-find-sub.
           PERFORM 2120-find-prereq THRU 2120-exit
               VARYING ws-prior-sub FROM 1 BY 1
               UNTIL ws-prior-sub > ws-step-count
                  OR ws-find-sub NOT = 0.
           IF ws-find-sub = 0
               DISPLAY "HELLOSTR - PREREQUISITE "
                       ws-st-prereq (ws-step-sub ws-prereq-sub)
                       " NOT ON RUN-BOOK" UPON CONSOLE
               MOVE "STOPPED - PREREQ" TO ws-st-result (ws-step-sub)
               MOVE "STOPPED - PREREQ" TO ws-stop-reason
               MOVE ws-st-prereq (ws-step-sub ws-prereq-sub)
                                       TO ws-judge-name
               MOVE SPACES             TO ws-judge-time
               MOVE SPACES             TO ws-judge-state
               PERFORM 4000-stop-stream THRU 4000-exit
               GO TO 2110-exit
           END-IF.
           IF ws-st-due (ws-find-sub) = "N"
               GO TO 2110-exit
           END-IF.
           MOVE ws-st-name (ws-find-sub) TO ws-judge-name.
           MOVE ws-st-chkp (ws-find-sub) TO ws-judge-chkp.
           PERFORM 3000-judge-step THRU 3000-exit.
           IF NOT ws-judge-complete
               MOVE "STOPPED - PREREQ" TO ws-st-result (ws-step-sub)
               PERFORM 3100-set-stop-reason THRU 3100-exit
               PERFORM 4000-stop-stream THRU 4000-exit
           END-IF.
       2110-exit.
           EXIT.

       2120-find-prereq.
           IF ws-st-name (ws-prior-sub) =
              ws-st-prereq (ws-step-sub ws-prereq-sub)
               MOVE ws-prior-sub TO ws-find-sub
           END-IF.
       2120-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2150 - the step before this one that was due tonight must
      * have left a clean stop record and no open checkpoint.
      *----------------------------------------------------------------
       2150-check-prior-step.
           MOVE 0 TO ws-find-sub.
           PERFORM 2160-find-prior-due THRU 2160-exit
               VARYING ws-prior-sub FROM 1 BY 1
               UNTIL ws-prior-sub NOT < ws-step-sub.
           IF ws-find-sub = 0
               GO TO 2150-exit
           END-IF.
           MOVE ws-st-name (ws-find-sub) TO ws-judge-name.
           MOVE ws-st-chkp (ws-find-sub) TO ws-judge-chkp.
           PERFORM 3000-judge-step THRU 3000-exit.
           IF NOT ws-judge-complete
               MOVE "STOPPED - PRIOR STEP" TO ws-st-result (ws-step-sub)
               PERFORM 3100-set-stop-reason THRU 3100-exit
               PERFORM 4000-stop-stream THRU 4000-exit
           END-IF.
       2150-exit.
           EXIT.

       2160-find-prior-due.
           IF ws-st-due (ws-prior-sub) = "Y"
               MOVE ws-prior-sub TO ws-find-sub
           END-IF.
       2160-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2200 - run the step - timed from the call to the return - a
      * step that keeps no audit trail of its own gets its start and
      * stop records from the driver - a program that cannot be
      * found is an abend of that step.
      *----------------------------------------------------------------
       2200-call-step.
           MOVE "N" TO ws-call-failed-switch.
           MOVE ws-st-name (ws-step-sub) TO ws-call-name.
           ACCEPT ws-current-time FROM TIME.
           MOVE ws-current-time TO ws-st-start-time (ws-step-sub).
           IF ws-st-audit (ws-step-sub) = "D"
               SET  log-event-start TO TRUE
               MOVE SPACES TO log-return-status
               PERFORM 5000-log-for-step THRU 5000-exit
           END-IF.
           DISPLAY "HELLOSTR - STARTING " ws-call-name UPON CONSOLE.
           CALL ws-call-name
               ON EXCEPTION
                   MOVE "Y" TO ws-call-failed-switch
           END-CALL.
           CANCEL ws-call-name.
           ACCEPT ws-current-time FROM TIME.
           MOVE ws-current-time TO ws-st-end-time (ws-step-sub).
           IF ws-st-audit (ws-step-sub) = "D"
               SET  log-event-stop TO TRUE
               IF ws-call-failed
                   MOVE "ABND" TO log-return-status
               ELSE
                   MOVE "OK  " TO log-return-status
               END-IF
               PERFORM 5000-log-for-step THRU 5000-exit
           END-IF.
           IF ws-call-failed
               DISPLAY "HELLOSTR - PROGRAM " ws-call-name
                       " COULD NOT BE CALLED" UPON CONSOLE
           END-IF.
           PERFORM 8800-elapsed-time THRU 8800-exit.
       2200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - judge a step - its latest start or stop record on the
      * audit log for the processing day, then its checkpoint - it
      * is complete when the latest record is a stop that came back
      * clean, skipped or warned and its checkpoint is not open.
      *----------------------------------------------------------------
       3000-judge-step.
           MOVE SPACES TO ws-judge-state.
           MOVE SPACES TO ws-judge-time.
           MOVE "N"    TO ws-judge-chkp-switch.
           MOVE "N"    TO ws-log-eof-switch.
           OPEN INPUT log-file.
           IF ws-log-status = "00"
               PERFORM 3010-scan-log-record THRU 3010-exit
                   UNTIL ws-log-eof
               CLOSE log-file
           END-IF.
           IF ws-judge-chkp NOT = SPACES
               PERFORM 3050-check-chkp THRU 3050-exit
           END-IF.
           EVALUATE TRUE
               WHEN ws-judge-state = SPACES
                   MOVE "R" TO ws-judge-verdict
               WHEN ws-judge-state = "STRT"
                   MOVE "N" TO ws-judge-verdict
               WHEN ws-judge-state = "ABND"
                   MOVE "A" TO ws-judge-verdict
               WHEN ws-judge-chkp-open
                   MOVE "O" TO ws-judge-verdict
               WHEN ws-judge-state = "OK  "
               WHEN ws-judge-state = "SKIP"
               WHEN ws-judge-state = "WARN"
                   MOVE "C" TO ws-judge-verdict
               WHEN OTHER
                   MOVE "A" TO ws-judge-verdict
           END-EVALUATE.
       3000-exit.
           EXIT.

       3010-scan-log-record.
           READ log-file
               AT END
                   MOVE "Y" TO ws-log-eof-switch
                   GO TO 3010-exit
           END-READ.
           IF log-program-id NOT = ws-judge-name
           OR log-event-date NOT = ws-current-date
               GO TO 3010-exit
           END-IF.
           EVALUATE TRUE
               WHEN log-event-start
                   MOVE "STRT"            TO ws-judge-state
                   MOVE log-event-time    TO ws-judge-time
               WHEN log-event-stop
                   MOVE log-return-status TO ws-judge-state
                   MOVE log-event-time    TO ws-judge-time
           END-EVALUATE.
       3010-exit.
           EXIT.

       3050-check-chkp.
           OPEN INPUT chkp-file.
           IF ws-chkp-status NOT = "00"
               GO TO 3050-exit
           END-IF.
           MOVE ws-current-date TO chkp-run-date.
           MOVE ws-judge-chkp   TO chkp-step-name.
           READ chkp-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF chkp-step-open
                       MOVE "Y" TO ws-judge-chkp-switch
                   END-IF
           END-READ.
           CLOSE chkp-file.
       3050-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3100 - the judged step's failure in words for the report,
      * the console and the alert.
      *----------------------------------------------------------------
       3100-set-stop-reason.
           EVALUATE TRUE
               WHEN ws-judge-abend
                   MOVE "STOPPED - ABEND"     TO ws-stop-reason
               WHEN ws-judge-chkp-left-open
                   MOVE "STOPPED - CHKP OPEN" TO ws-stop-reason
               WHEN ws-judge-no-stop
                   MOVE "STOPPED - NO STOP"   TO ws-stop-reason
               WHEN OTHER
                   MOVE "STOPPED - NEVER RAN" TO ws-stop-reason
           END-EVALUATE.
       3100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - stop the stream - the operator console hears it at
      * once and an alert goes on HELLOALT against the step that
      * failed, keyed by its log record so the monitor never raises
      * the same thing twice.
      *----------------------------------------------------------------
       4000-stop-stream.
           MOVE "Y"         TO ws-stream-stop-switch.
           MOVE ws-step-sub TO ws-stop-sub.
           DISPLAY "HELLOSTR - STREAM STOPPED AT "
                   ws-st-name (ws-step-sub) UPON CONSOLE.
           DISPLAY "HELLOSTR - " ws-judge-name " " ws-stop-reason
                   UPON CONSOLE.
           PERFORM 4100-write-alert THRU 4100-exit.
       4000-exit.
           EXIT.

       4100-write-alert.
           OPEN I-O alert-file.
           IF ws-alert-status = "35"
               OPEN OUTPUT alert-file
               CLOSE       alert-file
               OPEN I-O    alert-file
           END-IF.
           IF ws-alert-status NOT = "00"
               DISPLAY "HELLOSTR - ALERT FILE UNAVAILABLE, STATUS "
                       ws-alert-status UPON CONSOLE
               GO TO 4100-exit
           END-IF.
           ACCEPT ws-current-time FROM TIME.
           MOVE SPACES          TO alert-record.
           MOVE ws-judge-name   TO alert-program-id.
           MOVE ws-current-date TO alert-event-date.
           IF ws-judge-time = SPACES
               MOVE ws-current-time TO alert-event-time
           ELSE
               MOVE ws-judge-time   TO alert-event-time
           END-IF.
           EVALUATE TRUE
               WHEN ws-judge-abend
                   SET alert-type-abend  TO TRUE
               WHEN ws-judge-chkp-left-open
                   SET alert-type-warn   TO TRUE
               WHEN OTHER
                   SET alert-type-no-stop TO TRUE
           END-EVALUATE.
           MOVE ws-operator-id  TO alert-operator-id.
           MOVE ws-current-date TO alert-raised-date.
           MOVE ws-current-time TO alert-raised-time.
           SET  alert-open      TO TRUE.
           WRITE alert-record
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE alert-file.
       4100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 5000 - a start or stop record on a step's behalf, for the
      * steps that keep no audit trail of their own - the caller
      * sets the event and the status.
      *----------------------------------------------------------------
       5000-log-for-step.
           OPEN EXTEND log-file.
           IF ws-log-status = "35"
               OPEN OUTPUT log-file
           END-IF.
           MOVE ws-call-name    TO log-program-id.
           MOVE ws-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE SPACES          TO log-key-pressed.
           MOVE "O"             TO log-auth-level.
           MOVE "BY HELLOSTR"   TO log-detail.
           WRITE log-record.
           CLOSE log-file.
       5000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 6000 - the completion report - one line per run-book step
      * with what became of it tonight and how long it took, and
      * the stream's verdict.
      *----------------------------------------------------------------
       6000-print-report.
           OPEN OUTPUT rpt-file.
           IF ws-rpt-status NOT = "00"
               DISPLAY "HELLOSTR - REPORT FILE UNAVAILABLE, STATUS "
                       ws-rpt-status UPON CONSOLE
               GO TO 6000-exit
           END-IF.
           MOVE scr-company-name TO hl-company-name.
           MOVE ws-current-date  TO hl-run-date.
           WRITE rpt-line FROM ws-heading-1.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-heading-2.
           PERFORM 6010-print-step-line THRU 6010-exit
               VARYING ws-step-sub FROM 1 BY 1
               UNTIL ws-step-sub > ws-step-count.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           IF ws-stream-stopped
               MOVE SPACES TO vl-verdict
               STRING "STOPPED AT " ws-st-name (ws-stop-sub)
                      " - RERUN RESUMES THERE"
                   DELIMITED BY SIZE INTO vl-verdict
           ELSE
               MOVE "COMPLETE" TO vl-verdict
           END-IF.
           WRITE rpt-line FROM ws-verdict-line.
           CLOSE rpt-file.
       6000-exit.
           EXIT.

       6010-print-step-line.
           MOVE ws-st-seq (ws-step-sub)      TO sl-seq.
           MOVE ws-st-name (ws-step-sub)     TO sl-name.
           MOVE ws-st-day-rule (ws-step-sub) TO sl-day-rule.
           MOVE ws-st-result (ws-step-sub)   TO sl-result.
           MOVE SPACES TO sl-start-time.
           MOVE SPACES TO sl-end-time.
           MOVE SPACES TO sl-elapsed.
           IF ws-st-start-time (ws-step-sub) NOT = SPACES
               MOVE ws-st-start-time (ws-step-sub) TO ws-time-work
               MOVE ws-time-work (1:2) TO td-hh
               MOVE ws-time-work (3:2) TO td-mm
               MOVE ws-time-work (5:2) TO td-ss
               MOVE ws-time-disp       TO sl-start-time
               MOVE ws-st-end-time (ws-step-sub)   TO ws-time-work
               MOVE ws-time-work (1:2) TO td-hh
               MOVE ws-time-work (3:2) TO td-mm
               MOVE ws-time-work (5:2) TO td-ss
               MOVE ws-time-disp       TO sl-end-time
               MOVE ws-st-elapsed (ws-step-sub) TO ws-el-rem
               DIVIDE ws-el-rem BY 3600 GIVING ws-el-hh
                   REMAINDER ws-el-rem
               DIVIDE ws-el-rem BY 60 GIVING ws-el-mm
                   REMAINDER ws-el-ss
               MOVE ws-el-hh TO ed-hh
               MOVE ws-el-mm TO ed-mm
               MOVE ws-el-ss TO ed-ss
               MOVE ws-elapsed-disp    TO sl-elapsed
           END-IF.
           WRITE rpt-line FROM ws-step-line.
       6010-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8600 - what kind of day is the candidate - the calendar file
      * speaks first, otherwise Saturday and Sunday are not business
      * days and everything else is - same judgement the date roll
      * makes.
      *----------------------------------------------------------------
       8600-judge-day-type.
           IF ws-cal-open
               MOVE ws-cand-date TO cal-date
               READ cal-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF cal-day-business
                           MOVE "Y" TO ws-business-day-switch
                       ELSE
                           MOVE "N" TO ws-business-day-switch
                       END-IF
                       GO TO 8600-exit
               END-READ
           END-IF.
           PERFORM 8650-day-of-week THRU 8650-exit.
           IF ws-dow = 0 OR ws-dow = 1
               MOVE "N" TO ws-business-day-switch
           ELSE
               MOVE "Y" TO ws-business-day-switch
           END-IF.
       8600-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8650 - day of week by Zeller's congruence - 0 is Saturday
      * and 1 is Sunday - each division is a DIVIDE into an integer
      * field so each term truncates on its own.
      *----------------------------------------------------------------
       8650-day-of-week.
           IF ws-cand-mm < 3
               COMPUTE ws-zel-mm = ws-cand-mm + 12
               COMPUTE ws-zel-yy = ws-cand-yy - 1
           ELSE
               MOVE ws-cand-mm TO ws-zel-mm
               MOVE ws-cand-yy TO ws-zel-yy
           END-IF.
           DIVIDE ws-zel-yy BY 100 GIVING ws-zel-j
               REMAINDER ws-zel-k.
           COMPUTE ws-zel-work = 13 * (ws-zel-mm + 1).
           DIVIDE ws-zel-work BY 5 GIVING ws-zel-term-1.
           DIVIDE ws-zel-k BY 4 GIVING ws-zel-term-2.
           DIVIDE ws-zel-j BY 4 GIVING ws-zel-term-3.
           COMPUTE ws-zel-work = ws-cand-dd + ws-zel-term-1
               + ws-zel-k + ws-zel-term-2 + ws-zel-term-3
               + 5 * ws-zel-j.
           DIVIDE ws-zel-work BY 7 GIVING ws-zel-quot
               REMAINDER ws-dow.
       8650-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8700 - one day forward, across month ends and leap years.
      *----------------------------------------------------------------
       8700-advance-one-day.
           EVALUATE ws-cand-mm
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO ws-month-days
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO ws-month-days
               WHEN OTHER
                   MOVE 28 TO ws-month-days
                   DIVIDE ws-cand-yy BY 4 GIVING ws-zel-quot
                       REMAINDER ws-leap-rem
                   IF ws-leap-rem = 0
                       MOVE 29 TO ws-month-days
                       DIVIDE ws-cand-yy BY 100 GIVING ws-zel-quot
                           REMAINDER ws-leap-rem
                       IF ws-leap-rem = 0
                           MOVE 28 TO ws-month-days
                           DIVIDE ws-cand-yy BY 400
                               GIVING ws-zel-quot
                               REMAINDER ws-leap-rem
                           IF ws-leap-rem = 0
                               MOVE 29 TO ws-month-days
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
           IF ws-cand-dd < ws-month-days
               ADD 1 TO ws-cand-dd
               GO TO 8700-exit
           END-IF.
           MOVE 1 TO ws-cand-dd.
           IF ws-cand-mm < 12
               ADD 1 TO ws-cand-mm
           ELSE
               MOVE 1 TO ws-cand-mm
               ADD 1 TO ws-cand-yy
           END-IF.
       8700-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8800 - seconds from a step's start to its end off the two
      * hhmmsscc clock readings - a step that ran over midnight
      * gets the day's seconds added back.
      *----------------------------------------------------------------
       8800-elapsed-time.
           MOVE ws-st-start-time (ws-step-sub) TO ws-time-work.
           COMPUTE ws-start-secs = ws-time-hh * 3600
               + ws-time-mm * 60 + ws-time-ss.
           MOVE ws-st-end-time (ws-step-sub)   TO ws-time-work.
           COMPUTE ws-end-secs = ws-time-hh * 3600
               + ws-time-mm * 60 + ws-time-ss.
           IF ws-end-secs < ws-start-secs
               ADD 86400 TO ws-end-secs
           END-IF.
           COMPUTE ws-elapsed-secs = ws-end-secs - ws-start-secs.
           MOVE ws-elapsed-secs TO ws-st-elapsed (ws-step-sub).
       8800-exit.
           EXIT.

       9500-audit-stop.
           OPEN EXTEND log-file.
           IF ws-log-status = "35"
               OPEN OUTPUT log-file
           END-IF.
           ACCEPT ws-current-time FROM TIME.
           MOVE "hellostr"      TO log-program-id.
           MOVE ws-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-stop  TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE SPACES          TO log-key-pressed.
           MOVE "O"             TO log-auth-level.
           MOVE SPACES          TO log-detail.
           WRITE log-record.
           CLOSE log-file.
       9500-exit.
           EXIT.
