       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hellosog.
      * standing order generation - runs in the nightly stream ahead
      * of the posting engine and releases every standing order on
      * HELLOSOR (see sordrec.cpy) that falls due on the processing
      * date, so fixed weekly and monthly payments are no longer
      * re-keyed through transaction entry each time.
      * a due date landing on a weekend or holiday rolls forward to
      * the next business day off the HELLOCAL calendar, with the
      * weekend rule as the fallback, the same judgement the date
      * roll makes - the order's schedule itself never drifts, the
      * next due date always steps on from the date it was due.
      * the due orders go out as ordinary DR/CR transactions
      * appended to HELLOTXN as a trailered batch under the reserved
      * system batch number off HELLOSOP (see soparm.cpy), so they
      * post, suspend and reconcile exactly like keyed work - a
      * missing parm file stops the step.
      * an order whose account is missing or not open is passed
      * over for the day and its next due date still steps on, the
      * way the customer's instruction would have failed at the
      * counter - an order past its end date is marked ended.
      * a credit order to a dormant account still goes out, credits
      * post to a dormant account like any other - a debit order on
      * a dormant account is passed over like one on an account not
      * open, rather than sent to suspense night after night.
      * prints a listing on HELLOSOL of every due order with what
      * was generated and what was skipped and why.
      * honors the suite's HELLOCKP checkpoint convention under the
      * processing date, so a rerun of the stream can never
      * generate the same day's orders twice, and refuses to append
      * to a transaction file still holding a prior day's work.
      * ends with GOBACK rather than STOP RUN so the nightly stream
      * driver (hellostr) can CALL it - run on its own it ends the
      * run just the same.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT so-parm-file ASSIGN "HELLOSOP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT so-file ASSIGN "HELLOSOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS so-number
               FILE STATUS IS ws-so-status.
           SELECT acct-file ASSIGN "HELLOACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-number
               FILE STATUS IS ws-acct-status.
           SELECT txn-file ASSIGN "HELLOTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-txn-status.
           SELECT cal-file ASSIGN "HELLOCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-date
               FILE STATUS IS ws-cal-status.
           SELECT rpt-file ASSIGN "HELLOSOL"
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
       FD  so-parm-file.
       COPY soparm.
       FD  so-file.
       COPY sordrec.
       FD  acct-file.
       COPY acctrec.
       FD  txn-file.
       COPY txnrec.
       FD  cal-file.
       COPY calrec.
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
       77  ws-parm-status             pic x(02).
       77  ws-so-status               pic x(02).
       77  ws-acct-status             pic x(02).
       77  ws-txn-status              pic x(02).
       77  ws-cal-status              pic x(02).
       77  ws-rpt-status              pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-chkp-status             pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-chkp-open-switch        pic x.
           88  ws-chkp-open-failed        value "Y".
       77  ws-step-done-switch        pic x.
           88  ws-step-already-done       value "Y".
       77  ws-abend-switch            pic x.
           88  ws-run-abended             value "Y".
       77  ws-cal-open-switch         pic x.
           88  ws-cal-open                value "Y".
       77  ws-business-day-switch     pic x.
           88  ws-business-day            value "Y".
       77  ws-so-eof-switch           pic x.
           88  ws-so-eof                  value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
       77  ws-operator-id             pic x(08).
       77  ws-due-date                pic x(08).
       77  ws-disposition             pic x(20).
       77  ws-month-step              pic 9(02).
       77  ws-day-step                pic 9(02).
       77  ws-generated-count         pic 9(05) comp.
       77  ws-generated-amount        pic 9(09)v99.
       77  ws-skipped-count           pic 9(05) comp.
       77  ws-skipped-amount          pic 9(09)v99.
       77  ws-ended-count             pic 9(05) comp.
       77  ws-item-count              pic 9(05).
       77  ws-amount-total            pic 9(09)v99.
       77  ws-hash-total              pic 9(12).
       01  ws-cand-date.
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
                   value "STANDING ORDER GENERATION".
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(09) value "RUN DATE ".
           05  hl-run-date            pic x(08).
       01  ws-heading-2.
           05  filler                 pic x(06) value "ORDER ".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(08) value "ACCOUNT ".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(04) value "CODE".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(12) value "      AMOUNT".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(12) value "REFERENCE   ".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(04) value "FREQ".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(08) value "DUE DATE".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(08) value "NEXT DUE".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(20) value "DISPOSITION".
       01  ws-detail-line.
           05  dl-order               pic 9(06).
           05  filler                 pic x(02) value spaces.
           05  dl-account             pic 9(08).
           05  filler                 pic x(02) value spaces.
           05  dl-code                pic x(02).
           05  filler                 pic x(04) value spaces.
           05  dl-amount              pic z,zzz,zz9.99.
           05  filler                 pic x(02) value spaces.
           05  dl-reference           pic x(12).
           05  filler                 pic x(03) value spaces.
           05  dl-frequency           pic x(01).
           05  filler                 pic x(04) value spaces.
           05  dl-due-date            pic x(08).
           05  filler                 pic x(02) value spaces.
           05  dl-next-due            pic x(08).
           05  filler                 pic x(02) value spaces.
           05  dl-disposition         pic x(20).
       01  ws-total-line.
           05  filler                 pic x(11) value "GENERATED: ".
           05  tl-generated-count     pic zzzz9.
           05  filler                 pic x(09) value "  AMOUNT ".
           05  tl-generated-amount    pic zzz,zzz,zz9.99.
           05  filler                 pic x(05) value spaces.
           05  filler                 pic x(09) value "SKIPPED: ".
           05  tl-skipped-count       pic zzzz9.
           05  filler                 pic x(09) value "  AMOUNT ".
           05  tl-skipped-amount      pic zzz,zzz,zz9.99.
           05  filler                 pic x(05) value spaces.
           05  filler                 pic x(07) value "ENDED: ".
           05  tl-ended-count         pic zzzz9.
       01  ws-batch-line.
           05  filler                 pic x(06) value "BATCH ".
           05  bl-batch               pic 9(04).
           05  filler                 pic x(09) value " TRAILER ".
           05  filler                 pic x(07) value "ITEMS: ".
           05  bl-item-count          pic zzzz9.
           05  filler                 pic x(09) value "  AMOUNT ".
           05  bl-amount              pic zzz,zzz,zz9.99.
           05  filler                 pic x(02) value spaces.
           05  bl-verdict             pic x(30).
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
           PERFORM 1200-read-parms THRU 1200-exit.
           IF NOT ws-run-abended
               PERFORM 1500-open-order-files THRU 1500-exit
           END-IF.
           IF ws-run-abended
               MOVE "ABND" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           PERFORM 2000-process-order THRU 2000-exit
               UNTIL ws-so-eof.
           IF ws-item-count > 0
               PERFORM 4000-write-trailer THRU 4000-exit
           END-IF.
           PERFORM 8000-print-totals THRU 8000-exit.
           PERFORM 8100-close-order-files THRU 8100-exit.
           PERFORM 7000-checkpoint-write THRU 7000-exit.
           MOVE "OK  " TO log-return-status.
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
           MOVE 0   TO ws-generated-count.
           MOVE 0   TO ws-generated-amount.
           MOVE 0   TO ws-skipped-count.
           MOVE 0   TO ws-skipped-amount.
           MOVE 0   TO ws-ended-count.
           MOVE 0   TO ws-item-count.
           MOVE 0   TO ws-amount-total.
           MOVE 0   TO ws-hash-total.
           MOVE "N" TO ws-abend-switch.
           MOVE "N" TO ws-so-eof-switch.
           MOVE "N" TO ws-cal-open-switch.
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
      * if so the caller skips straight to GOBACK so a rerun of
      * the stream can never release the same orders twice.
      *----------------------------------------------------------------
       1100-restart-check.
           MOVE "N"             TO ws-step-done-switch.
           MOVE "N"             TO ws-chkp-open-switch.
           MOVE ws-current-date TO chkp-run-date.
           MOVE "hellosog"      TO chkp-step-name.
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
       1100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1200 - the reserved batch number off HELLOSOP - no parm file,
      * no generation - the step abends rather than release the
      * orders under a batch number made up in the code.
      *----------------------------------------------------------------
       1200-read-parms.
           OPEN INPUT so-parm-file.
           IF ws-parm-status NOT = "00"
               DISPLAY "HELLOSOG - PARM FILE UNAVAILABLE, STATUS "
                       ws-parm-status
               MOVE "Y" TO ws-abend-switch
               GO TO 1200-exit
           END-IF.
           READ so-parm-file
               AT END
                   DISPLAY "HELLOSOG - PARM FILE EMPTY"
                   MOVE "Y" TO ws-abend-switch
           END-READ.
           CLOSE so-parm-file.
       1200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1500 - open the order file for update, the master for
      * reading, the calendar if there is one, and the transaction
      * file for the generated batch - a transaction file stamped
      * with a different processing day is a closed day's file not
      * yet cleared down, and appending today's orders to it would
      * have posting refuse the lot, so the step is refused first.
      *----------------------------------------------------------------
       1500-open-order-files.
           OPEN INPUT txn-file.
           IF ws-txn-status = "00"
               READ txn-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF txn-entry-date NOT = ws-current-date
                           DISPLAY "HELLOSOG - TXN FILE IS PRIOR-DAY "
                                   "WORK DATED " txn-entry-date
                           DISPLAY "HELLOSOG - NOTHING GENERATED - "
                                   "CLEAR THE FILE DOWN FIRST"
                           MOVE "Y" TO ws-abend-switch
                       END-IF
               END-READ
               CLOSE txn-file
           END-IF.
           IF ws-run-abended
               GO TO 1500-exit
           END-IF.
           OPEN I-O so-file.
           IF ws-so-status = "35"
               OPEN OUTPUT so-file
               CLOSE       so-file
               OPEN I-O    so-file
           END-IF.
           IF ws-so-status NOT = "00"
               DISPLAY "HELLOSOG - ORDER FILE UNAVAILABLE, STATUS "
                       ws-so-status
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           OPEN INPUT acct-file.
           IF ws-acct-status NOT = "00"
               DISPLAY "HELLOSOG - ACCOUNT MASTER UNAVAILABLE, STATUS "
                       ws-acct-status
               CLOSE so-file
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           OPEN EXTEND txn-file.
           IF ws-txn-status = "35"
               OPEN OUTPUT txn-file
           END-IF.
           IF ws-txn-status NOT = "00"
               DISPLAY "HELLOSOG - TXN FILE UNAVAILABLE, STATUS "
                       ws-txn-status
               CLOSE so-file
               CLOSE acct-file
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           OPEN INPUT cal-file.
           IF ws-cal-status = "00"
               MOVE "Y" TO ws-cal-open-switch
           END-IF.
           MOVE ZEROS TO so-number.
           START so-file KEY NOT < so-number
               INVALID KEY
                   MOVE "Y" TO ws-so-eof-switch
           END-START.
           OPEN OUTPUT rpt-file.
           MOVE scr-company-name TO hl-company-name.
           MOVE ws-current-date  TO hl-run-date.
           WRITE rpt-line FROM ws-heading-1.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-heading-2.
       1500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2000 - one standing order - only an active order can fall
      * due - its due date is rolled to a business day and an order
      * not yet due is left alone - a due order is generated, or
      * skipped with the reason, and in either case its next due
      * date steps on so the occurrence is never taken twice.
      *----------------------------------------------------------------
       2000-process-order.
           READ so-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-so-eof-switch
                   GO TO 2000-exit
           END-READ.
           IF NOT so-status-active
               GO TO 2000-exit
           END-IF.
           PERFORM 2100-roll-due-date THRU 2100-exit.
           IF ws-due-date > ws-current-date
               GO TO 2000-exit
           END-IF.
           IF so-end-date NOT = SPACES
           AND so-next-due-date > so-end-date
               MOVE "E" TO so-status
               MOVE "PAST END - ENDED" TO ws-disposition
               PERFORM 2300-skip-order THRU 2300-exit
               ADD 1 TO ws-ended-count
               REWRITE so-record
               PERFORM 2400-print-order THRU 2400-exit
               GO TO 2000-exit
           END-IF.
           MOVE so-account TO acct-number.
           READ acct-file
               INVALID KEY
                   MOVE "SKIP - NO ACCOUNT" TO ws-disposition
                   PERFORM 2300-skip-order THRU 2300-exit
                   GO TO 2050-step-order
           END-READ.
           IF acct-status-dormant AND so-code = "CR"
               GO TO 2040-generate-order
           END-IF.
           IF acct-status-dormant
               MOVE "SKIP - ACCT DORMANT" TO ws-disposition
               PERFORM 2300-skip-order THRU 2300-exit
               GO TO 2050-step-order
           END-IF.
           IF NOT acct-status-open
               MOVE "SKIP - ACCT NOT OPEN" TO ws-disposition
               PERFORM 2300-skip-order THRU 2300-exit
               GO TO 2050-step-order
           END-IF.
       2040-generate-order.
           PERFORM 3000-write-order THRU 3000-exit.
           MOVE "GENERATED" TO ws-disposition.
       2050-step-order.
           PERFORM 5000-advance-due-date THRU 5000-exit.
           MOVE ws-current-date TO so-last-run-date.
           IF so-end-date NOT = SPACES
           AND so-next-due-date > so-end-date
               MOVE "E" TO so-status
               ADD 1 TO ws-ended-count
           END-IF.
           REWRITE so-record.
           PERFORM 2400-print-order THRU 2400-exit.
       2000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2100 - the day the order actually goes out - the scheduled
      * due date when that is a business day, otherwise the next
      * business day after it.
      *----------------------------------------------------------------
       2100-roll-due-date.
           MOVE so-next-due-date TO ws-cand-date.
           PERFORM 8600-judge-day-type THRU 8600-exit.
           PERFORM 2110-try-next-day THRU 2110-exit
               UNTIL ws-business-day.
           MOVE ws-cand-date TO ws-due-date.
       2100-exit.
           EXIT.

       2110-try-next-day.
           PERFORM 8700-advance-one-day THRU 8700-exit.
           PERFORM 8600-judge-day-type THRU 8600-exit.
       2110-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2300 - count an order passed over for the day.
      *----------------------------------------------------------------
       2300-skip-order.
           ADD 1         TO ws-skipped-count.
           ADD so-amount TO ws-skipped-amount.
       2300-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2400 - one listing line per due order - the due date shown
      * is the business day it went out on, the next due date the
      * one it has just been stepped on to.
      *----------------------------------------------------------------
       2400-print-order.
           MOVE so-number        TO dl-order.
           MOVE so-account       TO dl-account.
           MOVE so-code          TO dl-code.
           MOVE so-amount        TO dl-amount.
           MOVE so-reference     TO dl-reference.
           MOVE so-frequency     TO dl-frequency.
           MOVE ws-due-date      TO dl-due-date.
           IF so-status-ended
               MOVE "ENDED   "   TO dl-next-due
           ELSE
               MOVE so-next-due-date TO dl-next-due
           END-IF.
           MOVE ws-disposition   TO dl-disposition.
           WRITE rpt-line FROM ws-detail-line.
       2400-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - one generated transaction under the reserved system
      * batch - the batch totals accumulate for the trailer.
      *----------------------------------------------------------------
       3000-write-order.
           MOVE SPACES TO txn-record.
           SET  txn-type-detail TO TRUE.
           MOVE so-batch-number  TO txn-batch-number.
           MOVE so-account       TO txn-account.
           MOVE so-code          TO txn-code.
           MOVE so-amount        TO txn-amount.
           MOVE so-reference     TO txn-reference.
           MOVE ws-operator-id   TO txn-entry-operator.
           MOVE ws-current-date  TO txn-entry-date.
           WRITE txn-record.
           ADD 1                TO ws-generated-count.
           ADD so-amount        TO ws-generated-amount.
           ADD 1                TO ws-item-count.
           ADD so-amount        TO ws-amount-total.
           ADD so-account       TO ws-hash-total.
       3000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - close the generated batch off with its balancing
      * trailer so posting proves it like keyed work.
      *----------------------------------------------------------------
       4000-write-trailer.
           MOVE SPACES TO txn-record.
           SET  txn-type-trailer TO TRUE.
           MOVE so-batch-number  TO txn-batch-number.
           MOVE ws-item-count    TO txn-trl-item-count.
           MOVE ws-amount-total  TO txn-trl-amount-total.
           MOVE ws-hash-total    TO txn-trl-hash-total.
           MOVE ws-operator-id   TO txn-entry-operator.
           MOVE ws-current-date  TO txn-entry-date.
           WRITE txn-record.
           DISPLAY "HELLOSOG - " ws-item-count
                   " STANDING ORDERS RELEASED TO HELLOTXN"
                   UPON CONSOLE.
       4000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 5000 - step the next due date on from the date the order
      * was due, not the day it rolled to, so the schedule never
      * drifts - days for weekly and fortnightly orders, whole
      * months for the rest, landing on the anchor day or the last
      * day of a shorter month.
      *----------------------------------------------------------------
       5000-advance-due-date.
           MOVE so-next-due-date TO ws-cand-date.
           MOVE 0 TO ws-day-step.
           MOVE 0 TO ws-month-step.
           EVALUATE TRUE
               WHEN so-freq-weekly
                   MOVE 7  TO ws-day-step
               WHEN so-freq-fortnightly
                   MOVE 14 TO ws-day-step
               WHEN so-freq-monthly
                   MOVE 1  TO ws-month-step
               WHEN so-freq-quarterly
                   MOVE 3  TO ws-month-step
               WHEN OTHER
                   MOVE 12 TO ws-month-step
           END-EVALUATE.
           IF ws-day-step > 0
               PERFORM 8700-advance-one-day THRU 8700-exit
                   ws-day-step TIMES
               MOVE ws-cand-date TO so-next-due-date
               GO TO 5000-exit
           END-IF.
           ADD ws-month-step TO ws-cand-mm.
           IF ws-cand-mm > 12
               SUBTRACT 12 FROM ws-cand-mm
               ADD 1 TO ws-cand-yy
           END-IF.
           PERFORM 8750-set-month-days THRU 8750-exit.
           IF so-anchor-day < 1 OR so-anchor-day > ws-month-days
               MOVE ws-month-days TO ws-cand-dd
           ELSE
               MOVE so-anchor-day TO ws-cand-dd
           END-IF.
           MOVE ws-cand-date TO so-next-due-date.
       5000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - run totals at the foot of the listing.
      *----------------------------------------------------------------
       8000-print-totals.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           IF ws-item-count > 0
               MOVE so-batch-number TO bl-batch
               MOVE ws-item-count   TO bl-item-count
               MOVE ws-amount-total TO bl-amount
               MOVE "RELEASED TO HELLOTXN" TO bl-verdict
               WRITE rpt-line FROM ws-batch-line
           END-IF.
           MOVE ws-generated-count  TO tl-generated-count.
           MOVE ws-generated-amount TO tl-generated-amount.
           MOVE ws-skipped-count    TO tl-skipped-count.
           MOVE ws-skipped-amount   TO tl-skipped-amount.
           MOVE ws-ended-count      TO tl-ended-count.
           WRITE rpt-line FROM ws-total-line.
       8000-exit.
           EXIT.

       8100-close-order-files.
           CLOSE so-file.
           CLOSE acct-file.
           CLOSE txn-file.
           CLOSE rpt-file.
           IF ws-cal-open
               CLOSE cal-file
           END-IF.
       8100-exit.
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
           PERFORM 8750-set-month-days THRU 8750-exit.
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
      * 8750 - how many days has the candidate's month, leap years
      * honored - shared by the day walk and the month step.
      *----------------------------------------------------------------
       8750-set-month-days.
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
       8750-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7000 - mark today's checkpoint record complete on a clean
      * finish - a rerun of the stream will skip this step.
      *----------------------------------------------------------------
       7000-checkpoint-write.
           MOVE ws-current-date TO chkp-run-date.
           MOVE "hellosog"      TO chkp-step-name.
           SET  chkp-step-complete TO TRUE.
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
           MOVE "hellosog"      TO log-program-id.
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
           MOVE "hellosog"      TO log-program-id.
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
