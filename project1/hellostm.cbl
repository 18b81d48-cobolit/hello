       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hellostm.
      * monthly customer statement run - walks the account master
      * and prints each customer a statement of the month's activity
      * off the posted-history file HELLOHST (see histrec.cpy), so
      * the phones no longer read a customer their activity off the
      * inquiry drill-down.
      * each statement carries the opening balance, every item
      * posted in the month in date order with a running balance,
      * the closing balance, and a debit/credit total line - the
      * month-end cycle's service charge and interest items appear
      * like any other posted item and are also totalled on their
      * own line.
      * the statement month is the calendar month before the
      * processing date off HELLODAT unless the parm file HELLOSTP
      * (see stmparm.cpy) names another - the run is taken after the
      * month-end cycle's charges have posted, and month-end cycle
      * items on the reserved system batch (see meparm.cpy) post on
      * the first business day after the month closed - those dated
      * up to that day belong to the month they billed and print on
      * its statement, and the next month's statement leaves the
      * ones dated its own first business day out, the month before
      * having carried them - the first business day is judged off
      * the HELLOCAL calendar with the weekend rule as the fallback,
      * the same judgement the date roll makes - the run will not
      * print until posting (hellopst) has a complete checkpoint for
      * that first business day, so the month-end items are on the
      * history before the month is marked printed.
      * balances are worked back from the master - closing balance
      * is the master balance less anything posted after the month,
      * opening balance is closing less the month's movement - so a
      * statement always agrees with the master and the history.
      * closed accounts with no activity in the month get no
      * statement but are still carried in the control totals.
      * prints a control page at the end whose closing-balance total
      * plus activity posted since the month closed ties to the
      * account master total, taken in its own pass.
      * honors the suite's HELLOCKP checkpoint convention, keyed on
      * the last day of the statement month rather than the run
      * date, so no month's statements can ever be printed twice -
      * a run whose control page does not tie leaves the checkpoint
      * open, so the month can be rerun once the difference is
      * found.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stm-parm-file ASSIGN "HELLOSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT mec-parm-file ASSIGN "HELLOMEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-mec-parm-status.
           SELECT cal-file ASSIGN "HELLOCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-date
               FILE STATUS IS ws-cal-status.
           SELECT acct-file ASSIGN "HELLOACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-number
               FILE STATUS IS ws-acct-status.
           SELECT hist-file ASSIGN "HELLOHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hist-key
               FILE STATUS IS ws-hist-status.
           SELECT rpt-file ASSIGN "HELLOSTM"
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
       FD  stm-parm-file.
       COPY stmparm.
       FD  mec-parm-file.
       COPY meparm.
       FD  cal-file.
       COPY calrec.
       FD  acct-file.
       COPY acctrec.
       FD  hist-file.
       COPY histrec.
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
       77  ws-mec-parm-status         pic x(02).
       77  ws-cal-status              pic x(02).
       77  ws-acct-status             pic x(02).
       77  ws-hist-status             pic x(02).
       77  ws-rpt-status              pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-chkp-status             pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-chkp-open-switch        pic x.
           88  ws-chkp-open-failed        value "Y".
       77  ws-step-done-switch        pic x.
           88  ws-step-already-done       value "Y".
       77  ws-mec-posted-switch       pic x.
           88  ws-mec-posted              value "Y".
       77  ws-abend-switch            pic x.
           88  ws-run-abended             value "Y".
       77  ws-master-eof-switch       pic x.
           88  ws-master-eof              value "Y".
       77  ws-hist-done-switch        pic x.
           88  ws-hist-done               value "Y".
       77  ws-day-found-switch        pic x.
           88  ws-day-start-found         value "Y".
       77  ws-cal-open-switch         pic x.
           88  ws-cal-open                value "Y".
       77  ws-business-day-switch     pic x.
           88  ws-business-day            value "Y".
       77  ws-in-balance-switch       pic x.
           88  ws-in-balance              value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
       77  ws-operator-id             pic x(08).
       77  ws-period-start            pic x(08).
       77  ws-period-end              pic x(08).
       77  ws-mec-batch               pic 9(04).
       77  ws-first-business          pic x(08).
       77  ws-next-business           pic x(08).
       77  ws-signed-amount           pic s9(09)v99.
       77  ws-later-net               pic s9(11)v99.
       77  ws-period-net              pic s9(11)v99.
       77  ws-forward-net             pic s9(11)v99.
       77  ws-open-balance            pic s9(11)v99.
       77  ws-close-balance           pic s9(11)v99.
       77  ws-running-balance         pic s9(11)v99.
       77  ws-item-count              pic 9(05) comp.
       77  ws-held-count              pic 9(04) comp.
       77  ws-dr-count                pic 9(05) comp.
       77  ws-dr-amount               pic 9(11)v99.
       77  ws-cr-count                pic 9(05) comp.
       77  ws-cr-amount               pic 9(11)v99.
       77  ws-svc-amount              pic 9(11)v99.
       77  ws-int-amount              pic 9(11)v99.
       77  ws-group-start             pic 9(04) comp.
       77  ws-group-end               pic 9(04) comp.
       77  ws-print-sub               pic 9(04) comp.
       77  ws-read-count              pic 9(07) comp.
       77  ws-stmt-count              pic 9(07) comp.
       77  ws-unprinted-count         pic 9(07) comp.
       77  ws-hist-item-count         pic 9(07) comp.
       77  ws-tot-open                pic s9(13)v99.
       77  ws-tot-dr                  pic 9(13)v99.
       77  ws-tot-cr                  pic 9(13)v99.
       77  ws-tot-svc                 pic 9(13)v99.
       77  ws-tot-int                 pic 9(13)v99.
       77  ws-tot-close               pic s9(13)v99.
       77  ws-tot-later               pic s9(13)v99.
       77  ws-master-total            pic s9(13)v99.
       77  ws-expected-total          pic s9(13)v99.
       01  ws-cand-date.
           05  ws-cand-yy             pic 9(04).
           05  ws-cand-mm             pic 9(02).
           05  ws-cand-dd             pic 9(02).
       77  ws-month-days              pic 9(02).
       77  ws-leap-rem                pic 9(04).
       77  ws-zel-quot                pic 9(07) comp.
       77  ws-dow                     pic 9(01).
       77  ws-zel-yy                  pic 9(04).
       77  ws-zel-mm                  pic 9(02).
       77  ws-zel-k                   pic 9(02).
       77  ws-zel-j                   pic 9(02).
       77  ws-zel-work                pic 9(07) comp.
       77  ws-zel-term-1              pic 9(07) comp.
       77  ws-zel-term-2              pic 9(07) comp.
       77  ws-zel-term-3              pic 9(07) comp.
      * one account's items for the month, held in the order the
      * history file gives them - newest day first, each day in
      * posting sequence - and printed back out oldest day first -
      * a month busier than the table has its oldest items carried
      * as one brought-forward figure instead of itemised.
       01  ws-stmt-table.
           05  ws-stmt-entry OCCURS 500 TIMES.
               10  ws-st-date         pic x(08).
               10  ws-st-code         pic x(02).
               10  ws-st-amount       pic 9(07)v99.
               10  ws-st-reference    pic x(12).
       01  ws-stmt-heading-1.
           05  hl-company-name        pic x(30).
           05  filler                 pic x(10) value spaces.
           05  hl-title               pic x(30)
                   value "CUSTOMER ACCOUNT STATEMENT".
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(09) value "RUN DATE ".
           05  hl-run-date            pic x(08).
       01  ws-stmt-heading-2.
           05  filler                 pic x(17)
                   value "STATEMENT PERIOD ".
           05  hl-period-start        pic x(08).
           05  filler                 pic x(04) value " TO ".
           05  hl-period-end          pic x(08).
       01  ws-stmt-heading-3.
           05  filler                 pic x(08) value "ACCOUNT ".
           05  hl-account             pic 9(08).
           05  filler                 pic x(02) value spaces.
           05  hl-account-name        pic x(30).
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(07) value "STATUS ".
           05  hl-account-status      pic x(07).
       01  ws-stmt-heading-4.
           05  filler                 pic x(08) value "DATE    ".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(04) value "CODE".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(12) value "REFERENCE   ".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(12) value "       DEBIT".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(12) value "      CREDIT".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(19)
                   value "            BALANCE".
       01  ws-stmt-detail.
           05  sd-date                pic x(08).
           05  filler                 pic x(02) value spaces.
           05  sd-code                pic x(02).
           05  filler                 pic x(04) value spaces.
           05  sd-reference           pic x(12).
           05  filler                 pic x(02) value spaces.
           05  sd-debit               pic z,zzz,zz9.99
                                          blank when zero.
           05  filler                 pic x(02) value spaces.
           05  sd-credit              pic z,zzz,zz9.99
                                          blank when zero.
           05  filler                 pic x(02) value spaces.
           05  sd-balance             pic zzz,zzz,zzz,zz9.99-.
       01  ws-stmt-balance-line.
           05  bl-caption             pic x(58).
           05  bl-balance             pic zzz,zzz,zzz,zz9.99-.
       01  ws-stmt-total-line.
           05  filler                 pic x(14) value "TOTAL DEBITS: ".
           05  tl-dr-count            pic zzzz9.
           05  filler                 pic x(09) value "  AMOUNT ".
           05  tl-dr-amount           pic zz,zzz,zzz,zz9.99.
           05  filler                 pic x(05) value spaces.
           05  filler                 pic x(15) value "TOTAL CREDITS: ".
           05  tl-cr-count            pic zzzz9.
           05  filler                 pic x(09) value "  AMOUNT ".
           05  tl-cr-amount           pic zz,zzz,zzz,zz9.99.
       01  ws-stmt-charge-line.
           05  filler                 pic x(26)
                   value "INCLUDES SERVICE CHARGES ".
           05  tl-svc-amount          pic zz,zzz,zzz,zz9.99.
           05  filler                 pic x(05) value spaces.
           05  filler                 pic x(14) value "INTEREST PAID ".
           05  tl-int-amount          pic zz,zzz,zzz,zz9.99.
       01  ws-ctl-count-line.
           05  cl-caption             pic x(40).
           05  cl-count               pic z(20)9.
       01  ws-ctl-amount-line.
           05  al-caption             pic x(40).
           05  al-amount              pic z,zzz,zzz,zzz,zz9.99-.
       01  ws-tie-line.
           05  tie-caption            pic x(40).
           05  tie-left-amount        pic z,zzz,zzz,zzz,zz9.99-.
           05  filler                 pic x(04) value spaces.
           05  tie-right-amount       pic z,zzz,zzz,zzz,zz9.99-.
           05  filler                 pic x(04) value spaces.
           05  tie-verdict            pic x(20).
       01  ws-verdict-line.
           05  filler                 pic x(25)
                   value "STATEMENT RUN CONTROL: ".
           05  vl-verdict             pic x(30).
       PROCEDURE DIVISION.
       main.
           PERFORM 1000-initialize THRU 1000-exit.
           PERFORM 1200-set-period THRU 1200-exit.
           PERFORM 1100-restart-check THRU 1100-exit.
           IF ws-chkp-open-failed
               PERFORM 1400-audit-start THRU 1400-exit
               MOVE "ABND" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           IF ws-step-already-done
               DISPLAY "HELLOSTM - STATEMENTS FOR " ws-period-start
                       " TO " ws-period-end " ALREADY PRINTED"
                       UPON CONSOLE
               PERFORM 1400-audit-start THRU 1400-exit
               MOVE "SKIP" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           PERFORM 1400-audit-start THRU 1400-exit.
           IF NOT ws-mec-posted
               DISPLAY "HELLOSTM - MONTH-END POSTING NOT COMPLETE FOR "
                       ws-next-business UPON CONSOLE
               MOVE "Y" TO ws-abend-switch
           END-IF.
           IF NOT ws-run-abended
               PERFORM 1500-open-statement-files THRU 1500-exit
           END-IF.
           IF ws-run-abended
               MOVE "ABND" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           PERFORM 2000-statement-account THRU 2000-exit
               UNTIL ws-master-eof.
           PERFORM 6000-total-master THRU 6000-exit.
           PERFORM 8000-print-control-page THRU 8000-exit.
           PERFORM 8100-close-statement-files THRU 8100-exit.
           PERFORM 7000-checkpoint-write THRU 7000-exit.
           IF ws-in-balance
               MOVE "OK  " TO log-return-status
           ELSE
               MOVE "WARN" TO log-return-status
           END-IF.
           PERFORM 9500-audit-stop THRU 9500-exit.
           PERFORM 9600-close-files THRU 9600-exit.
       9900-finish.
           STOP RUN.

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
           MOVE 0   TO ws-read-count.
           MOVE 0   TO ws-stmt-count.
           MOVE 0   TO ws-unprinted-count.
           MOVE 0   TO ws-hist-item-count.
           MOVE 0   TO ws-tot-open.
           MOVE 0   TO ws-tot-dr.
           MOVE 0   TO ws-tot-cr.
           MOVE 0   TO ws-tot-svc.
           MOVE 0   TO ws-tot-int.
           MOVE 0   TO ws-tot-close.
           MOVE 0   TO ws-tot-later.
           MOVE 0   TO ws-master-total.
           MOVE 0   TO ws-mec-batch.
           MOVE "N" TO ws-abend-switch.
           MOVE "N" TO ws-master-eof-switch.
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
      * 1100 - see if this month's statements already printed clean -
      * the checkpoint is keyed on the last day of the statement
      * month, so a rerun on any later day is skipped just the same.
      * the month-end items post on the first business day after the
      * month, so posting's checkpoint for that day must be complete
      * before the statements can be printed.
      *----------------------------------------------------------------
       1100-restart-check.
           MOVE "N"             TO ws-step-done-switch.
           MOVE "N"             TO ws-chkp-open-switch.
           MOVE "N"             TO ws-mec-posted-switch.
           MOVE ws-period-end   TO chkp-run-date.
           MOVE "hellostm"      TO chkp-step-name.
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
           MOVE ws-next-business TO chkp-run-date.
           MOVE "hellopst"       TO chkp-step-name.
           READ chkp-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF chkp-step-complete
                       MOVE "Y" TO ws-mec-posted-switch
                   END-IF
           END-READ.
       1100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1200 - the statement month - the parm file's yyyymm when it
      * names a real month, otherwise the month before the processing
      * date - first and last day worked out with leap years honored.
      * the month-end cycle's reserved batch number comes off its
      * own parm file when that is on hand.
      *----------------------------------------------------------------
       1200-set-period.
           MOVE ws-current-date TO ws-cand-date.
           IF ws-cand-mm > 1
               SUBTRACT 1 FROM ws-cand-mm
           ELSE
               MOVE 12 TO ws-cand-mm
               SUBTRACT 1 FROM ws-cand-yy
           END-IF.
           OPEN INPUT stm-parm-file.
           IF ws-parm-status = "00"
               READ stm-parm-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  stm-period NUMERIC
                       AND stm-period-mm > 0
                       AND stm-period-mm < 13
                           MOVE stm-period-yy TO ws-cand-yy
                           MOVE stm-period-mm TO ws-cand-mm
                       END-IF
               END-READ
               CLOSE stm-parm-file
           END-IF.
           MOVE 1 TO ws-cand-dd.
           MOVE ws-cand-date TO ws-period-start.
           PERFORM 8750-set-month-days THRU 8750-exit.
           MOVE ws-month-days TO ws-cand-dd.
           MOVE ws-cand-date TO ws-period-end.
           OPEN INPUT mec-parm-file.
           IF ws-mec-parm-status = "00"
               READ mec-parm-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF mec-batch-number NUMERIC
                           MOVE mec-batch-number TO ws-mec-batch
                       END-IF
               END-READ
               CLOSE mec-parm-file
           END-IF.
           PERFORM 1250-set-business-days THRU 1250-exit.
       1200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1250 - the month's first business day and the first one
      * after it closed - the month-end cycle's items post on the
      * latter, so they are billed to the month before their date.
      *----------------------------------------------------------------
       1250-set-business-days.
           MOVE "N" TO ws-cal-open-switch.
           OPEN INPUT cal-file.
           IF ws-cal-status = "00"
               MOVE "Y" TO ws-cal-open-switch
           END-IF.
           MOVE ws-period-start TO ws-cand-date.
           PERFORM 8600-judge-day-type THRU 8600-exit.
           PERFORM 1260-try-next-day THRU 1260-exit
               UNTIL ws-business-day.
           MOVE ws-cand-date TO ws-first-business.
           MOVE ws-period-end TO ws-cand-date.
           MOVE "N" TO ws-business-day-switch.
           PERFORM 1260-try-next-day THRU 1260-exit
               UNTIL ws-business-day.
           MOVE ws-cand-date TO ws-next-business.
           IF ws-cal-open
               CLOSE cal-file
           END-IF.
       1250-exit.
           EXIT.

       1260-try-next-day.
           PERFORM 8700-advance-one-day THRU 8700-exit.
           PERFORM 8600-judge-day-type THRU 8600-exit.
       1260-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1500 - open the master and the history for reading and the
      * statement print file - a missing master or history is an
      * abend, statements printed without them would be wrong.
      *----------------------------------------------------------------
       1500-open-statement-files.
           OPEN INPUT acct-file.
           IF ws-acct-status NOT = "00"
               DISPLAY "HELLOSTM - ACCOUNT MASTER UNAVAILABLE, STATUS "
                       ws-acct-status
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           OPEN INPUT hist-file.
           IF ws-hist-status NOT = "00"
               DISPLAY "HELLOSTM - HISTORY FILE UNAVAILABLE, STATUS "
                       ws-hist-status
               CLOSE acct-file
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           MOVE ZEROS TO acct-number.
           START acct-file KEY NOT < acct-number
               INVALID KEY
                   MOVE "Y" TO ws-master-eof-switch
           END-START.
           OPEN OUTPUT rpt-file.
           MOVE scr-company-name TO hl-company-name.
           MOVE ws-current-date  TO hl-run-date.
           MOVE ws-period-start  TO hl-period-start.
           MOVE ws-period-end    TO hl-period-end.
       1500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2000 - one account - gather its month off the history, work
      * the balances back from the master, print the statement
      * unless it is a closed account with nothing in the month, and
      * carry it into the control totals either way.
      *----------------------------------------------------------------
       2000-statement-account.
           READ acct-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-master-eof-switch
                   GO TO 2000-exit
           END-READ.
           ADD 1 TO ws-read-count.
           PERFORM 3000-gather-history THRU 3000-exit.
           COMPUTE ws-close-balance = acct-balance - ws-later-net.
           COMPUTE ws-open-balance  = ws-close-balance - ws-period-net.
           ADD ws-open-balance  TO ws-tot-open.
           ADD ws-close-balance TO ws-tot-close.
           ADD ws-later-net     TO ws-tot-later.
           ADD ws-dr-amount     TO ws-tot-dr.
           ADD ws-cr-amount     TO ws-tot-cr.
           ADD ws-svc-amount    TO ws-tot-svc.
           ADD ws-int-amount    TO ws-tot-int.
           ADD ws-item-count    TO ws-hist-item-count.
           IF acct-status-closed AND ws-item-count = 0
               ADD 1 TO ws-unprinted-count
               GO TO 2000-exit
           END-IF.
           PERFORM 4000-print-statement THRU 4000-exit.
       2000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - walk the account's history newest first - items after
      * the month are netted off to work back to the closing balance
      * (month-end cycle items posted since the month closed are the
      * month's own billing and are kept), items in the month are
      * held for printing, the first item before the month ends the
      * walk.
      *----------------------------------------------------------------
       3000-gather-history.
           MOVE 0   TO ws-later-net.
           MOVE 0   TO ws-period-net.
           MOVE 0   TO ws-forward-net.
           MOVE 0   TO ws-item-count.
           MOVE 0   TO ws-held-count.
           MOVE 0   TO ws-dr-count.
           MOVE 0   TO ws-dr-amount.
           MOVE 0   TO ws-cr-count.
           MOVE 0   TO ws-cr-amount.
           MOVE 0   TO ws-svc-amount.
           MOVE 0   TO ws-int-amount.
           MOVE "N" TO ws-hist-done-switch.
           MOVE acct-number TO hist-account.
           MOVE ZEROS       TO hist-rev-date.
           MOVE ZEROS       TO hist-seq.
           START hist-file KEY NOT < hist-key
               INVALID KEY
                   MOVE "Y" TO ws-hist-done-switch
           END-START.
           PERFORM 3010-read-history THRU 3010-exit
               UNTIL ws-hist-done.
       3000-exit.
           EXIT.

       3010-read-history.
           READ hist-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-hist-done-switch
                   GO TO 3010-exit
           END-READ.
           IF hist-account NOT = acct-number
               MOVE "Y" TO ws-hist-done-switch
               GO TO 3010-exit
           END-IF.
           IF hist-code = "DR"
               COMPUTE ws-signed-amount = 0 - hist-amount
           ELSE
               MOVE hist-amount TO ws-signed-amount
           END-IF.
           IF hist-post-date > ws-period-end
               IF  ws-mec-batch > 0
               AND hist-batch = ws-mec-batch
               AND hist-post-date NOT > ws-next-business
                   PERFORM 3100-hold-item THRU 3100-exit
               ELSE
                   ADD ws-signed-amount TO ws-later-net
               END-IF
               GO TO 3010-exit
           END-IF.
           IF hist-post-date < ws-period-start
               MOVE "Y" TO ws-hist-done-switch
               GO TO 3010-exit
           END-IF.
           IF  ws-mec-batch > 0
           AND hist-batch = ws-mec-batch
           AND hist-post-date = ws-first-business
               GO TO 3010-exit
           END-IF.
           PERFORM 3100-hold-item THRU 3100-exit.
       3010-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3100 - one item belonging to the month - counted into the
      * debit/credit totals and held for printing - once the table
      * is full the older items still to come are only netted into
      * the brought-forward figure.
      *----------------------------------------------------------------
       3100-hold-item.
           ADD 1                TO ws-item-count.
           ADD ws-signed-amount TO ws-period-net.
           IF hist-code = "DR"
               ADD 1           TO ws-dr-count
               ADD hist-amount TO ws-dr-amount
               IF hist-reference = "SVC CHARGE  "
                   ADD hist-amount TO ws-svc-amount
               END-IF
           ELSE
               ADD 1           TO ws-cr-count
               ADD hist-amount TO ws-cr-amount
               IF hist-reference = "INTEREST    "
                   ADD hist-amount TO ws-int-amount
               END-IF
           END-IF.
           IF ws-held-count < 500
               ADD 1 TO ws-held-count
               MOVE hist-post-date TO ws-st-date (ws-held-count)
               MOVE hist-code      TO ws-st-code (ws-held-count)
               MOVE hist-amount    TO ws-st-amount (ws-held-count)
               MOVE hist-reference TO ws-st-reference (ws-held-count)
           ELSE
               ADD ws-signed-amount TO ws-forward-net
           END-IF.
       3100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - print one statement on its own page - headings,
      * opening balance, the items oldest day first with the running
      * balance, closing balance and the totals.
      *----------------------------------------------------------------
       4000-print-statement.
           ADD 1 TO ws-stmt-count.
           MOVE "CUSTOMER ACCOUNT STATEMENT" TO hl-title.
           WRITE rpt-line FROM ws-stmt-heading-1
               AFTER ADVANCING PAGE.
           WRITE rpt-line FROM ws-stmt-heading-2.
           MOVE acct-number TO hl-account.
           MOVE acct-name   TO hl-account-name.
           EVALUATE TRUE
               WHEN acct-status-open
                   MOVE "OPEN"   TO hl-account-status
               WHEN acct-status-closed
                   MOVE "CLOSED" TO hl-account-status
               WHEN acct-status-frozen
                   MOVE "FROZEN" TO hl-account-status
               WHEN acct-status-dormant
                   MOVE "DORMANT" TO hl-account-status
               WHEN OTHER
                   MOVE acct-status TO hl-account-status
           END-EVALUATE.
           WRITE rpt-line FROM ws-stmt-heading-3.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-stmt-heading-4.
           MOVE "OPENING BALANCE"  TO bl-caption.
           MOVE ws-open-balance    TO bl-balance.
           WRITE rpt-line FROM ws-stmt-balance-line.
           MOVE ws-open-balance    TO ws-running-balance.
           IF ws-item-count > ws-held-count
               ADD ws-forward-net TO ws-running-balance
               MOVE "EARLIER ITEMS THIS PERIOD NOT ITEMISED"
                                   TO bl-caption
               MOVE ws-running-balance TO bl-balance
               WRITE rpt-line FROM ws-stmt-balance-line
           END-IF.
           MOVE ws-held-count TO ws-group-end.
           PERFORM 4100-print-one-day THRU 4100-exit
               UNTIL ws-group-end = 0.
           MOVE "CLOSING BALANCE"  TO bl-caption.
           MOVE ws-close-balance   TO bl-balance.
           WRITE rpt-line FROM ws-stmt-balance-line.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE ws-dr-count   TO tl-dr-count.
           MOVE ws-dr-amount  TO tl-dr-amount.
           MOVE ws-cr-count   TO tl-cr-count.
           MOVE ws-cr-amount  TO tl-cr-amount.
           WRITE rpt-line FROM ws-stmt-total-line.
           MOVE ws-svc-amount TO tl-svc-amount.
           MOVE ws-int-amount TO tl-int-amount.
           WRITE rpt-line FROM ws-stmt-charge-line.
       4000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4100 - the held items run newest day first, so print the
      * table back to front a day at a time - find where the day at
      * the end of what is left begins, print that day in posting
      * sequence, then step back past it.
      *----------------------------------------------------------------
       4100-print-one-day.
           MOVE ws-group-end TO ws-group-start.
           MOVE "N" TO ws-day-found-switch.
           PERFORM 4110-find-day-start THRU 4110-exit
               UNTIL ws-day-start-found.
           MOVE ws-group-start TO ws-print-sub.
           PERFORM 4120-print-item THRU 4120-exit
               UNTIL ws-print-sub > ws-group-end.
           COMPUTE ws-group-end = ws-group-start - 1.
       4100-exit.
           EXIT.

       4110-find-day-start.
           IF ws-group-start = 1
               MOVE "Y" TO ws-day-found-switch
               GO TO 4110-exit
           END-IF.
           IF ws-st-date (ws-group-start - 1)
                                 = ws-st-date (ws-group-end)
               SUBTRACT 1 FROM ws-group-start
           ELSE
               MOVE "Y" TO ws-day-found-switch
           END-IF.
       4110-exit.
           EXIT.

       4120-print-item.
           MOVE ws-st-date (ws-print-sub)      TO sd-date.
           MOVE ws-st-code (ws-print-sub)      TO sd-code.
           MOVE ws-st-reference (ws-print-sub) TO sd-reference.
           IF ws-st-code (ws-print-sub) = "DR"
               SUBTRACT ws-st-amount (ws-print-sub)
                   FROM ws-running-balance
               MOVE ws-st-amount (ws-print-sub) TO sd-debit
               MOVE 0                           TO sd-credit
           ELSE
               ADD ws-st-amount (ws-print-sub) TO ws-running-balance
               MOVE 0                           TO sd-debit
               MOVE ws-st-amount (ws-print-sub) TO sd-credit
           END-IF.
           MOVE ws-running-balance TO sd-balance.
           WRITE rpt-line FROM ws-stmt-detail.
           ADD 1 TO ws-print-sub.
       4120-exit.
           EXIT.

      *----------------------------------------------------------------
      * 6000 - the master total in a pass of its own - what the
      * control page ties the statements back to.
      *----------------------------------------------------------------
       6000-total-master.
           MOVE "N" TO ws-master-eof-switch.
           MOVE ZEROS TO acct-number.
           START acct-file KEY NOT < acct-number
               INVALID KEY
                   MOVE "Y" TO ws-master-eof-switch
           END-START.
           PERFORM 6010-add-master-balance THRU 6010-exit
               UNTIL ws-master-eof.
       6000-exit.
           EXIT.

       6010-add-master-balance.
           READ acct-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-master-eof-switch
               NOT AT END
                   ADD acct-balance TO ws-master-total
           END-READ.
       6010-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - the control page - counts, the run's balance totals,
      * and the two ties - opening plus the month's movement must
      * make the closing total, and the closing total plus whatever
      * posted since the month closed must make the master total.
      *----------------------------------------------------------------
       8000-print-control-page.
           MOVE "STATEMENT RUN CONTROL PAGE" TO hl-title.
           WRITE rpt-line FROM ws-stmt-heading-1
               AFTER ADVANCING PAGE.
           WRITE rpt-line FROM ws-stmt-heading-2.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "ACCOUNTS READ"               TO cl-caption.
           MOVE ws-read-count                 TO cl-count.
           WRITE rpt-line FROM ws-ctl-count-line.
           MOVE "STATEMENTS PRINTED"          TO cl-caption.
           MOVE ws-stmt-count                 TO cl-count.
           WRITE rpt-line FROM ws-ctl-count-line.
           MOVE "CLOSED ACCOUNTS, NO ACTIVITY" TO cl-caption.
           MOVE ws-unprinted-count            TO cl-count.
           WRITE rpt-line FROM ws-ctl-count-line.
           MOVE "ITEMS IN PERIOD"             TO cl-caption.
           MOVE ws-hist-item-count            TO cl-count.
           WRITE rpt-line FROM ws-ctl-count-line.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "OPENING BALANCES"            TO al-caption.
           MOVE ws-tot-open                   TO al-amount.
           WRITE rpt-line FROM ws-ctl-amount-line.
           MOVE "TOTAL CREDITS"               TO al-caption.
           MOVE ws-tot-cr                     TO al-amount.
           WRITE rpt-line FROM ws-ctl-amount-line.
           MOVE "TOTAL DEBITS"                TO al-caption.
           MOVE ws-tot-dr                     TO al-amount.
           WRITE rpt-line FROM ws-ctl-amount-line.
           MOVE "  INCLUDING SERVICE CHARGES" TO al-caption.
           MOVE ws-tot-svc                    TO al-amount.
           WRITE rpt-line FROM ws-ctl-amount-line.
           MOVE "  INCLUDING INTEREST PAID"   TO al-caption.
           MOVE ws-tot-int                    TO al-amount.
           WRITE rpt-line FROM ws-ctl-amount-line.
           MOVE "CLOSING BALANCES"            TO al-caption.
           MOVE ws-tot-close                  TO al-amount.
           WRITE rpt-line FROM ws-ctl-amount-line.
           MOVE "POSTED SINCE PERIOD END"     TO al-caption.
           MOVE ws-tot-later                  TO al-amount.
           WRITE rpt-line FROM ws-ctl-amount-line.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           COMPUTE ws-expected-total =
               ws-tot-open + ws-tot-cr - ws-tot-dr.
           MOVE "OPENING PLUS MOVEMENT VS CLOSING"
                                         TO tie-caption.
           MOVE ws-expected-total        TO tie-left-amount.
           MOVE ws-tot-close             TO tie-right-amount.
           IF ws-expected-total = ws-tot-close
               MOVE "IN BALANCE"         TO tie-verdict
           ELSE
               MOVE "N" TO ws-in-balance-switch
               MOVE "**OUT OF BALANCE**" TO tie-verdict
           END-IF.
           WRITE rpt-line FROM ws-tie-line.
           COMPUTE ws-expected-total = ws-tot-close + ws-tot-later.
           MOVE "CLOSING PLUS LATER VS MASTER TOTAL"
                                         TO tie-caption.
           MOVE ws-expected-total        TO tie-left-amount.
           MOVE ws-master-total          TO tie-right-amount.
           IF ws-expected-total = ws-master-total
               MOVE "IN BALANCE"         TO tie-verdict
           ELSE
               MOVE "N" TO ws-in-balance-switch
               MOVE "**OUT OF BALANCE**" TO tie-verdict
           END-IF.
           WRITE rpt-line FROM ws-tie-line.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           IF ws-in-balance
               MOVE "IN BALANCE"             TO vl-verdict
           ELSE
               MOVE "**OUT OF BALANCE**"     TO vl-verdict
           END-IF.
           WRITE rpt-line FROM ws-verdict-line.
           DISPLAY "HELLOSTM - " ws-stmt-count
                   " STATEMENTS PRINTED FOR " ws-period-start
                   " TO " ws-period-end UPON CONSOLE.
       8000-exit.
           EXIT.

       8100-close-statement-files.
           CLOSE acct-file.
           CLOSE hist-file.
           CLOSE rpt-file.
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
      * honored.
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
      * 7000 - the statement month's checkpoint record - complete
      * only when the control page tied, so a rerun for the same
      * month is skipped - otherwise written open.
      *----------------------------------------------------------------
       7000-checkpoint-write.
           MOVE ws-period-end   TO chkp-run-date.
           MOVE "hellostm"      TO chkp-step-name.
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
           MOVE "hellostm"      TO log-program-id.
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
           MOVE "hellostm"      TO log-program-id.
           MOVE ws-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-stop  TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE SPACES          TO log-key-pressed.
           MOVE "O"             TO log-auth-level.
           MOVE SPACES          TO log-detail.
           WRITE log-record.
       9500-exit.
           EXIT.

       9600-close-files.
           CLOSE log-file.
           CLOSE chkp-file.
       9600-exit.
           EXIT.
