       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hellodor.
      * dormancy run - reads through the account master and marks
      * dormant every open account that has seen no activity for the
      * period set in the parm file HELLODRP (see dorparm.cpy), so an
      * old account cannot wake up with a large debit unnoticed -
      * once dormant, posting suspends its debits with DORMT and
      * still takes its credits, and only a supervisor reactivating
      * it in account maintenance (hello06) brings it back.
      * activity is the later of the account's last posting date,
      * its last status change and its opening date - an account
      * whose latest activity falls before the same day of the month
      * the period's number of months back is dormant - a missing
      * parm file or a period of zero stops the run rather than
      * sweep the master under a made-up period.
      * every account marked is rewritten through the same master
      * update journal HELLOJNL account maintenance and posting
      * write (see jrnlrec.cpy), before and after images and all,
      * action D, so the recovery utility replays it like any
      * other change.
      * prints HELLODRL for finance - the accounts newly marked
      * tonight with their last activity and balance, then the
      * count and balance total of every dormant account on the
      * master, the newly marked included.
      * honors the suite's HELLOCKP checkpoint convention under the
      * processing date, so a rerun of the stream can never sweep
      * the master twice in one night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dor-parm-file ASSIGN "HELLODRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT acct-file ASSIGN "HELLOACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-number
               FILE STATUS IS ws-acct-status.
           SELECT jrnl-file ASSIGN "HELLOJNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-jrnl-status.
           SELECT rpt-file ASSIGN "HELLODRL"
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
       FD  dor-parm-file.
       COPY dorparm.
       FD  acct-file.
       COPY acctrec.
       FD  jrnl-file.
       COPY jrnlrec.
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
       77  ws-acct-status             pic x(02).
       77  ws-jrnl-status             pic x(02).
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
       77  ws-master-eof-switch       pic x.
           88  ws-master-eof              value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
       77  ws-operator-id             pic x(08).
       77  ws-before-image            pic x(100).
       77  ws-activity-date           pic x(08).
       77  ws-new-count               pic 9(07).
       77  ws-new-balance             pic s9(13)v99.
       77  ws-dormant-count           pic 9(07).
       77  ws-dormant-balance         pic s9(13)v99.
       77  ws-month-count             pic 9(07) comp.
       01  ws-cand-date.
           05  ws-cand-yy             pic 9(04).
           05  ws-cand-mm             pic 9(02).
           05  ws-cand-dd             pic 9(02).
       77  ws-proc-dd                 pic 9(02).
       77  ws-month-days              pic 9(02).
       77  ws-leap-rem                pic 9(04).
       77  ws-zel-quot                pic 9(07) comp.
       01  ws-heading-1.
           05  hl-company-name        pic x(30).
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(30)
                   value "DORMANT ACCOUNTS".
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(09) value "RUN DATE ".
           05  hl-run-date            pic x(08).
       01  ws-heading-2.
           05  filler                 pic x(30)
                   value "NO ACTIVITY SINCE BEFORE     ".
           05  hl-cutoff-date         pic x(08).
           05  filler                 pic x(04) value spaces.
           05  filler                 pic x(08) value "PERIOD: ".
           05  hl-months              pic zz9.
           05  filler                 pic x(07) value " MONTHS".
       01  ws-heading-3.
           05  filler                 pic x(10) value "ACCOUNT   ".
           05  filler                 pic x(32) value "NAME".
           05  filler                 pic x(14) value "LAST ACTIVITY ".
           05  filler                 pic x(16)
                   value "         BALANCE".
       01  ws-detail-line.
           05  dl-account             pic 9(08).
           05  filler                 pic x(02) value spaces.
           05  dl-name                pic x(30).
           05  filler                 pic x(02) value spaces.
           05  dl-activity-date       pic x(08).
           05  filler                 pic x(04) value spaces.
           05  dl-balance             pic -zzz,zzz,zz9.99.
       01  ws-new-total-line.
           05  filler                 pic x(26)
                   value "NEWLY DORMANT TONIGHT:    ".
           05  nl-count               pic z,zzz,zz9.
           05  filler                 pic x(10) value "  BALANCE ".
           05  nl-balance             pic -zzz,zzz,zzz,zz9.99.
       01  ws-dormant-total-line.
           05  filler                 pic x(26)
                   value "ALL DORMANT ACCOUNTS:     ".
           05  dt-count               pic z,zzz,zz9.
           05  filler                 pic x(10) value "  BALANCE ".
           05  dt-balance             pic -zzz,zzz,zzz,zz9.99.
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
               PERFORM 1300-set-cutoff THRU 1300-exit
               PERFORM 1500-open-run-files THRU 1500-exit
           END-IF.
           IF ws-run-abended
               MOVE "ABND" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           PERFORM 2000-check-account THRU 2000-exit
               UNTIL ws-master-eof.
           PERFORM 8000-print-totals THRU 8000-exit.
           PERFORM 8100-close-run-files THRU 8100-exit.
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
           MOVE 0   TO ws-new-count.
           MOVE 0   TO ws-new-balance.
           MOVE 0   TO ws-dormant-count.
           MOVE 0   TO ws-dormant-balance.
           MOVE "N" TO ws-abend-switch.
           MOVE "N" TO ws-master-eof-switch.
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
      * the stream can never sweep the master twice.
      *----------------------------------------------------------------
       1100-restart-check.
           MOVE "N"             TO ws-step-done-switch.
           MOVE "N"             TO ws-chkp-open-switch.
           MOVE ws-current-date TO chkp-run-date.
           MOVE "hellodor"      TO chkp-step-name.
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
      * 1200 - the dormancy period off HELLODRP - no parm file or a
      * zero period, no sweep - the run abends rather than fall back
      * to a period made up in the code.
      *----------------------------------------------------------------
       1200-read-parms.
           OPEN INPUT dor-parm-file.
           IF ws-parm-status NOT = "00"
               DISPLAY "HELLODOR - PARM FILE UNAVAILABLE, STATUS "
                       ws-parm-status
               MOVE "Y" TO ws-abend-switch
               GO TO 1200-exit
           END-IF.
           READ dor-parm-file
               AT END
                   DISPLAY "HELLODOR - PARM FILE EMPTY"
                   MOVE "Y" TO ws-abend-switch
           END-READ.
           CLOSE dor-parm-file.
           IF ws-run-abended
               GO TO 1200-exit
           END-IF.
           IF dor-inactive-months NOT NUMERIC
           OR dor-inactive-months = ZERO
               DISPLAY "HELLODOR - DORMANCY PERIOD NOT SET"
               MOVE "Y" TO ws-abend-switch
           END-IF.
       1200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1300 - the cutoff - the processing date stepped back the
      * period's number of months, held to the last day of a
      * shorter month - activity before it is too old.
      *----------------------------------------------------------------
       1300-set-cutoff.
           MOVE ws-current-date TO ws-cand-date.
           MOVE ws-cand-dd      TO ws-proc-dd.
           COMPUTE ws-month-count = ws-cand-yy * 12 + ws-cand-mm - 1
               - dor-inactive-months.
           DIVIDE ws-month-count BY 12 GIVING ws-cand-yy
               REMAINDER ws-cand-mm.
           ADD 1 TO ws-cand-mm.
           PERFORM 8750-set-month-days THRU 8750-exit.
           IF ws-proc-dd > ws-month-days
               MOVE ws-month-days TO ws-cand-dd
           ELSE
               MOVE ws-proc-dd    TO ws-cand-dd
           END-IF.
       1300-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1500 - open the master for update, the journal, and the
      * listing with its headings.
      *----------------------------------------------------------------
       1500-open-run-files.
           OPEN I-O acct-file.
           IF ws-acct-status NOT = "00"
               DISPLAY "HELLODOR - ACCOUNT MASTER UNAVAILABLE, STATUS "
                       ws-acct-status
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           MOVE ZEROS TO acct-number.
           START acct-file KEY NOT < acct-number
               INVALID KEY
                   MOVE "Y" TO ws-master-eof-switch
           END-START.
           OPEN EXTEND jrnl-file.
           IF ws-jrnl-status = "35"
               OPEN OUTPUT jrnl-file
           END-IF.
           IF ws-jrnl-status NOT = "00"
               DISPLAY "HELLODOR - JOURNAL UNAVAILABLE, STATUS "
                       ws-jrnl-status
               CLOSE acct-file
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           OPEN OUTPUT rpt-file.
           MOVE scr-company-name    TO hl-company-name.
           MOVE ws-current-date     TO hl-run-date.
           MOVE ws-cand-date        TO hl-cutoff-date.
           MOVE dor-inactive-months TO hl-months.
           WRITE rpt-line FROM ws-heading-1.
           WRITE rpt-line FROM ws-heading-2.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-heading-3.
       1500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2000 - one account - one already dormant only counts to the
      * dormant total - an open one whose latest activity is before
      * the cutoff is marked dormant - closed and frozen accounts
      * are left as they are.
      *----------------------------------------------------------------
       2000-check-account.
           READ acct-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-master-eof-switch
                   GO TO 2000-exit
           END-READ.
           IF acct-status-dormant
               ADD 1            TO ws-dormant-count
               ADD acct-balance TO ws-dormant-balance
               GO TO 2000-exit
           END-IF.
           IF NOT acct-status-open
               GO TO 2000-exit
           END-IF.
           MOVE acct-open-date TO ws-activity-date.
           IF acct-last-txn-date NOT = SPACES
           AND acct-last-txn-date > ws-activity-date
               MOVE acct-last-txn-date TO ws-activity-date
           END-IF.
           IF acct-status-date NOT = SPACES
           AND acct-status-date > ws-activity-date
               MOVE acct-status-date TO ws-activity-date
           END-IF.
           IF ws-activity-date = SPACES
           OR ws-activity-date NOT < ws-cand-date
               GO TO 2000-exit
           END-IF.
           PERFORM 3000-mark-dormant THRU 3000-exit.
       2000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - mark the account dormant with tonight as its status
      * date, journal the change and list it.
      *----------------------------------------------------------------
       3000-mark-dormant.
           MOVE acct-record     TO ws-before-image.
           MOVE "D"             TO acct-status.
           MOVE ws-current-date TO acct-status-date.
           REWRITE acct-record
               INVALID KEY
                   DISPLAY "HELLODOR - REWRITE FAILED, ACCOUNT "
                           acct-number UPON CONSOLE
                   GO TO 3000-exit
           END-REWRITE.
           ACCEPT ws-current-time FROM TIME.
           MOVE SPACES          TO jrnl-record.
           MOVE "hellodor"      TO jrnl-program-id.
           MOVE ws-operator-id  TO jrnl-operator-id.
           MOVE "D"             TO jrnl-action.
           MOVE ws-current-date TO jrnl-date.
           MOVE ws-current-time TO jrnl-time.
           MOVE ws-before-image TO jrnl-before-image.
           MOVE acct-record     TO jrnl-after-image.
           WRITE jrnl-record.
           MOVE acct-number      TO dl-account.
           MOVE acct-name        TO dl-name.
           MOVE ws-activity-date TO dl-activity-date.
           MOVE acct-balance     TO dl-balance.
           WRITE rpt-line FROM ws-detail-line.
           ADD 1            TO ws-new-count.
           ADD acct-balance TO ws-new-balance.
           ADD 1            TO ws-dormant-count.
           ADD acct-balance TO ws-dormant-balance.
       3000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - the totals for finance - tonight's newly dormant and
      * every dormant account on the master.
      *----------------------------------------------------------------
       8000-print-totals.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE ws-new-count       TO nl-count.
           MOVE ws-new-balance     TO nl-balance.
           WRITE rpt-line FROM ws-new-total-line.
           MOVE ws-dormant-count   TO dt-count.
           MOVE ws-dormant-balance TO dt-balance.
           WRITE rpt-line FROM ws-dormant-total-line.
           DISPLAY "HELLODOR - " ws-new-count
                   " ACCOUNTS MARKED DORMANT" UPON CONSOLE.
       8000-exit.
           EXIT.

       8100-close-run-files.
           CLOSE acct-file.
           CLOSE jrnl-file.
           CLOSE rpt-file.
       8100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8750 - how many days has the candidate's month, leap years
      * included.
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
           MOVE "hellodor"      TO chkp-step-name.
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
           MOVE "hellodor"      TO log-program-id.
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
           MOVE "hellodor"      TO log-program-id.
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
