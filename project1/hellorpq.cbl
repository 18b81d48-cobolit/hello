      * output when a request of that type is actually being worked,
      * so a later cycle never truncates a report an earlier cycle
      * produced for a request that is already stamped served.
      * ends with GOBACK rather than STOP RUN so the nightly stream
      * driver (hellostr) can CALL it - run on its own it ends the
      * run just the same.
      * the as-of-date trial balance goes to HELLORP5 - every account
      * on the balance snapshot (see snaprec.cpy) for the requested
      * day, debit and credit balances in their own columns with
      * their totals and the net - a day with no snapshot fails the
      * request.
      * the operator access review goes to HELLORP6 - the same review
      * the scheduled run (helloacr) prints, with the audit trail
      * summarised over the request's date range instead of the
      * parm period - the unused days still come off the parm file
      * HELLOACP, and no parm file, or no security file, fails the
      * request.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT act-rpt-file ASSIGN "HELLORP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-act-rpt-status.
           SELECT snap-file ASSIGN "HELLOSNP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS snap-key
               FILE STATUS IS ws-snap-status.
           SELECT tb-rpt-file ASSIGN "HELLORP5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-tb-rpt-status.
           SELECT sec-file ASSIGN "HELLOSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sec-operator-id
               FILE STATUS IS ws-sec-status.
           SELECT auth-file ASSIGN "HELLOAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS auth-function-id
               FILE STATUS IS ws-auth-status.
           SELECT acr-parm-file ASSIGN "HELLOACP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT ar-rpt-file ASSIGN "HELLORP6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-ar-rpt-status.
           SELECT dat-file ASSIGN "HELLODAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dat-status.
       FD  act-rpt-file
           RECORD CONTAINS 132 CHARACTERS.
       01  act-rpt-line               pic x(132).
       FD  snap-file.
       COPY snaprec.
       FD  tb-rpt-file
           RECORD CONTAINS 132 CHARACTERS.
       01  tb-rpt-line                pic x(132).
       FD  sec-file.
       COPY secrec.
       FD  auth-file.
       COPY authrec.
       FD  acr-parm-file.
       COPY acrparm.
       FD  ar-rpt-file
           RECORD CONTAINS 132 CHARACTERS.
       01  ar-rpt-line                pic x(132).
       FD  dat-file.
       COPY datrec.
       WORKING-STORAGE SECTION.
       77  ws-reg-rpt-status          pic x(02).
       77  ws-age-rpt-status          pic x(02).
       77  ws-act-rpt-status          pic x(02).
       77  ws-snap-status             pic x(02).
       77  ws-tb-rpt-status           pic x(02).
       77  ws-sec-status              pic x(02).
       77  ws-auth-status             pic x(02).
       77  ws-parm-status             pic x(02).
       77  ws-ar-rpt-status           pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-rqst-eof-switch         pic x.
           88  ws-rqst-eof                value "Y".
           88  ws-age-rpt-open            value "Y".
       77  ws-act-open-switch         pic x.
           88  ws-act-rpt-open            value "Y".
       77  ws-tb-open-switch          pic x.
           88  ws-tb-rpt-open             value "Y".
       77  ws-ar-open-switch          pic x.
           88  ws-ar-rpt-open             value "Y".
       77  ws-input-eof-switch        pic x.
           88  ws-input-eof               value "Y".
       77  ws-have-start-switch       pic x.
       77  ws-failed-count            pic 9(05) comp.
       77  ws-detail-count            pic 9(07) comp.
       77  ws-activity-total          pic 9(11)v99.
       77  ws-debit-total             pic 9(13)v99.
       77  ws-credit-total            pic 9(13)v99.
       77  ws-net-total               pic s9(13)v99.
       77  ws-low-date                pic x(08).
       77  ws-high-date               pic x(08).
       77  ws-saved-program           pic x(08).
       77  ws-dcv-term-2              pic 9(07) comp.
       77  ws-dcv-term-3              pic 9(07) comp.
       77  ws-dcv-term-4              pic 9(07) comp.
       77  ws-auth-ok-switch          pic x.
           88  ws-auth-ok                 value "Y".
       77  ws-opr-found-switch        pic x.
           88  ws-opr-found               value "Y".
       77  ws-scan-stop-switch        pic x.
           88  ws-scan-stopped            value "Y".
       77  ws-pw-expired-switch       pic x.
           88  ws-pw-expired              value "Y".
       77  ws-unused-switch           pic x.
           88  ws-id-unused               value "Y".
       77  ws-unused-days             pic 9(03).
       77  ws-look-id                 pic x(08).
       77  ws-auth-count              pic 9(03) comp.
       77  ws-auth-sub                pic 9(03) comp.
       77  ws-opr-count               pic 9(03) comp.
       77  ws-opr-sub                 pic 9(03) comp.
       77  ws-opr-hit                 pic 9(03) comp.
       77  ws-opr-from                pic 9(03) comp.
       77  ws-opr-dropped             pic 9(07) comp.
       77  ws-fn-slot                 pic 9(02) comp.
       77  ws-fn-listed               pic 9(03) comp.
       77  ws-listed-count            pic 9(05).
       77  ws-admin-count             pic 9(05).
       77  ws-locked-count            pic 9(05).
       77  ws-expired-count           pic 9(05).
       77  ws-unused-count            pic 9(05).
       77  ws-deny-total              pic 9(07).
       77  ws-lockout-total           pic 9(07).
       77  ws-maint-total             pic 9(07).
       77  ws-days-edit               pic zzzz9.
       77  ws-expiry-edit             pic zz9.
      * the function authority file, held whole for an access review
      * - one entry per function with the levels allowed to use it.
       01  ws-auth-table.
           05  ws-auth-entry OCCURS 60 TIMES.
               10  at-function-id     pic x(08).
               10  at-levels          pic x(03).
      * what the audit trail says about each operator id, kept in id
      * order - last sign-on ever, and the requested range's counts.
       01  ws-opr-table.
           05  ws-opr-entry OCCURS 500 TIMES.
               10  ot-operator-id     pic x(08).
               10  ot-last-signon     pic x(08).
               10  ot-deny-count      pic 9(05) comp.
               10  ot-lockout-count   pic 9(05) comp.
               10  ot-maint-count     pic 9(05) comp.
      * the suspense record carries the untouched transaction image -
      * this is the front of the layout in txnrec.cpy, just enough of
      * it to age and describe the reject.
           05  td-date                pic x(08).
           05  filler                 pic x(03) value spaces.
           05  td-batch               pic 9(04).
       01  ws-tb-heading-2.
           05  filler                 pic x(30)
                   value "BALANCES AT CLOSE OF BUSINESS ".
           05  th-as-of-date          pic x(08).
       01  ws-tb-heading-3.
           05  filler                 pic x(10) value "ACCOUNT   ".
           05  filler                 pic x(32) value "NAME".
           05  filler                 pic x(10) value "STATUS".
           05  filler                 pic x(18)
                   value "     DEBIT BALANCE".
           05  filler                 pic x(02) value spaces.
           05  filler                 pic x(18)
                   value "    CREDIT BALANCE".
       01  ws-tb-detail.
           05  tb-account             pic 9(08).
           05  filler                 pic x(02) value spaces.
           05  tb-name                pic x(30).
           05  filler                 pic x(02) value spaces.
           05  tb-status              pic x(08).
           05  filler                 pic x(02) value spaces.
           05  tb-debit               pic zzz,zzz,zzz,zz9.99
                                      blank when zero.
           05  filler                 pic x(02) value spaces.
           05  tb-credit              pic zzz,zzz,zzz,zz9.99
                                      blank when zero.
       01  ws-tb-total-line.
           05  filler                 pic x(10) value "ACCOUNTS: ".
           05  tt-count               pic zzzzzz9.
           05  filler                 pic x(35) value spaces.
           05  tt-debit               pic zzz,zzz,zzz,zz9.99.
           05  filler                 pic x(02) value spaces.
           05  tt-credit              pic zzz,zzz,zzz,zz9.99.
       01  ws-tb-net-line.
           05  filler                 pic x(52)
                   value "NET BALANCE (CREDIT LESS DEBIT)".
           05  tn-net                 pic -zzz,zzz,zzz,zz9.99.
       01  ws-ar-heading-2.
           05  filler                 pic x(14) value "REVIEW PERIOD ".
           05  rh-low-date            pic x(08).
           05  filler                 pic x(04) value " TO ".
           05  rh-high-date           pic x(08).
           05  filler                 pic x(04) value spaces.
           05  filler                 pic x(23)
                   value "UNUSED AFTER NO SIGN-ON".
           05  filler                 pic x(05) value " FOR ".
           05  rh-unused-days         pic zz9.
           05  filler                 pic x(05) value " DAYS".
       01  ws-ar-section-1-title.
           05  filler                 pic x(30)
                   value "SECTION 1 - OPERATORS AND THE ".
           05  filler                 pic x(32)
                   value "FUNCTIONS THEIR LEVEL REACHES".
       01  ws-ar-no-auth-line.
           05  filler                 pic x(27)
                   value "NO FUNCTION AUTHORITY FILE ".
           05  filler                 pic x(26)
                   value "- PROGRAM DEFAULTS APPLY".
       01  ws-ar-section-1-heading.
           05  filler                 pic x(10) value "OPERATOR  ".
           05  filler                 pic x(22) value "NAME".
           05  filler                 pic x(10) value "LEVEL".
           05  filler                 pic x(08) value "LOCK".
           05  filler                 pic x(10) value "PW CHGD".
           05  filler                 pic x(07) value "PW AGE".
           05  filler                 pic x(07) value "EXPRY".
           05  filler                 pic x(10) value "LAST ON".
           05  filler                 pic x(05) value "FLAGS".
       01  ws-ar-operator-line.
           05  ol-operator            pic x(08).
           05  filler                 pic x(02) value spaces.
           05  ol-name                pic x(20).
           05  filler                 pic x(02) value spaces.
           05  ol-level               pic x(08).
           05  filler                 pic x(02) value spaces.
           05  ol-lock                pic x(06).
           05  filler                 pic x(02) value spaces.
           05  ol-pw-changed          pic x(08).
           05  filler                 pic x(02) value spaces.
           05  ol-pw-age              pic x(05).
           05  filler                 pic x(02) value spaces.
           05  ol-expiry              pic x(05).
           05  filler                 pic x(02) value spaces.
           05  ol-last-signon         pic x(08).
           05  filler                 pic x(02) value spaces.
           05  ol-flag-admin          pic x(07).
           05  filler                 pic x(01) value space.
           05  ol-flag-locked         pic x(07).
           05  filler                 pic x(01) value space.
           05  ol-flag-expired        pic x(08).
           05  filler                 pic x(01) value space.
           05  ol-flag-unused         pic x(07).
       01  ws-ar-function-line.
           05  fl-caption             pic x(22).
           05  fl-entry OCCURS 8 TIMES.
               10  fl-function-id     pic x(08).
               10  filler             pic x(02).
       01  ws-ar-section-1-totals.
           05  filler                 pic x(11) value "OPERATORS ".
           05  st-listed              pic zzzz9.
           05  filler                 pic x(10) value "   ADMINS ".
           05  st-admin               pic zzzz9.
           05  filler                 pic x(10) value "   LOCKED ".
           05  st-locked              pic zzzz9.
           05  filler                 pic x(15)
                   value "   PW EXPIRED ".
           05  st-expired             pic zzzz9.
           05  filler                 pic x(10) value "   UNUSED ".
           05  st-unused              pic zzzz9.
       01  ws-ar-section-2-title.
           05  filler                 pic x(30)
                   value "SECTION 2 - DENIALS, LOCKOUTS ".
           05  filler                 pic x(34)
                   value "AND SECURITY MAINTENANCE IN PERIOD".
       01  ws-ar-section-2-heading.
           05  filler                 pic x(10) value "OPERATOR  ".
           05  filler                 pic x(22) value "NAME".
           05  filler                 pic x(10) value "  DENIED".
           05  filler                 pic x(10) value "  LOCKOUTS".
           05  filler                 pic x(10) value " SEC MAINT".
       01  ws-ar-activity-line.
           05  vl-operator            pic x(08).
           05  filler                 pic x(02) value spaces.
           05  vl-name                pic x(20).
           05  filler                 pic x(02) value spaces.
           05  vl-deny                pic z,zzz,zz9.
           05  filler                 pic x(01) value space.
           05  vl-lockout             pic z,zzz,zz9.
           05  filler                 pic x(01) value space.
           05  vl-maint               pic z,zzz,zz9.
       01  ws-ar-note-line.
           05  nl-caption             pic x(50).
           05  nl-count               pic z,zzz,zz9.
       01  ws-count-line.
           05  filler                 pic x(15) value "LINES PRINTED: ".
           05  cl-detail-count        pic zzzzzz9.
               UNTIL ws-rqst-eof.
           PERFORM 9000-terminate THRU 9000-exit.
       9900-finish.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - open the queue and position at its front - an empty
           MOVE "N" TO ws-reg-open-switch.
           MOVE "N" TO ws-age-open-switch.
           MOVE "N" TO ws-act-open-switch.
           MOVE "N" TO ws-tb-open-switch.
           MOVE "N" TO ws-ar-open-switch.
           MOVE ws-current-date TO ws-dcv-date.
           PERFORM 8800-date-to-serial THRU 8800-exit.
           MOVE ws-dcv-serial TO ws-today-serial.
                   PERFORM 5000-suspense-aging THRU 5000-exit
               WHEN rqst-report-acct-activity
                   PERFORM 6000-account-activity THRU 6000-exit
               WHEN rqst-report-trial-balance
                   PERFORM 7000-trial-balance THRU 7000-exit
               WHEN rqst-report-access-review
                   PERFORM 7500-access-review THRU 7500-exit
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       6010-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7000 - as-of-date trial balance - every account on the
      * requested day's balance snapshot - the snapshot is START'ed
      * at the day's low key and read until the day changes - no
      * snapshot for the day and the request fails with nothing
      * printed.
      *----------------------------------------------------------------
       7000-trial-balance.
           IF rqst-from-date NOT NUMERIC
               GO TO 7000-exit
           END-IF.
           OPEN INPUT snap-file.
           IF ws-snap-status NOT = "00"
               GO TO 7000-exit
           END-IF.
           MOVE "N"            TO ws-input-eof-switch.
           MOVE rqst-from-date TO snap-date.
           MOVE ZEROS          TO snap-account.
           START snap-file KEY NOT < snap-key
               INVALID KEY
                   MOVE "Y" TO ws-input-eof-switch
           END-START.
           IF NOT ws-input-eof
               PERFORM 7010-read-snapshot THRU 7010-exit
           END-IF.
           IF ws-input-eof
               CLOSE snap-file
               GO TO 7000-exit
           END-IF.
           IF NOT ws-tb-rpt-open
               OPEN OUTPUT tb-rpt-file
               MOVE "Y" TO ws-tb-open-switch
           END-IF.
           MOVE "AS-OF-DATE TRIAL BALANCE" TO hd-title.
           MOVE scr-company-name TO hd-company-name.
           MOVE rqst-number      TO hd-request-number.
           MOVE ws-current-date  TO hd-run-date.
           WRITE tb-rpt-line FROM ws-rpt-heading.
           MOVE rqst-from-date   TO th-as-of-date.
           WRITE tb-rpt-line FROM ws-tb-heading-2.
           MOVE SPACES TO tb-rpt-line.
           WRITE tb-rpt-line.
           WRITE tb-rpt-line FROM ws-tb-heading-3.
           MOVE 0 TO ws-detail-count.
           MOVE 0 TO ws-debit-total.
           MOVE 0 TO ws-credit-total.
           MOVE 0 TO ws-net-total.
           PERFORM 7020-print-balance-line THRU 7020-exit
               UNTIL ws-input-eof.
           CLOSE snap-file.
           MOVE ws-detail-count TO tt-count.
           MOVE ws-debit-total  TO tt-debit.
           MOVE ws-credit-total TO tt-credit.
           MOVE ws-net-total    TO tn-net.
           MOVE SPACES TO tb-rpt-line.
           WRITE tb-rpt-line.
           WRITE tb-rpt-line FROM ws-tb-total-line.
           WRITE tb-rpt-line FROM ws-tb-net-line.
           MOVE "Y" TO ws-served-switch.
       7000-exit.
           EXIT.

       7010-read-snapshot.
           READ snap-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-input-eof-switch
                   GO TO 7010-exit
           END-READ.
           IF snap-date NOT = rqst-from-date
               MOVE "Y" TO ws-input-eof-switch
           END-IF.
       7010-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7020 - one account - a balance below zero is a debit
      * balance, anything else a credit balance.
      *----------------------------------------------------------------
       7020-print-balance-line.
           MOVE snap-account TO tb-account.
           MOVE snap-name    TO tb-name.
           EVALUATE TRUE
               WHEN snap-status-open
                   MOVE "OPEN    " TO tb-status
               WHEN snap-status-closed
                   MOVE "CLOSED  " TO tb-status
               WHEN snap-status-frozen
                   MOVE "FROZEN  " TO tb-status
               WHEN snap-status-dormant
                   MOVE "DORMANT " TO tb-status
               WHEN OTHER
                   MOVE "UNKNOWN " TO tb-status
           END-EVALUATE.
           IF snap-balance < 0
               COMPUTE tb-debit = 0 - snap-balance
               MOVE 0 TO tb-credit
               SUBTRACT snap-balance FROM ws-debit-total
           ELSE
               MOVE 0            TO tb-debit
               MOVE snap-balance TO tb-credit
               ADD snap-balance  TO ws-credit-total
           END-IF.
           ADD snap-balance TO ws-net-total.
           ADD 1 TO ws-detail-count.
           WRITE tb-rpt-line FROM ws-tb-detail.
           PERFORM 7010-read-snapshot THRU 7010-exit.
       7020-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7500 - operator access review - every operator on the
      * security file with what their level reaches, then the
      * request's range of the audit trail summarised by operator -
      * the same review the scheduled run (helloacr) prints - no
      * unused days on the parm file, or no security file, and the
      * request fails with nothing printed.
      *----------------------------------------------------------------
       7500-access-review.
           OPEN INPUT acr-parm-file.
           IF ws-parm-status NOT = "00"
               GO TO 7500-exit
           END-IF.
           MOVE ZEROS TO acr-unused-days.
           READ acr-parm-file
               AT END
                   MOVE ZEROS TO acr-unused-days
           END-READ.
           CLOSE acr-parm-file.
           IF acr-unused-days NOT NUMERIC
           OR acr-unused-days = ZERO
               GO TO 7500-exit
           END-IF.
           MOVE acr-unused-days TO ws-unused-days.
           OPEN INPUT sec-file.
           IF ws-sec-status NOT = "00"
               GO TO 7500-exit
           END-IF.
           IF NOT ws-ar-rpt-open
               OPEN OUTPUT ar-rpt-file
               MOVE "Y" TO ws-ar-open-switch
           END-IF.
           MOVE 0 TO ws-auth-count.
           MOVE 0 TO ws-opr-count.
           MOVE 0 TO ws-opr-dropped.
           MOVE 0 TO ws-listed-count.
           MOVE 0 TO ws-admin-count.
           MOVE 0 TO ws-locked-count.
           MOVE 0 TO ws-expired-count.
           MOVE 0 TO ws-unused-count.
           MOVE 0 TO ws-deny-total.
           MOVE 0 TO ws-lockout-total.
           MOVE 0 TO ws-maint-total.
           MOVE "OPERATOR ACCESS REVIEW" TO hd-title.
           MOVE scr-company-name TO hd-company-name.
           MOVE rqst-number      TO hd-request-number.
           MOVE ws-current-date  TO hd-run-date.
           WRITE ar-rpt-line FROM ws-rpt-heading.
           IF rqst-from-date = SPACES
               MOVE "EARLIEST"     TO rh-low-date
           ELSE
               MOVE rqst-from-date TO rh-low-date
           END-IF.
           IF rqst-to-date = SPACES
               MOVE "LATEST  "     TO rh-high-date
           ELSE
               MOVE rqst-to-date   TO rh-high-date
           END-IF.
           MOVE ws-unused-days TO rh-unused-days.
           WRITE ar-rpt-line FROM ws-ar-heading-2.
           PERFORM 7510-load-authority THRU 7510-exit.
           PERFORM 7530-scan-audit-trail THRU 7530-exit.
           PERFORM 7600-operator-section THRU 7600-exit.
           PERFORM 7700-activity-section THRU 7700-exit.
           CLOSE sec-file.
           MOVE SPACES TO ar-rpt-line.
           WRITE ar-rpt-line.
           MOVE "Y" TO ws-served-switch.
       7500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7510 - hold the function authority file whole - with no file
      * every program falls back to its own built-in default, which
      * the review says once rather than print empty function lists.
      *----------------------------------------------------------------
       7510-load-authority.
           MOVE "N" TO ws-auth-ok-switch.
           OPEN INPUT auth-file.
           IF ws-auth-status NOT = "00"
               GO TO 7510-exit
           END-IF.
           MOVE "Y"    TO ws-auth-ok-switch.
           MOVE "N"    TO ws-input-eof-switch.
           MOVE SPACES TO auth-function-id.
           START auth-file KEY NOT < auth-function-id
               INVALID KEY
                   MOVE "Y" TO ws-input-eof-switch
           END-START.
           PERFORM 7520-load-function THRU 7520-exit
               UNTIL ws-input-eof.
           CLOSE auth-file.
       7510-exit.
           EXIT.

       7520-load-function.
           READ auth-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-input-eof-switch
                   GO TO 7520-exit
           END-READ.
           IF ws-auth-count = 60
               GO TO 7520-exit
           END-IF.
           ADD 1 TO ws-auth-count.
           MOVE auth-function-id    TO at-function-id (ws-auth-count).
           MOVE auth-allowed-levels TO at-levels (ws-auth-count).
       7520-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7530 - one pass of the audit trail - every sign-on (the
      * menu's START record under the signed-on id) moves that id's
      * last sign-on on, and inside the request's range every DENY,
      * lockout and security maintenance record counts against the
      * id that made it.
      *----------------------------------------------------------------
       7530-scan-audit-trail.
           OPEN INPUT log-file.
           IF ws-log-status NOT = "00"
               GO TO 7530-exit
           END-IF.
           MOVE "N" TO ws-input-eof-switch.
           PERFORM 7540-sift-log-record THRU 7540-exit
               UNTIL ws-input-eof.
           CLOSE log-file.
       7530-exit.
           EXIT.

       7540-sift-log-record.
           READ log-file
               AT END
                   MOVE "Y" TO ws-input-eof-switch
                   GO TO 7540-exit
           END-READ.
           IF log-operator-id = SPACES
               GO TO 7540-exit
           END-IF.
           IF log-event-start AND log-program-id = "hello"
               MOVE log-operator-id TO ws-look-id
               PERFORM 7550-post-operator THRU 7550-exit
               IF ws-opr-found
               AND log-event-date > ot-last-signon (ws-opr-hit)
                   MOVE log-event-date TO ot-last-signon (ws-opr-hit)
               END-IF
               GO TO 7540-exit
           END-IF.
           IF log-event-date < ws-low-date
           OR log-event-date > ws-high-date
               GO TO 7540-exit
           END-IF.
           IF log-status-denied
               MOVE log-operator-id TO ws-look-id
               PERFORM 7550-post-operator THRU 7550-exit
               IF ws-opr-found
                   ADD 1 TO ot-deny-count (ws-opr-hit)
               END-IF
               GO TO 7540-exit
           END-IF.
           IF log-event-maint AND log-program-id = "hello"
           AND log-detail = "LOCKOUT"
               MOVE log-operator-id TO ws-look-id
               PERFORM 7550-post-operator THRU 7550-exit
               IF ws-opr-found
                   ADD 1 TO ot-lockout-count (ws-opr-hit)
               END-IF
               GO TO 7540-exit
           END-IF.
           IF log-event-maint AND log-program-id = "hello02"
           AND log-status-clean
               MOVE log-operator-id TO ws-look-id
               PERFORM 7550-post-operator THRU 7550-exit
               IF ws-opr-found
                   ADD 1 TO ot-maint-count (ws-opr-hit)
               END-IF
           END-IF.
       7540-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7550 - find the id's entry, or make it one in id order - a
      * full table leaves the id out and counts the record dropped,
      * which the review owns up to at its foot.
      *----------------------------------------------------------------
       7550-post-operator.
           PERFORM 7560-find-operator THRU 7560-exit.
           IF ws-opr-found
               GO TO 7550-exit
           END-IF.
           IF ws-opr-count = 500
               ADD 1 TO ws-opr-dropped
               GO TO 7550-exit
           END-IF.
           PERFORM 7555-shift-entry THRU 7555-exit
               VARYING ws-opr-from FROM ws-opr-count BY -1
               UNTIL ws-opr-from < ws-opr-hit.
           MOVE ws-look-id TO ot-operator-id (ws-opr-hit).
           MOVE SPACES     TO ot-last-signon (ws-opr-hit).
           MOVE 0          TO ot-deny-count (ws-opr-hit).
           MOVE 0          TO ot-lockout-count (ws-opr-hit).
           MOVE 0          TO ot-maint-count (ws-opr-hit).
           ADD 1 TO ws-opr-count.
           MOVE "Y" TO ws-opr-found-switch.
       7550-exit.
           EXIT.

       7555-shift-entry.
           MOVE ws-opr-entry (ws-opr-from)
                                 TO ws-opr-entry (ws-opr-from + 1).
       7555-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7560 - look the id up - found, the hit is its entry - not
      * found, the hit is where it belongs in id order.
      *----------------------------------------------------------------
       7560-find-operator.
           MOVE "N" TO ws-opr-found-switch.
           MOVE "N" TO ws-scan-stop-switch.
           COMPUTE ws-opr-hit = ws-opr-count + 1.
           PERFORM 7565-compare-entry THRU 7565-exit
               VARYING ws-opr-sub FROM 1 BY 1
               UNTIL ws-opr-sub > ws-opr-count
                  OR ws-scan-stopped.
       7560-exit.
           EXIT.

       7565-compare-entry.
           IF ot-operator-id (ws-opr-sub) < ws-look-id
               GO TO 7565-exit
           END-IF.
           MOVE "Y"        TO ws-scan-stop-switch.
           MOVE ws-opr-sub TO ws-opr-hit.
           IF ot-operator-id (ws-opr-sub) = ws-look-id
               MOVE "Y" TO ws-opr-found-switch
           END-IF.
       7565-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7600 - section 1 - every operator on the security file in id
      * order, each followed by the functions their level reaches.
      *----------------------------------------------------------------
       7600-operator-section.
           MOVE SPACES TO ar-rpt-line.
           WRITE ar-rpt-line.
           WRITE ar-rpt-line FROM ws-ar-section-1-title.
           IF NOT ws-auth-ok
               WRITE ar-rpt-line FROM ws-ar-no-auth-line
           END-IF.
           MOVE SPACES TO ar-rpt-line.
           WRITE ar-rpt-line.
           WRITE ar-rpt-line FROM ws-ar-section-1-heading.
           MOVE "N"    TO ws-input-eof-switch.
           MOVE SPACES TO sec-operator-id.
           START sec-file KEY NOT < sec-operator-id
               INVALID KEY
                   MOVE "Y" TO ws-input-eof-switch
           END-START.
           PERFORM 7610-review-operator THRU 7610-exit
               UNTIL ws-input-eof.
           MOVE ws-listed-count  TO st-listed.
           MOVE ws-admin-count   TO st-admin.
           MOVE ws-locked-count  TO st-locked.
           MOVE ws-expired-count TO st-expired.
           MOVE ws-unused-count  TO st-unused.
           MOVE SPACES TO ar-rpt-line.
           WRITE ar-rpt-line.
           WRITE ar-rpt-line FROM ws-ar-section-1-totals.
       7600-exit.
           EXIT.

       7610-review-operator.
           READ sec-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-input-eof-switch
                   GO TO 7610-exit
           END-READ.
           MOVE SPACES            TO ws-ar-operator-line.
           MOVE sec-operator-id   TO ol-operator.
           MOVE sec-operator-name TO ol-name.
           EVALUATE TRUE
               WHEN sec-auth-admin
                   MOVE "ADMIN   " TO ol-level
                   MOVE "*ADMIN"   TO ol-flag-admin
                   ADD 1 TO ws-admin-count
               WHEN sec-auth-operator
                   MOVE "OPERATOR" TO ol-level
               WHEN sec-auth-inquiry
                   MOVE "INQUIRY " TO ol-level
               WHEN OTHER
                   MOVE "UNKNOWN " TO ol-level
           END-EVALUATE.
           IF sec-locked
               MOVE "LOCKED"  TO ol-lock
               MOVE "*LOCKED" TO ol-flag-locked
               ADD 1 TO ws-locked-count
           ELSE
               MOVE "OPEN  "  TO ol-lock
           END-IF.
           PERFORM 7620-judge-password THRU 7620-exit.
           IF ws-pw-expired
               MOVE "*PWEXPRD" TO ol-flag-expired
               ADD 1 TO ws-expired-count
           END-IF.
           PERFORM 7630-judge-last-signon THRU 7630-exit.
           IF ws-id-unused
               MOVE "*UNUSED" TO ol-flag-unused
               ADD 1 TO ws-unused-count
           END-IF.
           ADD 1 TO ws-listed-count.
           WRITE ar-rpt-line FROM ws-ar-operator-line.
           IF ws-auth-ok
               PERFORM 7640-list-functions THRU 7640-exit
           END-IF.
       7610-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7620 - password age in days since it was last changed, and
      * whether it has aged out - the same rule sign-on enforces - an
      * interval of zero never expires, a blank changed date under a
      * live interval is already expired.
      *----------------------------------------------------------------
       7620-judge-password.
           MOVE "N" TO ws-pw-expired-switch.
           IF sec-pw-expiry-days NOT NUMERIC
           OR sec-pw-expiry-days = ZERO
               MOVE "NEVER" TO ol-expiry
           ELSE
               MOVE sec-pw-expiry-days TO ws-expiry-edit
               MOVE ws-expiry-edit     TO ol-expiry
           END-IF.
           IF sec-pw-changed-date NOT NUMERIC
               MOVE "NONE    " TO ol-pw-changed
               MOVE "  -  "    TO ol-pw-age
               IF sec-pw-expiry-days NUMERIC
               AND sec-pw-expiry-days NOT = ZERO
                   MOVE "Y" TO ws-pw-expired-switch
               END-IF
               GO TO 7620-exit
           END-IF.
           MOVE sec-pw-changed-date TO ol-pw-changed.
           MOVE sec-pw-changed-date TO ws-dcv-date.
           PERFORM 8800-date-to-serial THRU 8800-exit.
           COMPUTE ws-age-days = ws-today-serial - ws-dcv-serial.
           IF ws-age-days < 0
               MOVE 0 TO ws-age-days
           END-IF.
           MOVE ws-age-days    TO ws-days-edit.
           MOVE ws-days-edit   TO ol-pw-age.
           IF sec-pw-expiry-days NUMERIC
           AND sec-pw-expiry-days NOT = ZERO
           AND ws-age-days NOT < sec-pw-expiry-days
               MOVE "Y" TO ws-pw-expired-switch
           END-IF.
       7620-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7630 - the last sign-on the audit trail holds - none at all,
      * or none for more than the unused days, and the id is unused.
      *----------------------------------------------------------------
       7630-judge-last-signon.
           MOVE "N" TO ws-unused-switch.
           MOVE sec-operator-id TO ws-look-id.
           PERFORM 7560-find-operator THRU 7560-exit.
           IF NOT ws-opr-found
           OR ot-last-signon (ws-opr-hit) = SPACES
               MOVE "NEVER   " TO ol-last-signon
               MOVE "Y"        TO ws-unused-switch
               GO TO 7630-exit
           END-IF.
           MOVE ot-last-signon (ws-opr-hit) TO ol-last-signon.
           MOVE ot-last-signon (ws-opr-hit) TO ws-dcv-date.
           PERFORM 8800-date-to-serial THRU 8800-exit.
           COMPUTE ws-age-days = ws-today-serial - ws-dcv-serial.
           IF ws-age-days > ws-unused-days
               MOVE "Y" TO ws-unused-switch
           END-IF.
       7630-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7640 - every function whose allowed levels take in the
      * operator's level, eight to a line.
      *----------------------------------------------------------------
       7640-list-functions.
           MOVE SPACES TO ws-ar-function-line.
           MOVE "          FUNCTIONS: " TO fl-caption.
           MOVE 0 TO ws-fn-slot.
           MOVE 0 TO ws-fn-listed.
           IF sec-auth-level NOT = SPACE
               PERFORM 7645-test-function THRU 7645-exit
                   VARYING ws-auth-sub FROM 1 BY 1
                   UNTIL ws-auth-sub > ws-auth-count
           END-IF.
           IF ws-fn-slot > 0
               WRITE ar-rpt-line FROM ws-ar-function-line
           END-IF.
           IF ws-fn-listed = 0
               MOVE "NONE"  TO fl-function-id (1)
               WRITE ar-rpt-line FROM ws-ar-function-line
           END-IF.
       7640-exit.
           EXIT.

       7645-test-function.
           IF sec-auth-level NOT = at-levels (ws-auth-sub) (1:1)
           AND sec-auth-level NOT = at-levels (ws-auth-sub) (2:1)
           AND sec-auth-level NOT = at-levels (ws-auth-sub) (3:1)
               GO TO 7645-exit
           END-IF.
           ADD 1 TO ws-fn-slot.
           ADD 1 TO ws-fn-listed.
           MOVE at-function-id (ws-auth-sub)
                                 TO fl-function-id (ws-fn-slot).
           IF ws-fn-slot = 8
               WRITE ar-rpt-line FROM ws-ar-function-line
               MOVE SPACES TO ws-ar-function-line
               MOVE 0 TO ws-fn-slot
           END-IF.
       7645-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7700 - section 2 - the range's denials, lockouts and
      * security maintenance by operator id - ids no longer on the
      * security file are listed all the same.
      *----------------------------------------------------------------
       7700-activity-section.
           MOVE SPACES TO ar-rpt-line.
           WRITE ar-rpt-line.
           WRITE ar-rpt-line FROM ws-ar-section-2-title.
           MOVE SPACES TO ar-rpt-line.
           WRITE ar-rpt-line.
           WRITE ar-rpt-line FROM ws-ar-section-2-heading.
           PERFORM 7710-print-activity THRU 7710-exit
               VARYING ws-opr-sub FROM 1 BY 1
               UNTIL ws-opr-sub > ws-opr-count.
           MOVE SPACES           TO ws-ar-activity-line.
           MOVE "TOTALS"         TO vl-operator.
           MOVE ws-deny-total    TO vl-deny.
           MOVE ws-lockout-total TO vl-lockout.
           MOVE ws-maint-total   TO vl-maint.
           MOVE SPACES TO ar-rpt-line.
           WRITE ar-rpt-line.
           WRITE ar-rpt-line FROM ws-ar-activity-line.
           IF ws-opr-dropped > 0
               MOVE "**AUDIT RECORDS LEFT OUT - OPERATOR TABLE FULL**"
                                          TO nl-caption
               MOVE ws-opr-dropped        TO nl-count
               WRITE ar-rpt-line FROM ws-ar-note-line
           END-IF.
       7700-exit.
           EXIT.

       7710-print-activity.
           IF ot-deny-count (ws-opr-sub) = 0
           AND ot-lockout-count (ws-opr-sub) = 0
           AND ot-maint-count (ws-opr-sub) = 0
               GO TO 7710-exit
           END-IF.
           MOVE SPACES TO ws-ar-activity-line.
           MOVE ot-operator-id (ws-opr-sub) TO vl-operator.
           MOVE ot-operator-id (ws-opr-sub) TO sec-operator-id.
           READ sec-file
               INVALID KEY
                   MOVE "NOT ON SECURITY FILE" TO vl-name
               NOT INVALID KEY
                   MOVE sec-operator-name      TO vl-name
           END-READ.
           MOVE ot-deny-count (ws-opr-sub)    TO vl-deny.
           MOVE ot-lockout-count (ws-opr-sub) TO vl-lockout.
           MOVE ot-maint-count (ws-opr-sub)   TO vl-maint.
           ADD ot-deny-count (ws-opr-sub)     TO ws-deny-total.
           ADD ot-lockout-count (ws-opr-sub)  TO ws-lockout-total.
           ADD ot-maint-count (ws-opr-sub)    TO ws-maint-total.
           WRITE ar-rpt-line FROM ws-ar-activity-line.
       7710-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8800 - yyyymmdd to a serial day number so two dates subtract
      * to days between - the usual integer arithmetic, good across
           IF ws-act-rpt-open
               CLOSE act-rpt-file
           END-IF.
           IF ws-tb-rpt-open
               CLOSE tb-rpt-file
           END-IF.
           IF ws-ar-rpt-open
               CLOSE ar-rpt-file
           END-IF.
           DISPLAY "HELLORPQ - REQUESTS SERVED: " ws-served-count
                   " FAILED: " ws-failed-count.
       9000-exit.
