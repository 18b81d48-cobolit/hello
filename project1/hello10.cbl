       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hello10.
      * menu option R - transaction reversal - undoes an item that
      * posted in error by raising the exact opposite entry, instead
      * of somebody keying an offsetting CR or DR by hand that
      * nothing ties back to the original.
      * the supervisor keys the account, posting date and posting
      * sequence shown on the inquiry drill-down, the posted item is
      * read off the history file HELLOHST (see histrec.cpy) and
      * shown, and only a confirmed Y raises the reversal.
      * the reversal goes to HELLOTXN as a batch of its own - one
      * detail carrying the opposite code (DR for a CR, CR for a DR,
      * and for a transfer a TR back from the account credited to
      * the account debited) plus a balancing trailer - flagged as a
      * reversal with the original's date and sequence so the
      * posting run links the two when it applies it.
      * the original is marked at once with the reversal's batch and
      * date, so a second reversal of the same item is refused even
      * before the first has posted - an item already reversed, a
      * reversal awaiting posting or an item that is itself a
      * reversal cannot be reversed - both legs of a transfer are
      * marked together and a transfer whose other leg cannot be
      * found is refused.
      * restricted by the REVERSAL entry in the function authority
      * file, defaulting to admin level only - the suite's
      * supervisors - anyone else is turned away and the attempt is
      * logged with DENY status.
      * every reversal raised writes a MAINT record to the audit
      * trail carrying the original's posting date and sequence.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT hist-file ASSIGN "HELLOHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hist-key
               FILE STATUS IS ws-hist-status.
           SELECT txn-file ASSIGN "HELLOTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-txn-status.
           SELECT auth-file ASSIGN "HELLOAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS auth-function-id
               FILE STATUS IS ws-auth-status.
           SELECT log-file ASSIGN "HELLOLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-log-status.
           SELECT dat-file ASSIGN "HELLODAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dat-status.
       DATA DIVISION.
       FILE SECTION.
       FD  hist-file.
       COPY histrec.
       FD  txn-file.
       COPY txnrec.
       FD  auth-file.
       COPY authrec.
       FD  log-file.
       COPY logrec.
       FD  dat-file.
       COPY datrec.
       WORKING-STORAGE SECTION.
       COPY scrhdr.
       77  ws-hist-status             pic x(02).
       77  ws-txn-status              pic x(02).
       77  ws-auth-status             pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-allowed-levels          pic x(03).
       77  ws-authorized-switch       pic x.
           88  ws-authorized              value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
       77  ws-reversal-done-switch    pic x.
           88  ws-reversal-done           value "Y".
       77  ws-files-ok-switch         pic x.
           88  ws-files-ok                value "Y".
       77  ws-item-found-switch       pic x.
           88  ws-item-found              value "Y".
       77  ws-reversible-switch       pic x.
           88  ws-reversible              value "Y".
       77  ws-date-ok-switch          pic x.
           88  ws-date-ok                 value "Y".
       77  ws-txn-eof-switch          pic x.
           88  ws-txn-eof                 value "Y".
       77  ws-batch-number            pic 9(04).
       77  ws-item-rev-date           pic 9(08).
       77  ws-partner-account         pic 9(08).
       77  ws-rev-code                pic x(02).
       77  ws-rev-from-account        pic 9(08).
       77  ws-rev-to-account          pic 9(08).
       77  ws-rev-amount              pic 9(07)v99.
       77  ws-rev-reference           pic x(12).
       77  ws-link-date               pic 9(08).
       77  ws-confirm                 pic x.
       77  ws-reply                   pic x.
       01  ws-account-entry.
           05  ws-account-in          pic x(08).
           05  ws-account-num REDEFINES ws-account-in
                                      pic 9(08).
       01  ws-date-entry.
           05  ws-date-in             pic x(08).
           05  ws-date-num REDEFINES ws-date-in
                                      pic 9(08).
       01  ws-seq-entry.
           05  ws-seq-in              pic x(05).
           05  ws-seq-num REDEFINES ws-seq-in
                                      pic 9(05).
       01  ws-cand-date.
           05  ws-cand-yy             pic 9(04).
           05  ws-cand-mm             pic 9(02).
           05  ws-cand-dd             pic 9(02).
       77  ws-month-days              pic 9(02).
       77  ws-leap-rem                pic 9(04).
       77  ws-zel-quot                pic 9(07) comp.
       01  ws-item-display.
           05  ws-disp-amount         pic z,zzz,zz9.99.
           05  ws-disp-state          pic x(30).
       01  ws-log-detail.
           05  ld-post-date           pic x(08).
           05  filler                 pic x(01) value space.
           05  ld-seq                 pic 9(05).
       LINKAGE SECTION.
       01  lk-operator-id             pic x(08).
       01  lk-auth-level              pic x(01).
       PROCEDURE DIVISION USING lk-operator-id lk-auth-level.
       main.
           PERFORM 1000-initialize THRU 1000-exit.
           PERFORM 1050-check-authority THRU 1050-exit.
           IF NOT ws-authorized
               PERFORM 8000-not-authorized THRU 8000-exit
               PERFORM 9600-close-files THRU 9600-exit
               GOBACK
           END-IF.
           IF NOT ws-files-ok
               PERFORM 8100-no-history THRU 8100-exit
               PERFORM 9600-close-files THRU 9600-exit
               GOBACK
           END-IF.
           PERFORM 2000-reversal-cycle THRU 2000-exit
               UNTIL ws-reversal-done.
           PERFORM 9600-close-files THRU 9600-exit.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock and terminal, open the history file for
      * update and the audit log - no history file means nothing has
      * ever posted and there is nothing to reverse.
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
           MOVE "N" TO ws-reversal-done-switch.
           MOVE "Y" TO ws-files-ok-switch.
           OPEN I-O hist-file.
           IF ws-hist-status NOT = "00"
               MOVE "N" TO ws-files-ok-switch
           END-IF.
           OPEN EXTEND log-file.
           IF ws-log-status = "35"
               OPEN OUTPUT log-file
           END-IF.
       1000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1005 - the official processing date off HELLODAT overrides
      * the clock date - a missing or unreadable control file leaves
      * the clock date standing - the reversal batch is stamped with
      * the processing day so posting accepts it.
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
      * 1050 - stand our own guard - look up the REVERSAL function
      * in the authority file the same way the menu does - the
      * fallback when the file or record is missing is admin only.
      *----------------------------------------------------------------
       1050-check-authority.
           MOVE "A  " TO ws-allowed-levels.
           OPEN INPUT auth-file.
           IF ws-auth-status = "00"
               MOVE "REVERSAL" TO auth-function-id
               READ auth-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE auth-allowed-levels TO ws-allowed-levels
               END-READ
               CLOSE auth-file
           END-IF.
           IF lk-auth-level = ws-allowed-levels (1:1)
           OR lk-auth-level = ws-allowed-levels (2:1)
           OR lk-auth-level = ws-allowed-levels (3:1)
               MOVE "Y" TO ws-authorized-switch
           ELSE
               MOVE "N" TO ws-authorized-switch
           END-IF.
       1050-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2000 - one reversal - key the item, show it, refuse it if it
      * cannot be reversed, otherwise ask for confirmation and raise
      * the reversal - a blank account returns to the menu.
      *----------------------------------------------------------------
       2000-reversal-cycle.
           PERFORM 2010-display-reversal-screen THRU 2010-exit.
           PERFORM 2100-find-item THRU 2100-exit.
           IF ws-reversal-done OR NOT ws-item-found
               GO TO 2000-exit
           END-IF.
           PERFORM 2200-show-item THRU 2200-exit.
           PERFORM 2300-check-reversible THRU 2300-exit.
           IF NOT ws-reversible
               GO TO 2000-exit
           END-IF.
           DISPLAY "REVERSE THIS ITEM (Y/N):"
                                           LINE 18 COL 10.
           MOVE SPACE TO ws-confirm.
           ACCEPT ws-confirm               LINE 18 COL 42.
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "REVERSAL NOT CONFIRMED - NOTHING RAISED  "
                                           LINE 22 COL 10
               GO TO 2000-exit
           END-IF.
           PERFORM 3000-raise-reversal THRU 3000-exit.
       2000-exit.
           EXIT.

       2010-display-reversal-screen.
           MOVE "hello10"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "TRANSACTION REVERSAL"  LINE 3  COL 20.
           DISPLAY "ACCOUNT NUMBER (BLANK TO EXIT):"
                                           LINE 6  COL 10.
           DISPLAY "POSTING DATE (YYYYMMDD):"
                                           LINE 7  COL 10.
           DISPLAY "POSTING SEQUENCE:"     LINE 8  COL 10.
           DISPLAY scr-footer-text         LINE 24 COL 10.
       2010-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2100 - the three parts of the history key - account, the
      * real posting date (turned into its nines complement for the
      * read) and the posting sequence - then read the item.
      *----------------------------------------------------------------
       2100-find-item.
           MOVE "N" TO ws-item-found-switch.
           MOVE SPACES TO ws-account-in.
           ACCEPT ws-account-in            LINE 6  COL 42.
           IF ws-account-in = SPACES
               MOVE "Y" TO ws-reversal-done-switch
               GO TO 2100-exit
           END-IF.
           IF ws-account-in NOT NUMERIC OR ws-account-num = ZERO
               DISPLAY "ACCOUNT MUST BE NUMERIC AND NOT ZERO     "
                                           LINE 22 COL 10
               GO TO 2100-exit
           END-IF.
           MOVE SPACES TO ws-date-in.
           ACCEPT ws-date-in               LINE 7  COL 42.
           PERFORM 2500-validate-date THRU 2500-exit.
           IF NOT ws-date-ok
               GO TO 2100-exit
           END-IF.
           MOVE SPACES TO ws-seq-in.
           ACCEPT ws-seq-in                LINE 8  COL 42.
           IF ws-seq-in NOT NUMERIC OR ws-seq-num = ZERO
               DISPLAY "SEQUENCE MUST BE NUMERIC AND NOT ZERO    "
                                           LINE 22 COL 10
               GO TO 2100-exit
           END-IF.
           COMPUTE ws-item-rev-date = 99999999 - ws-date-num.
           MOVE ws-account-num   TO hist-account.
           MOVE ws-item-rev-date TO hist-rev-date.
           MOVE ws-seq-num       TO hist-seq.
           READ hist-file
               INVALID KEY
                   DISPLAY "NO POSTED ITEM WITH THAT KEY             "
                                           LINE 22 COL 10
                   GO TO 2100-exit
           END-READ.
           MOVE "Y" TO ws-item-found-switch.
       2100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2200 - show the posted item and where it stands - plain,
      * one leg of a transfer, awaiting a reversal, reversed, or a
      * reversal itself.
      *----------------------------------------------------------------
       2200-show-item.
           MOVE hist-amount TO ws-disp-amount.
           MOVE SPACES      TO ws-disp-state.
           EVALUATE TRUE
               WHEN hist-xref-transfer AND hist-code = "DR"
                   STRING "TRANSFER TO " hist-contra-account
                       DELIMITED BY SIZE INTO ws-disp-state
               WHEN hist-xref-transfer
                   STRING "TRANSFER FROM " hist-contra-account
                       DELIMITED BY SIZE INTO ws-disp-state
               WHEN hist-xref-pending
                   STRING "REVERSAL PENDING BATCH " hist-pend-batch
                       DELIMITED BY SIZE INTO ws-disp-state
               WHEN hist-xref-reversed
                   COMPUTE ws-link-date =
                       99999999 - hist-link-rev-date
                   STRING "REVERSED BY " ws-link-date "/"
                          hist-link-seq
                       DELIMITED BY SIZE INTO ws-disp-state
               WHEN hist-xref-reversal
                   COMPUTE ws-link-date =
                       99999999 - hist-link-rev-date
                   STRING "REVERSAL OF " ws-link-date "/"
                          hist-link-seq
                       DELIMITED BY SIZE INTO ws-disp-state
               WHEN OTHER
                   MOVE "POSTED" TO ws-disp-state
           END-EVALUATE.
           DISPLAY "CODE:"                 LINE 10 COL 10.
           DISPLAY hist-code               LINE 10 COL 30.
           DISPLAY "AMOUNT:"               LINE 11 COL 10.
           DISPLAY ws-disp-amount          LINE 11 COL 30.
           DISPLAY "REFERENCE:"            LINE 12 COL 10.
           DISPLAY hist-reference          LINE 12 COL 30.
           DISPLAY "BATCH:"                LINE 13 COL 10.
           DISPLAY hist-batch              LINE 13 COL 30.
           DISPLAY "KEYED BY:"             LINE 14 COL 10.
           DISPLAY hist-entry-operator     LINE 14 COL 30.
           DISPLAY "STATE:"                LINE 15 COL 10.
           DISPLAY ws-disp-state           LINE 15 COL 30.
       2200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2300 - can this item be reversed - not if it already has
      * been, has a reversal waiting, or is a reversal itself - a
      * transfer leg also needs its other leg found in the same
      * state, because the pair is reversed as a pair - sets up the
      * reversing entry for 3000 as it goes.
      *----------------------------------------------------------------
       2300-check-reversible.
           MOVE "N" TO ws-reversible-switch.
           IF hist-xref-reversed
               DISPLAY "ITEM ALREADY REVERSED - REFUSED          "
                                           LINE 22 COL 10
               GO TO 2300-exit
           END-IF.
           IF hist-xref-pending
               DISPLAY "REVERSAL ALREADY AWAITING POSTING        "
                                           LINE 22 COL 10
               GO TO 2300-exit
           END-IF.
           IF hist-xref-reversal
               DISPLAY "ITEM IS ITSELF A REVERSAL - REFUSED      "
                                           LINE 22 COL 10
               GO TO 2300-exit
           END-IF.
           MOVE hist-amount    TO ws-rev-amount.
           MOVE SPACES         TO ws-rev-reference.
           STRING "REV " hist-reference DELIMITED BY SIZE
               INTO ws-rev-reference.
           MOVE 0              TO ws-partner-account.
           IF NOT hist-xref-transfer
               MOVE hist-account TO ws-rev-from-account
               MOVE 0            TO ws-rev-to-account
               IF hist-code = "DR"
                   MOVE "CR" TO ws-rev-code
               ELSE
                   MOVE "DR" TO ws-rev-code
               END-IF
               MOVE "Y" TO ws-reversible-switch
               GO TO 2300-exit
           END-IF.
           MOVE "TR"                TO ws-rev-code.
           MOVE hist-contra-account TO ws-partner-account.
           IF hist-code = "DR"
               MOVE hist-contra-account TO ws-rev-from-account
               MOVE hist-account        TO ws-rev-to-account
           ELSE
               MOVE hist-account        TO ws-rev-from-account
               MOVE hist-contra-account TO ws-rev-to-account
           END-IF.
           MOVE ws-partner-account TO hist-account.
           READ hist-file
               INVALID KEY
                   DISPLAY "OTHER LEG OF TRANSFER NOT FOUND - REFUSED"
                                           LINE 22 COL 10
                   GO TO 2300-exit
           END-READ.
           IF NOT hist-xref-transfer
               DISPLAY "OTHER LEG OF TRANSFER ALREADY WORKED     "
                                           LINE 22 COL 10
               GO TO 2300-exit
           END-IF.
           MOVE "Y" TO ws-reversible-switch.
       2300-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2500 - a keyed date must be a real calendar date - numeric,
      * a real month, and a real day of that month with leap years
      * honored.
      *----------------------------------------------------------------
       2500-validate-date.
           MOVE "N" TO ws-date-ok-switch.
           IF ws-date-in NOT NUMERIC
               DISPLAY "DATE MUST BE NUMERIC YYYYMMDD            "
                                           LINE 22 COL 10
               GO TO 2500-exit
           END-IF.
           MOVE ws-date-in TO ws-cand-date.
           IF ws-cand-mm < 1 OR ws-cand-mm > 12
               DISPLAY "MONTH MUST BE 01 THROUGH 12              "
                                           LINE 22 COL 10
               GO TO 2500-exit
           END-IF.
           PERFORM 8750-set-month-days THRU 8750-exit.
           IF ws-cand-dd < 1 OR ws-cand-dd > ws-month-days
               DISPLAY "DAY NOT VALID FOR THAT MONTH             "
                                           LINE 22 COL 10
               GO TO 2500-exit
           END-IF.
           MOVE "Y" TO ws-date-ok-switch.
       2500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - raise the reversal - work out the batch number, make
      * sure HELLOTXN will take the batch, mark the original (both
      * legs of a transfer) as awaiting this reversal, then write the
      * reversing detail and its trailer and log it - the original is
      * marked before the batch goes out so a second reversal is
      * refused from this moment on.
      *----------------------------------------------------------------
       3000-raise-reversal.
           PERFORM 3100-next-batch-number THRU 3100-exit.
           OPEN EXTEND txn-file.
           IF ws-txn-status = "35"
               OPEN OUTPUT txn-file
           END-IF.
           IF ws-txn-status NOT = "00"
               DISPLAY "REVERSAL FAILED - TXN FILE STATUS "
                                           LINE 22 COL 10
               DISPLAY ws-txn-status       LINE 22 COL 45
               GO TO 3000-exit
           END-IF.
           MOVE ws-account-num TO hist-account.
           PERFORM 3200-mark-pending THRU 3200-exit.
           IF ws-partner-account NOT = 0
               MOVE ws-partner-account TO hist-account
               PERFORM 3200-mark-pending THRU 3200-exit
           END-IF.
           PERFORM 3300-write-reversal THRU 3300-exit.
           CLOSE txn-file.
           PERFORM 7000-log-reversal THRU 7000-exit.
           DISPLAY "REVERSAL RAISED AS BATCH "
                                           LINE 22 COL 10.
           DISPLAY ws-batch-number         LINE 22 COL 35.
           DISPLAY "                    " LINE 22 COL 39.
       3000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3100 - next batch number the same way the entry screen works
      * it out - count the trailers already on HELLOTXN.
      *----------------------------------------------------------------
       3100-next-batch-number.
           MOVE 1   TO ws-batch-number.
           MOVE "N" TO ws-txn-eof-switch.
           OPEN INPUT txn-file.
           IF ws-txn-status NOT = "00"
               GO TO 3100-exit
           END-IF.
           PERFORM 3110-count-trailer THRU 3110-exit
               UNTIL ws-txn-eof.
           CLOSE txn-file.
       3100-exit.
           EXIT.

       3110-count-trailer.
           READ txn-file
               AT END
                   MOVE "Y" TO ws-txn-eof-switch
               NOT AT END
                   IF txn-type-trailer
                       ADD 1 TO ws-batch-number
                   END-IF
           END-READ.
       3110-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3200 - mark one original item as awaiting the reversal just
      * raised - the account is set by the caller, date and sequence
      * are the keyed ones.
      *----------------------------------------------------------------
       3200-mark-pending.
           MOVE ws-item-rev-date TO hist-rev-date.
           MOVE ws-seq-num       TO hist-seq.
           READ hist-file
               INVALID KEY
                   GO TO 3200-exit
           END-READ.
           SET  hist-xref-pending TO TRUE.
           MOVE SPACES           TO hist-xref-data.
           MOVE ws-batch-number  TO hist-pend-batch.
           MOVE ws-current-date  TO hist-pend-date.
           REWRITE hist-record
               INVALID KEY
                   DISPLAY "ORIGINAL NOT MARKED - STATUS "
                                           LINE 21 COL 10
                   DISPLAY ws-hist-status  LINE 21 COL 40
           END-REWRITE.
       3200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3300 - the reversing detail and its balancing trailer - one
      * item, its amount, and the from-account as the hash, stamped
      * with the supervisor and the processing date.
      *----------------------------------------------------------------
       3300-write-reversal.
           MOVE SPACES TO txn-record.
           SET  txn-type-detail TO TRUE.
           MOVE ws-batch-number     TO txn-batch-number.
           MOVE ws-rev-from-account TO txn-account.
           MOVE ws-rev-code         TO txn-code.
           MOVE ws-rev-amount       TO txn-amount.
           MOVE ws-rev-reference    TO txn-reference.
           MOVE lk-operator-id      TO txn-entry-operator.
           MOVE ws-current-date     TO txn-entry-date.
           MOVE ws-rev-to-account   TO txn-to-account.
           SET  txn-is-reversal     TO TRUE.
           MOVE ws-date-num         TO txn-rev-of-date.
           MOVE ws-seq-num          TO txn-rev-of-seq.
           WRITE txn-record.
           MOVE SPACES TO txn-record.
           SET  txn-type-trailer TO TRUE.
           MOVE ws-batch-number     TO txn-batch-number.
           MOVE 1                   TO txn-trl-item-count.
           MOVE ws-rev-amount       TO txn-trl-amount-total.
           MOVE ws-rev-from-account TO txn-trl-hash-total.
           MOVE lk-operator-id      TO txn-entry-operator.
           MOVE ws-current-date     TO txn-entry-date.
           WRITE txn-record.
       3300-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7000 - audit trail - one MAINT record per reversal raised
      * carrying the original's posting date and sequence, which
      * between them name the posting uniquely.
      *----------------------------------------------------------------
       7000-log-reversal.
           ACCEPT ws-current-time FROM TIME.
           MOVE SPACES          TO log-record.
           MOVE "hello10"       TO log-program-id.
           MOVE lk-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-maint TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE "V"             TO log-key-pressed.
           MOVE "OK  "          TO log-return-status.
           MOVE lk-auth-level   TO log-auth-level.
           MOVE ws-date-in      TO ld-post-date.
           MOVE ws-seq-num      TO ld-seq.
           MOVE ws-log-detail   TO log-detail.
           WRITE log-record.
       7000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - turned away - tell the operator and leave a DENY
      * record on the audit trail so the poking shows up.
      *----------------------------------------------------------------
       8000-not-authorized.
           MOVE "hello10"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "NOT AUTHORIZED FOR REVERSALS"
                                           LINE 10 COL 15.
           MOVE SPACES          TO log-record.
           MOVE "hello10"       TO log-program-id.
           MOVE lk-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-maint TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE SPACE           TO log-key-pressed.
           MOVE "DENY"          TO log-return-status.
           MOVE lk-auth-level   TO log-auth-level.
           MOVE "ACCESS REFUSED" TO log-detail.
           WRITE log-record.
           DISPLAY scr-footer-text         LINE 24 COL 10.
           ACCEPT ws-reply                 LINE 24 COL 60.
       8000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8100 - the history file could not be opened - say so once
      * with the status and go back to the menu.
      *----------------------------------------------------------------
       8100-no-history.
           MOVE "hello10"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "POSTED HISTORY UNAVAILABLE - STATUS"
                                           LINE 10 COL 15.
           DISPLAY ws-hist-status          LINE 10 COL 52.
           DISPLAY scr-footer-text         LINE 24 COL 10.
           ACCEPT ws-reply                 LINE 24 COL 60.
       8100-exit.
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

       9600-close-files.
           CLOSE hist-file.
           CLOSE log-file.
       9600-exit.
           EXIT.
