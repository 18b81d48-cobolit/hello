       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hello11.
      * menu option A - batch approval - the second pair of eyes on
      * every batch keyed on the entry screen or brought in by the
      * branch import, which release their batches to HELLOTXN
      * pending approval (see txnrec.cpy) - posting holds a batch
      * until it is approved here.
      * lists the batches on HELLOTXN still pending, with who keyed
      * them and their trailer totals - the reviewer picks one, pages
      * through every item in it, and sees the trailer totals beside
      * the totals of the items actually on file before choosing to
      * approve it or send it back - only batches the reviewer may
      * decide take a place on the list, the ones they keyed and, for
      * an operator-level reviewer, the ones over the threshold are
      * only counted, so ten that are not theirs can never bar them
      * from the rest - an approved batch posts tonight,
      * a batch sent back stays held and its keyer releases a
      * corrected batch in its place.
      * the operator who keyed or imported a batch can never decide
      * it - the attempt is refused and logged - and a batch whose
      * amount total is over the threshold on the approval parm file
      * HELLOAPP (see apvparm.cpy) needs an admin-level approver - an
      * operator-level attempt is refused and logged the same way -
      * a batch whose items do not agree to its trailer cannot be
      * approved, only sent back.
      * every approval and send-back writes a MAINT record to the
      * audit trail naming the batch, refusals a DENY record.
      * restricted by the BATCHAPV entry in the function authority
      * file, defaulting to admin and operator levels - anyone else
      * is turned away and the attempt is logged with DENY status.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT txn-file ASSIGN "HELLOTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-txn-status.
           SELECT apv-parm-file ASSIGN "HELLOAPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-apv-parm-status.
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
       FD  txn-file.
       COPY txnrec.
       FD  apv-parm-file.
       COPY apvparm.
       FD  auth-file.
       COPY authrec.
       FD  log-file.
       COPY logrec.
       FD  dat-file.
       COPY datrec.
       WORKING-STORAGE SECTION.
       COPY scrhdr.
       77  ws-txn-status              pic x(02).
       77  ws-apv-parm-status         pic x(02).
       77  ws-auth-status             pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-allowed-levels          pic x(03).
       77  ws-authorized-switch       pic x.
           88  ws-authorized              value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
       77  ws-approval-done-switch    pic x.
           88  ws-approval-done           value "Y".
       77  ws-txn-eof-switch          pic x.
           88  ws-txn-eof                 value "Y".
       77  ws-more-pending-switch     pic x.
           88  ws-more-pending            value "Y".
       77  ws-totals-agree-switch     pic x.
           88  ws-totals-agree            value "Y".
       77  ws-review-quit-switch      pic x.
           88  ws-review-quit             value "Y".
       77  ws-threshold               pic 9(09)v99.
       77  ws-rec-count               pic 9(07).
       77  ws-batch-first-rec         pic 9(07).
       77  ws-pend-count              pic 9(02) comp.
       77  ws-other-count             pic 9(03) comp.
       77  ws-disp-other              pic zz9.
       77  ws-pend-sub                pic 9(02) comp.
       77  ws-page-line-count         pic 9(02) comp.
       77  ws-line-no                 pic 9(02) comp.
       77  ws-item-count              pic 9(05).
       77  ws-amount-total            pic 9(09)v99.
       77  ws-hash-total              pic 9(12).
       77  ws-new-state               pic x(01).
       77  ws-action                  pic x.
       77  ws-reply                   pic x.
       77  ws-blank-line              pic x(62) value spaces.
       01  ws-pick-entry.
           05  ws-pick-in             pic x(02).
           05  ws-pick-num REDEFINES ws-pick-in
                                      pic 9(02).
       01  ws-pend-table.
           05  ws-pend-entry OCCURS 10 TIMES.
               10  ws-pend-batch      pic 9(04).
               10  ws-pend-keyer      pic x(08).
               10  ws-pend-date       pic x(08).
               10  ws-pend-items      pic 9(05).
               10  ws-pend-amount     pic 9(09)v99.
               10  ws-pend-hash       pic 9(12).
               10  ws-pend-first-rec  pic 9(07).
               10  ws-pend-trl-rec    pic 9(07).
       01  ws-selected.
           05  ws-sel-batch           pic 9(04).
           05  ws-sel-keyer           pic x(08).
           05  ws-sel-date            pic x(08).
           05  ws-sel-items           pic 9(05).
           05  ws-sel-amount          pic 9(09)v99.
           05  ws-sel-hash            pic 9(12).
           05  ws-sel-first-rec       pic 9(07).
           05  ws-sel-trl-rec         pic 9(07).
       01  ws-disp-threshold          pic zzz,zzz,zz9.99.
       01  ws-pend-line.
           05  pl-number              pic z9.
           05  filler                 pic x(02) value spaces.
           05  pl-batch               pic 9(04).
           05  filler                 pic x(02) value spaces.
           05  pl-keyer               pic x(08).
           05  filler                 pic x(02) value spaces.
           05  pl-items               pic zzzz9.
           05  filler                 pic x(02) value spaces.
           05  pl-amount              pic zzz,zzz,zz9.99.
           05  filler                 pic x(02) value spaces.
           05  pl-level               pic x(05).
       01  ws-item-line.
           05  il-account             pic 9(08).
           05  filler                 pic x(02) value spaces.
           05  il-code                pic x(02).
           05  filler                 pic x(02) value spaces.
           05  il-amount              pic z,zzz,zz9.99.
           05  filler                 pic x(02) value spaces.
           05  il-reference           pic x(12).
           05  filler                 pic x(02) value spaces.
           05  il-to-account          pic x(08).
       01  ws-review-total-line.
           05  rt-caption             pic x(09).
           05  filler                 pic x(06) value "ITEMS ".
           05  rt-items               pic zzzz9.
           05  filler                 pic x(09) value "  AMOUNT ".
           05  rt-amount              pic zzz,zzz,zz9.99.
           05  filler                 pic x(07) value "  HASH ".
           05  rt-hash                pic z(11)9.
       01  ws-log-detail.
           05  ld-tag                 pic x(05).
           05  filler                 pic x(01) value space.
           05  ld-batch               pic 9(04).
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
           PERFORM 2000-approval-cycle THRU 2000-exit
               UNTIL ws-approval-done.
           PERFORM 9600-close-files THRU 9600-exit.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock and terminal, open the audit log and
      * pick up the admin approval threshold - no parm file means a
      * threshold of zero, every batch then wants an admin.
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
           MOVE "N" TO ws-approval-done-switch.
           MOVE 0   TO ws-threshold.
           OPEN INPUT apv-parm-file.
           IF ws-apv-parm-status = "00"
               READ apv-parm-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF apv-admin-threshold NUMERIC
                           MOVE apv-admin-threshold TO ws-threshold
                       END-IF
               END-READ
               CLOSE apv-parm-file
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
      * 1050 - stand our own guard - look up the BATCHAPV function
      * in the authority file the same way the menu does - the
      * fallback when the file or record is missing is admin and
      * operator levels.
      *----------------------------------------------------------------
       1050-check-authority.
           MOVE "AO " TO ws-allowed-levels.
           OPEN INPUT auth-file.
           IF ws-auth-status = "00"
               MOVE "BATCHAPV" TO auth-function-id
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
      * 2000 - one approval - list what is waiting, take the pick,
      * review the batch and take the decision - a blank pick, or
      * nothing waiting, returns to the menu.
      *----------------------------------------------------------------
       2000-approval-cycle.
           PERFORM 2100-load-pending THRU 2100-exit.
           PERFORM 2200-show-pending THRU 2200-exit.
           IF ws-pend-count = 0
               DISPLAY "NO BATCHES AWAITING APPROVAL             "
                                           LINE 22 COL 10
               ACCEPT ws-reply             LINE 24 COL 60
               MOVE "Y" TO ws-approval-done-switch
               GO TO 2000-exit
           END-IF.
           DISPLAY "LINE TO REVIEW (BLANK TO EXIT):"
                                           LINE 18 COL 10.
           MOVE SPACES TO ws-pick-in.
           ACCEPT ws-pick-in               LINE 18 COL 42.
           IF ws-pick-in = SPACES
               MOVE "Y" TO ws-approval-done-switch
               GO TO 2000-exit
           END-IF.
           IF ws-pick-in (2:1) = SPACE
               MOVE ws-pick-in (1:1) TO ws-pick-in (2:1)
               MOVE "0"              TO ws-pick-in (1:1)
           END-IF.
           IF ws-pick-in NOT NUMERIC
           OR ws-pick-num < 1 OR ws-pick-num > ws-pend-count
               DISPLAY "NOT A LISTED LINE NUMBER                 "
                                           LINE 22 COL 10
               GO TO 2000-exit
           END-IF.
           MOVE ws-pend-entry (ws-pick-num) TO ws-selected.
           PERFORM 3000-review-batch THRU 3000-exit.
           IF ws-review-quit
               GO TO 2000-exit
           END-IF.
           PERFORM 4000-take-decision THRU 4000-exit.
       2000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2100 - walk HELLOTXN for trailers still pending - the first
      * ten this reviewer may decide are kept with where their batch
      * starts and ends on the file, so the review and the update
      * find exactly that batch even where a system batch happens to
      * share its number - the reviewer's own batches, and for an
      * operator-level reviewer those over the threshold, are left
      * for another reviewer and only counted.
      *----------------------------------------------------------------
       2100-load-pending.
           MOVE 0   TO ws-pend-count.
           MOVE 0   TO ws-other-count.
           MOVE 0   TO ws-rec-count.
           MOVE 1   TO ws-batch-first-rec.
           MOVE "N" TO ws-more-pending-switch.
           MOVE "N" TO ws-txn-eof-switch.
           OPEN INPUT txn-file.
           IF ws-txn-status NOT = "00"
               GO TO 2100-exit
           END-IF.
           PERFORM 2110-note-pending-trailer THRU 2110-exit
               UNTIL ws-txn-eof.
           CLOSE txn-file.
       2100-exit.
           EXIT.

       2110-note-pending-trailer.
           READ txn-file
               AT END
                   MOVE "Y" TO ws-txn-eof-switch
                   GO TO 2110-exit
           END-READ.
           ADD 1 TO ws-rec-count.
           IF NOT txn-type-trailer
               GO TO 2110-exit
           END-IF.
           IF txn-trl-pending
           AND (txn-entry-operator = lk-operator-id
             OR (txn-trl-amount-total > ws-threshold
             AND lk-auth-level NOT = "A"))
               ADD 1 TO ws-other-count
               COMPUTE ws-batch-first-rec = ws-rec-count + 1
               GO TO 2110-exit
           END-IF.
           IF txn-trl-pending
               IF ws-pend-count = 10
                   MOVE "Y" TO ws-more-pending-switch
               ELSE
                   ADD 1 TO ws-pend-count
                   MOVE txn-batch-number
                       TO ws-pend-batch (ws-pend-count)
                   MOVE txn-entry-operator
                       TO ws-pend-keyer (ws-pend-count)
                   MOVE txn-entry-date
                       TO ws-pend-date (ws-pend-count)
                   MOVE txn-trl-item-count
                       TO ws-pend-items (ws-pend-count)
                   MOVE txn-trl-amount-total
                       TO ws-pend-amount (ws-pend-count)
                   MOVE txn-trl-hash-total
                       TO ws-pend-hash (ws-pend-count)
                   MOVE ws-batch-first-rec
                       TO ws-pend-first-rec (ws-pend-count)
                   MOVE ws-rec-count
                       TO ws-pend-trl-rec (ws-pend-count)
               END-IF
           END-IF.
           COMPUTE ws-batch-first-rec = ws-rec-count + 1.
       2110-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2200 - the waiting list - one numbered line per batch with
      * who keyed it, its trailer totals and the level of approver
      * it needs.
      *----------------------------------------------------------------
       2200-show-pending.
           PERFORM 2900-clear-body THRU 2900-exit.
           MOVE "hello11"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "BATCH APPROVAL"        LINE 3  COL 20.
           MOVE ws-threshold TO ws-disp-threshold.
           DISPLAY "ADMIN APPROVAL OVER:"  LINE 4  COL 10.
           DISPLAY ws-disp-threshold       LINE 4  COL 32.
           DISPLAY "NO  BTCH  KEYED BY  ITEMS          AMOUNT  LEVEL"
                                           LINE 5  COL 10.
           MOVE 0 TO ws-pend-sub.
           PERFORM 2210-show-pending-line THRU 2210-exit
               UNTIL ws-pend-sub = ws-pend-count.
           IF ws-more-pending
               DISPLAY "MORE BATCHES WAITING - DECIDE THESE FIRST"
                                           LINE 16 COL 10
           END-IF.
           IF ws-other-count > 0
               MOVE ws-other-count TO ws-disp-other
               DISPLAY "WAITING FOR ANOTHER REVIEWER:"
                                           LINE 17 COL 10
               DISPLAY ws-disp-other       LINE 17 COL 40
           END-IF.
           DISPLAY scr-footer-text         LINE 24 COL 10.
       2200-exit.
           EXIT.

       2210-show-pending-line.
           ADD 1 TO ws-pend-sub.
           MOVE ws-pend-sub                  TO pl-number.
           MOVE ws-pend-batch (ws-pend-sub)  TO pl-batch.
           MOVE ws-pend-keyer (ws-pend-sub)  TO pl-keyer.
           MOVE ws-pend-items (ws-pend-sub)  TO pl-items.
           MOVE ws-pend-amount (ws-pend-sub) TO pl-amount.
           IF ws-pend-amount (ws-pend-sub) > ws-threshold
               MOVE "ADMIN" TO pl-level
           ELSE
               MOVE "OPER " TO pl-level
           END-IF.
           COMPUTE ws-line-no = 5 + ws-pend-sub.
           DISPLAY ws-pend-line LINE ws-line-no COL 10.
       2210-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2900 - blank the body of the screen between the heading and
      * the message line before it is painted again - the message
      * line itself keeps the outcome of the last decision.
      *----------------------------------------------------------------
       2900-clear-body.
           PERFORM 2910-clear-line THRU 2910-exit
               VARYING ws-line-no FROM 4 BY 1
               UNTIL ws-line-no > 21.
       2900-exit.
           EXIT.

       2910-clear-line.
           DISPLAY ws-blank-line LINE ws-line-no COL 10.
       2910-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - review - every item of the picked batch a page of ten
      * at a time, totalled as it goes, then the trailer totals
      * beside the item totals - X at a page prompt abandons the
      * review without a decision.
      *----------------------------------------------------------------
       3000-review-batch.
           MOVE "N" TO ws-review-quit-switch.
           MOVE 0   TO ws-item-count.
           MOVE 0   TO ws-amount-total.
           MOVE 0   TO ws-hash-total.
           MOVE 0   TO ws-rec-count.
           MOVE 0   TO ws-page-line-count.
           MOVE "N" TO ws-txn-eof-switch.
           PERFORM 2900-clear-body THRU 2900-exit.
           DISPLAY "BATCH"                 LINE 4  COL 10.
           DISPLAY ws-sel-batch            LINE 4  COL 16.
           DISPLAY "KEYED BY"              LINE 4  COL 22.
           DISPLAY ws-sel-keyer            LINE 4  COL 31.
           DISPLAY "ON"                    LINE 4  COL 41.
           DISPLAY ws-sel-date             LINE 4  COL 44.
           DISPLAY "ACCOUNT   CD        AMOUNT  REFERENCE     TO ACCT"
                                           LINE 5  COL 10.
           OPEN INPUT txn-file.
           IF ws-txn-status NOT = "00"
               DISPLAY "TXN FILE UNAVAILABLE - STATUS            "
                                           LINE 22 COL 10
               DISPLAY ws-txn-status       LINE 22 COL 41
               MOVE "Y" TO ws-review-quit-switch
               GO TO 3000-exit
           END-IF.
           PERFORM 3100-review-record THRU 3100-exit
               UNTIL ws-txn-eof OR ws-review-quit
                  OR ws-rec-count = ws-sel-trl-rec.
           CLOSE txn-file.
           IF ws-review-quit
               GO TO 3000-exit
           END-IF.
           MOVE "TRAILER  "   TO rt-caption.
           MOVE ws-sel-items  TO rt-items.
           MOVE ws-sel-amount TO rt-amount.
           MOVE ws-sel-hash   TO rt-hash.
           DISPLAY ws-review-total-line    LINE 17 COL 10.
           MOVE "ON FILE  "     TO rt-caption.
           MOVE ws-item-count   TO rt-items.
           MOVE ws-amount-total TO rt-amount.
           MOVE ws-hash-total   TO rt-hash.
           DISPLAY ws-review-total-line    LINE 18 COL 10.
           IF  ws-item-count   = ws-sel-items
           AND ws-amount-total = ws-sel-amount
           AND ws-hash-total   = ws-sel-hash
               MOVE "Y" TO ws-totals-agree-switch
               DISPLAY "ITEMS AGREE TO TRAILER"
                                           LINE 19 COL 10
           ELSE
               MOVE "N" TO ws-totals-agree-switch
               DISPLAY "**ITEMS DO NOT AGREE TO TRAILER**"
                                           LINE 19 COL 10
           END-IF.
           IF ws-sel-amount > ws-threshold
               DISPLAY "ADMIN APPROVAL NEEDED" LINE 19 COL 46
           END-IF.
       3000-exit.
           EXIT.

       3100-review-record.
           READ txn-file
               AT END
                   MOVE "Y" TO ws-txn-eof-switch
                   GO TO 3100-exit
           END-READ.
           ADD 1 TO ws-rec-count.
           IF ws-rec-count < ws-sel-first-rec
           OR NOT txn-type-detail
               GO TO 3100-exit
           END-IF.
           IF ws-page-line-count = 10
               PERFORM 3200-next-page THRU 3200-exit
               IF ws-review-quit
                   GO TO 3100-exit
               END-IF
           END-IF.
           ADD 1           TO ws-item-count.
           ADD txn-amount  TO ws-amount-total.
           ADD txn-account TO ws-hash-total.
           MOVE txn-account   TO il-account.
           MOVE txn-code      TO il-code.
           MOVE txn-amount    TO il-amount.
           MOVE txn-reference TO il-reference.
           IF txn-code-transfer
               MOVE txn-to-account TO il-to-account
           ELSE
               MOVE SPACES         TO il-to-account
           END-IF.
           ADD 1 TO ws-page-line-count.
           COMPUTE ws-line-no = 5 + ws-page-line-count.
           DISPLAY ws-item-line LINE ws-line-no COL 10.
       3100-exit.
           EXIT.

       3200-next-page.
           DISPLAY "ENTER=MORE ITEMS, X=LEAVE BATCH:"
                                           LINE 20 COL 10.
           MOVE SPACE TO ws-reply.
           ACCEPT ws-reply                 LINE 20 COL 44.
           IF ws-reply = "X" OR ws-reply = "x"
               MOVE "Y" TO ws-review-quit-switch
               GO TO 3200-exit
           END-IF.
           PERFORM 2910-clear-line THRU 2910-exit
               VARYING ws-line-no FROM 6 BY 1
               UNTIL ws-line-no > 15.
           DISPLAY ws-blank-line           LINE 20 COL 10.
           MOVE 0 TO ws-page-line-count.
       3200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - the decision - the keyer may not decide their own
      * batch, a batch over the threshold needs an admin, and a
      * batch that does not agree to its trailer can only go back.
      *----------------------------------------------------------------
       4000-take-decision.
           DISPLAY "A=APPROVE S=SEND BACK X=LEAVE:"
                                           LINE 20 COL 10.
           MOVE SPACE TO ws-action.
           ACCEPT ws-action                LINE 20 COL 42.
           EVALUATE ws-action
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO ws-new-state
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO ws-new-state
               WHEN OTHER
                   GO TO 4000-exit
           END-EVALUATE.
           MOVE ws-sel-batch TO ld-batch.
           IF lk-operator-id = ws-sel-keyer
               DISPLAY "YOUR OWN BATCH - ANOTHER OPERATOR DECIDES"
                                           LINE 22 COL 10
               MOVE "SELF " TO ld-tag
               PERFORM 7100-log-refusal THRU 7100-exit
               ACCEPT ws-reply             LINE 24 COL 60
               GO TO 4000-exit
           END-IF.
           IF ws-new-state = "A" AND NOT ws-totals-agree
               DISPLAY "ITEMS DO NOT AGREE - SEND IT BACK        "
                                           LINE 22 COL 10
               ACCEPT ws-reply             LINE 24 COL 60
               GO TO 4000-exit
           END-IF.
           IF ws-new-state = "A" AND ws-sel-amount > ws-threshold
           AND lk-auth-level NOT = "A"
               DISPLAY "OVER THRESHOLD - ADMIN MUST APPROVE      "
                                           LINE 22 COL 10
               MOVE "ADMIN" TO ld-tag
               PERFORM 7100-log-refusal THRU 7100-exit
               ACCEPT ws-reply             LINE 24 COL 60
               GO TO 4000-exit
           END-IF.
           PERFORM 4100-mark-trailer THRU 4100-exit.
       4000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4100 - find the batch's trailer by its place on the file,
      * make sure nobody decided it meanwhile, and rewrite it with
      * the decision, the reviewer and the date.
      *----------------------------------------------------------------
       4100-mark-trailer.
           MOVE 0   TO ws-rec-count.
           MOVE "N" TO ws-txn-eof-switch.
           OPEN I-O txn-file.
           IF ws-txn-status NOT = "00"
               DISPLAY "TXN FILE UNAVAILABLE - STATUS            "
                                           LINE 22 COL 10
               DISPLAY ws-txn-status       LINE 22 COL 41
               GO TO 4100-exit
           END-IF.
           PERFORM 4110-find-trailer THRU 4110-exit
               UNTIL ws-txn-eof OR ws-rec-count = ws-sel-trl-rec.
           IF ws-txn-eof
           OR NOT txn-type-trailer
           OR txn-batch-number NOT = ws-sel-batch
           OR NOT txn-trl-pending
               CLOSE txn-file
               DISPLAY "BATCH NO LONGER PENDING - NOT CHANGED    "
                                           LINE 22 COL 10
               GO TO 4100-exit
           END-IF.
           MOVE ws-new-state    TO txn-trl-approval.
           MOVE lk-operator-id  TO txn-trl-reviewer.
           MOVE ws-current-date TO txn-trl-review-date.
           REWRITE txn-record.
           CLOSE txn-file.
           PERFORM 7000-log-decision THRU 7000-exit.
           IF ws-new-state = "A"
               DISPLAY "BATCH APPROVED - WILL POST               "
                                           LINE 22 COL 10
           ELSE
               DISPLAY "BATCH SENT BACK - HELD FROM POSTING      "
                                           LINE 22 COL 10
           END-IF.
       4100-exit.
           EXIT.

       4110-find-trailer.
           READ txn-file
               AT END
                   MOVE "Y" TO ws-txn-eof-switch
                   GO TO 4110-exit
           END-READ.
           ADD 1 TO ws-rec-count.
       4110-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7000 - audit trail - one MAINT record per decision, the key
      * pressed is A for approved or S for sent back and the detail
      * names the batch.
      *----------------------------------------------------------------
       7000-log-decision.
           ACCEPT ws-current-time FROM TIME.
           MOVE SPACES          TO log-record.
           MOVE "hello11"       TO log-program-id.
           MOVE lk-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-maint TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE ws-new-state    TO log-key-pressed.
           MOVE "OK  "          TO log-return-status.
           MOVE lk-auth-level   TO log-auth-level.
           MOVE "BATCH"         TO ld-tag.
           MOVE ws-sel-batch    TO ld-batch.
           MOVE ws-log-detail   TO log-detail.
           WRITE log-record.
       7000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7100 - a refused decision - a DENY record with the key the
      * reviewer pressed and the reason tag (SELF for the keyer's own
      * batch, ADMIN for an over-threshold batch) before the batch.
      *----------------------------------------------------------------
       7100-log-refusal.
           ACCEPT ws-current-time FROM TIME.
           MOVE SPACES          TO log-record.
           MOVE "hello11"       TO log-program-id.
           MOVE lk-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-maint TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE ws-new-state    TO log-key-pressed.
           MOVE "DENY"          TO log-return-status.
           MOVE lk-auth-level   TO log-auth-level.
           MOVE ws-log-detail   TO log-detail.
           WRITE log-record.
       7100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - turned away - tell the operator and leave a DENY
      * record on the audit trail so the poking shows up.
      *----------------------------------------------------------------
       8000-not-authorized.
           MOVE "hello11"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "NOT AUTHORIZED FOR BATCH APPROVAL"
                                           LINE 10 COL 15.
           MOVE SPACES          TO log-record.
           MOVE "hello11"       TO log-program-id.
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

       9600-close-files.
           CLOSE log-file.
       9600-exit.
           EXIT.
