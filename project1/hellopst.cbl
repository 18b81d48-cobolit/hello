      * journal account maintenance writes, so a corrupted master
      * can be rebuilt forward from a backup by the recovery
      * utility hellorcv up to a chosen date and time.
      * posts the transfer code TR as a pair - the from-account is
      * edited as a debit and the to-account must be on file, open
      * and a different account - only when both sides pass are
      * both rewritten, each with its own journal record, history
      * leg and register line, otherwise the one item goes to
      * suspense whole so a transfer is never half-posted - the
      * transfer counts go to HELLOPTL and a memo TR line to
      * HELLOGLX so reconciliation proves every pair.
      * a reversal raised by the reversal screen posts like any other
      * item except that it is not held to the credit limit - it is
      * undoing an error, not spending - and its history is written
      * as the reversing item linked to the original, while the
      * original history record (both legs, for a transfer) is
      * rewritten as reversed carrying the reversing item's date and
      * sequence, so inquiry shows the two as a linked pair.
      * posts only approved work - a keyed or imported batch whose
      * trailer is still pending approval, or was sent back by the
      * reviewer, is held - its items are listed on the register as
      * held and touch nothing, and the held batches are totalled on
      * the register and the console - a batch with no approval
      * state on its trailer is system-generated and posts as ever -
      * because trailers follow their items the file is scanned for
      * held trailers once before posting starts.
      * an account marked dormant by the dormancy run takes its
      * credits as ever but its debits go to suspense with DORMT,
      * the from-account of a transfer included, until it is
      * reactivated - a dormant account is a good to-account.
      * ends with GOBACK rather than STOP RUN so the nightly stream
      * driver (hellostr) can CALL it - run on its own it ends the
      * run just the same.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  ws-glx-status              pic x(02).
       77  ws-jrnl-status             pic x(02).
       77  ws-before-image            pic x(100).
       77  ws-from-image              pic x(100).
       77  ws-gl-dr-count             pic 9(07).
       77  ws-gl-dr-amount            pic 9(11)v99.
       77  ws-gl-cr-count             pic 9(07).
       77  ws-gl-cr-amount            pic 9(11)v99.
       77  ws-gl-tr-count             pic 9(07).
       77  ws-gl-tr-amount            pic 9(11)v99.
       77  ws-xfer-reject-count       pic 9(05).
       77  ws-leg-account             pic 9(08).
       77  ws-leg-code                pic x(02).
       77  ws-leg-contra              pic 9(08).
       77  ws-link-rev-date           pic 9(08).
       77  ws-link-miss-count         pic 9(05).
       77  ws-held-batch-count        pic 9(05).
       77  ws-held-item-count         pic 9(05).
       77  ws-held-amount             pic 9(11)v99.
       77  ws-batch-held-switch       pic x.
           88  ws-batch-held              value "Y".
       77  ws-reg-status              pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-chkp-status             pic x(02).
           05  tl-reject-count        pic zzzz9.
           05  filler                 pic x(09) value "  AMOUNT ".
           05  tl-reject-amount       pic z,zzz,zzz,zz9.99.
       01  ws-xfer-total-line.
           05  filler                 pic x(19)
                   value "TRANSFERS APPLIED: ".
           05  xl-applied-count       pic zzzz9.
           05  filler                 pic x(09) value "  AMOUNT ".
           05  xl-applied-amount      pic z,zzz,zzz,zz9.99.
           05  filler                 pic x(05) value spaces.
           05  filler                 pic x(10) value "REJECTED: ".
           05  xl-reject-count        pic zzzz9.
       01  ws-held-line.
           05  filler                 pic x(19)
                   value "BATCHES HELD:      ".
           05  hd-batch-count         pic zzzz9.
           05  filler                 pic x(09) value "  ITEMS  ".
           05  hd-item-count          pic zzzz9.
           05  filler                 pic x(09) value "  AMOUNT ".
           05  hd-amount              pic z,zzz,zzz,zz9.99.
           05  filler                 pic x(25)
                   value "  NOT APPROVED - UNPOSTED".
       01  ws-held-table.
           05  ws-held-state OCCURS 9999 TIMES
                                      pic x(01).
       PROCEDURE DIVISION.
       main.
           PERFORM 1000-initialize THRU 1000-exit.
           PERFORM 9500-audit-stop THRU 9500-exit.
           PERFORM 9600-close-files THRU 9600-exit.
       9900-finish.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock and operator for the audit record and
           MOVE 0   TO ws-gl-dr-amount.
           MOVE 0   TO ws-gl-cr-count.
           MOVE 0   TO ws-gl-cr-amount.
           MOVE 0   TO ws-gl-tr-count.
           MOVE 0   TO ws-gl-tr-amount.
           MOVE 0   TO ws-xfer-reject-count.
           MOVE 0   TO ws-link-miss-count.
           MOVE 0   TO ws-held-batch-count.
           MOVE 0   TO ws-held-item-count.
           MOVE 0   TO ws-held-amount.
           MOVE SPACES TO ws-held-table.
       1000-exit.
           EXIT.


      *----------------------------------------------------------------
      * 1100 - see if this step already completed clean for today -
      * if so the caller skips straight to GOBACK so a rerun of the
      * night's stream does not post the same work twice.
      *----------------------------------------------------------------
       1100-restart-check.
                   END-IF
           END-READ.
           CLOSE txn-file.
           PERFORM 1550-note-held-batches THRU 1550-exit.
           OPEN INPUT txn-file.
           OPEN I-O acct-file.
           IF ws-acct-status NOT = "00"
       1500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1550 - one pass over the trailers before posting starts -
      * each batch still pending approval or sent back has its state
      * noted against its batch number so its items, which come
      * ahead of the trailer, are held as they are read.
      *----------------------------------------------------------------
       1550-note-held-batches.
           OPEN INPUT txn-file.
           PERFORM 1560-note-held-trailer THRU 1560-exit
               UNTIL ws-txn-eof.
           CLOSE txn-file.
           MOVE "N" TO ws-txn-eof-switch.
       1550-exit.
           EXIT.

       1560-note-held-trailer.
           READ txn-file
               AT END
                   MOVE "Y" TO ws-txn-eof-switch
                   GO TO 1560-exit
           END-READ.
           IF txn-type-trailer AND txn-trl-held
           AND txn-batch-number > 0
               MOVE txn-trl-approval
                   TO ws-held-state (txn-batch-number)
           END-IF.
       1560-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1600 - total the master balances before any posting - the
      * reconciliation proves the day against this opening figure.
      * 2000 - one transaction - details are validated and applied or
      * routed to suspense - a trailer closes out its batch and is
      * checked against the totals accumulated from the details so a
      * short or padded batch shows up on the register - anything
      * in a batch not approved is held, neither posted nor suspended.
      *----------------------------------------------------------------
       2000-post-transaction.
           READ txn-file
               AT END
                   MOVE "Y" TO ws-txn-eof-switch
                   GO TO 2000-exit
           END-READ.
           PERFORM 2010-test-batch-held THRU 2010-exit.
           IF ws-batch-held
               PERFORM 2050-hold-record THRU 2050-exit
               GO TO 2000-exit
           END-IF.
           IF txn-type-trailer
               PERFORM 2500-check-batch-trailer THRU 2500-exit
           ELSE
               PERFORM 2100-post-detail THRU 2100-exit
           END-IF.
       2000-exit.
           EXIT.

       2010-test-batch-held.
           MOVE "N" TO ws-batch-held-switch.
           IF txn-batch-number = 0
               GO TO 2010-exit
           END-IF.
           IF ws-held-state (txn-batch-number) NOT = SPACE
               MOVE "Y" TO ws-batch-held-switch
           END-IF.
       2010-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2050 - a held batch - each item goes on the register as held
      * and the trailer line says why, pending or sent back - the
      * held figures are totalled for the register and console.
      *----------------------------------------------------------------
       2050-hold-record.
           IF txn-type-trailer
               ADD 1 TO ws-held-batch-count
               MOVE txn-batch-number     TO bl-batch
               MOVE txn-trl-item-count   TO bl-item-count
               MOVE txn-trl-amount-total TO bl-amount
               IF txn-trl-sent-back
                   MOVE "HELD - SENT BACK"    TO bl-verdict
               ELSE
                   MOVE "HELD - NOT APPROVED" TO bl-verdict
               END-IF
               WRITE reg-line FROM ws-batch-line
               GO TO 2050-exit
           END-IF.
           ADD 1          TO ws-held-item-count.
           ADD txn-amount TO ws-held-amount.
           MOVE "HELD - NOT APPROVED" TO ws-disposition.
           PERFORM 2400-print-register-line THRU 2400-exit.
       2050-exit.
           EXIT.

       2100-post-detail.
           ADD 1           TO ws-batch-item-count.
           ADD txn-amount  TO ws-batch-amount-total.
           ADD txn-account TO ws-batch-hash-total.
           MOVE SPACES     TO ws-reject-reason.
           IF NOT txn-code-valid
               MOVE "BADCD" TO ws-reject-reason
               PERFORM 2300-route-to-suspense THRU 2300-exit
                   PERFORM 2300-route-to-suspense THRU 2300-exit
                   GO TO 2100-exit
           END-READ.
           IF acct-status-dormant
           AND (txn-code-debit OR txn-code-transfer)
               MOVE "DORMT" TO ws-reject-reason
               PERFORM 2300-route-to-suspense THRU 2300-exit
               GO TO 2100-exit
           END-IF.
           IF NOT acct-status-open AND NOT acct-status-dormant
               MOVE "CLOSD" TO ws-reject-reason
               PERFORM 2300-route-to-suspense THRU 2300-exit
               GO TO 2100-exit
           END-IF.
           IF (txn-code-debit OR txn-code-transfer)
           AND NOT txn-is-reversal
               COMPUTE ws-new-balance = acct-balance - txn-amount
               COMPUTE ws-limit-floor = 0 - acct-credit-limit
               IF ws-new-balance < ws-limit-floor
                   GO TO 2100-exit
               END-IF
           END-IF.
           IF txn-code-transfer
               PERFORM 2150-check-to-account THRU 2150-exit
               IF ws-reject-reason = SPACES
                   PERFORM 2600-apply-transfer THRU 2600-exit
               END-IF
               GO TO 2100-exit
           END-IF.
           PERFORM 2200-apply-to-master THRU 2200-exit.
       2100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2150 - the credit side of a transfer - the from-account has
      * already passed as a debit - the to-account must be a real,
      * different account on file and open (or dormant, a credit
      * is welcome there), or the whole transfer goes to suspense
      * and neither side is touched.
      *----------------------------------------------------------------
       2150-check-to-account.
           MOVE acct-record TO ws-from-image.
           IF txn-to-account NOT NUMERIC
           OR txn-to-account = ZERO
           OR txn-to-account = txn-account
               MOVE "XNOAC" TO ws-reject-reason
               PERFORM 2300-route-to-suspense THRU 2300-exit
               GO TO 2150-exit
           END-IF.
           MOVE txn-to-account TO acct-number.
           READ acct-file
               INVALID KEY
                   MOVE "XNOAC" TO ws-reject-reason
                   PERFORM 2300-route-to-suspense THRU 2300-exit
                   GO TO 2150-exit
           END-READ.
           IF NOT acct-status-open AND NOT acct-status-dormant
               MOVE "XCLSD" TO ws-reject-reason
               PERFORM 2300-route-to-suspense THRU 2300-exit
           END-IF.
       2150-exit.
           EXIT.

       2200-apply-to-master.
           MOVE acct-record TO ws-before-image.
           IF txn-code-debit
           PERFORM 2230-write-journal THRU 2230-exit.
           ADD 1          TO ws-applied-count.
           ADD txn-amount TO ws-applied-amount.
           ADD 1          TO ws-hist-seq.
           MOVE txn-account TO ws-leg-account.
           MOVE txn-code    TO ws-leg-code.
           MOVE ZERO        TO ws-leg-contra.
           PERFORM 2250-write-history THRU 2250-exit.
           MOVE "APPLIED" TO ws-disposition.
           IF txn-is-reversal
               PERFORM 2700-mark-original THRU 2700-exit
               MOVE "APPLIED - REVERSAL" TO ws-disposition
           END-IF.
           PERFORM 2400-print-register-line THRU 2400-exit.
       2200-exit.
           EXIT.
      * posting date so the inquiry screen reads an account's
      * activity newest day first (see histrec.cpy) - the sequence
      * is sized to the day's full posting capacity so the day's
      * records stay unique - the caller steps it once per item, so
      * both legs of a transfer carry the same sequence - and the leg
      * fields say which account, which sign and, on a transfer leg,
      * which account is on the other side - a rerun cannot double
      * them because the checkpoint skips the whole step - a write
      * that still fails is shouted to the console and counted,
      * history is the permanent record and must never go missing
      * quietly.
      *----------------------------------------------------------------
       2250-write-history.
           MOVE ws-current-date    TO ws-proc-date-num.
           MOVE SPACES             TO hist-record.
           MOVE ws-leg-account     TO hist-account.
           COMPUTE hist-rev-date = 99999999 - ws-proc-date-num.
           MOVE ws-hist-seq        TO hist-seq.
           MOVE ws-current-date    TO hist-post-date.
           MOVE ws-leg-code        TO hist-code.
           MOVE txn-amount         TO hist-amount.
           MOVE txn-reference      TO hist-reference.
           MOVE txn-batch-number   TO hist-batch.
           MOVE txn-entry-operator TO hist-entry-operator.
           EVALUATE TRUE
               WHEN txn-is-reversal
                   SET  hist-xref-reversal TO TRUE
                   MOVE txn-rev-of-date TO ws-proc-date-num
                   COMPUTE hist-link-rev-date =
                       99999999 - ws-proc-date-num
                   MOVE txn-rev-of-seq  TO hist-link-seq
                   MOVE ws-current-date TO ws-proc-date-num
               WHEN ws-leg-contra NOT = ZERO
                   SET  hist-xref-transfer TO TRUE
                   MOVE ws-leg-contra  TO hist-contra-account
           END-EVALUATE.
           WRITE hist-record
               INVALID KEY
                   ADD 1 TO ws-hist-drop-count
           WRITE susp-record.
           ADD 1          TO ws-reject-count.
           ADD txn-amount TO ws-reject-amount.
           IF txn-code-transfer
               ADD 1 TO ws-xfer-reject-count
           END-IF.
           MOVE SPACES TO ws-disposition.
           STRING "SUSPENSE - " susp-reject-code DELIMITED BY SIZE
               INTO ws-disposition.
       2500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2600 - apply a transfer that passed on both sides - the
      * to-account is still in the record area from its check and is
      * credited first, then the from-account image saved before the
      * check is debited and rewritten - each rewrite is journalled
      * and each side goes to history as its own CR or DR leg under
      * the one sequence - the pair counts once in the applied
      * figures and nets to nothing in the day's movement.
      *----------------------------------------------------------------
       2600-apply-transfer.
           ADD 1 TO ws-hist-seq.
           MOVE acct-record TO ws-before-image.
           ADD txn-amount TO acct-balance.
           MOVE ws-current-date TO acct-last-txn-date.
           REWRITE acct-record.
           PERFORM 2230-write-journal THRU 2230-exit.
           MOVE txn-to-account TO ws-leg-account.
           MOVE "CR"           TO ws-leg-code.
           MOVE txn-account    TO ws-leg-contra.
           PERFORM 2250-write-history THRU 2250-exit.
           IF txn-is-reversal
               PERFORM 2700-mark-original THRU 2700-exit
           END-IF.
           MOVE ws-from-image  TO acct-record.
           MOVE acct-record    TO ws-before-image.
           SUBTRACT txn-amount FROM acct-balance.
           MOVE ws-current-date TO acct-last-txn-date.
           REWRITE acct-record.
           PERFORM 2230-write-journal THRU 2230-exit.
           MOVE txn-account    TO ws-leg-account.
           MOVE "DR"           TO ws-leg-code.
           MOVE txn-to-account TO ws-leg-contra.
           PERFORM 2250-write-history THRU 2250-exit.
           IF txn-is-reversal
               PERFORM 2700-mark-original THRU 2700-exit
           END-IF.
           ADD 1          TO ws-applied-count.
           ADD txn-amount TO ws-applied-amount.
           ADD 1          TO ws-gl-tr-count.
           ADD txn-amount TO ws-gl-tr-amount.
           MOVE "APPLIED - XFER OUT" TO ws-disposition.
           PERFORM 2400-print-register-line THRU 2400-exit.
           MOVE txn-to-account      TO dl-account.
           MOVE "APPLIED - XFER IN"  TO dl-disposition.
           WRITE reg-line FROM ws-detail-line.
       2600-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2700 - a reversal just went to history on this leg's account
      * - find the original it reverses on the same account and
      * rewrite it as reversed, carrying the reversing item's date
      * and sequence - an original that cannot be found is shouted
      * to the console and counted, the reversal itself still stands.
      *----------------------------------------------------------------
       2700-mark-original.
           MOVE ws-current-date TO ws-proc-date-num.
           COMPUTE ws-link-rev-date = 99999999 - ws-proc-date-num.
           MOVE ws-leg-account  TO hist-account.
           MOVE txn-rev-of-date TO ws-proc-date-num.
           COMPUTE hist-rev-date = 99999999 - ws-proc-date-num.
           MOVE txn-rev-of-seq  TO hist-seq.
           MOVE ws-current-date TO ws-proc-date-num.
           READ hist-file
               INVALID KEY
                   ADD 1 TO ws-link-miss-count
                   DISPLAY "HELLOPST - REVERSED ORIGINAL NOT FOUND, "
                           "ACCOUNT " ws-leg-account
                           " SEQ " txn-rev-of-seq
                           UPON CONSOLE
                   GO TO 2700-exit
           END-READ.
           SET  hist-xref-reversed TO TRUE.
           MOVE SPACES             TO hist-xref-data.
           MOVE ws-link-rev-date   TO hist-link-rev-date.
           MOVE ws-hist-seq        TO hist-link-seq.
           REWRITE hist-record
               INVALID KEY
                   ADD 1 TO ws-link-miss-count
                   DISPLAY "HELLOPST - REVERSED ORIGINAL NOT MARKED, "
                           "ACCOUNT " ws-leg-account
                           " STATUS " ws-hist-status
                           UPON CONSOLE
           END-REWRITE.
       2700-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000/8100 - run totals on the register, then close the
      * posting files.
           MOVE ws-reject-count   TO tl-reject-count.
           MOVE ws-reject-amount  TO tl-reject-amount.
           WRITE reg-line FROM ws-total-line.
           MOVE ws-gl-tr-count       TO xl-applied-count.
           MOVE ws-gl-tr-amount      TO xl-applied-amount.
           MOVE ws-xfer-reject-count TO xl-reject-count.
           WRITE reg-line FROM ws-xfer-total-line.
           IF ws-held-batch-count > 0
               MOVE ws-held-batch-count TO hd-batch-count
               MOVE ws-held-item-count  TO hd-item-count
               MOVE ws-held-amount      TO hd-amount
               WRITE reg-line FROM ws-held-line
           END-IF.
       8000-exit.
           EXIT.

           MOVE ws-open-bal-total TO ptl-open-balance-total.
           COMPUTE ptl-close-balance-total =
               ws-open-bal-total + ws-applied-net.
           MOVE ws-gl-tr-count    TO ptl-xfer-applied-count.
           MOVE ws-xfer-reject-count
                                  TO ptl-xfer-reject-count.
           WRITE ptl-record.
           CLOSE ptl-file.
       8050-exit.
           MOVE "+"             TO glx-sign.
           WRITE glx-record.
           MOVE SPACES          TO glx-record.
           SET  glx-type-summary TO TRUE.
           MOVE ws-current-date TO glx-run-date.
           MOVE "TR"            TO glx-txn-code.
           MOVE ws-gl-tr-count  TO glx-count.
           MOVE ws-gl-tr-amount TO glx-amount.
           MOVE SPACE           TO glx-sign.
           WRITE glx-record.
           MOVE SPACES          TO glx-record.
           SET  glx-type-trailer TO TRUE.
           MOVE ws-current-date  TO glx-run-date.
           MOVE ws-applied-count TO glx-count.
               DISPLAY "HELLOPST - " ws-hist-drop-count
                       " HISTORY RECORDS NOT WRITTEN" UPON CONSOLE
           END-IF.
           IF ws-link-miss-count > 0
               DISPLAY "HELLOPST - " ws-link-miss-count
                       " REVERSED ORIGINALS NOT MARKED" UPON CONSOLE
           END-IF.
           IF ws-held-batch-count > 0
               DISPLAY "HELLOPST - " ws-held-batch-count
                       " BATCHES HELD NOT APPROVED" UPON CONSOLE
           END-IF.
           CLOSE txn-file.
           CLOSE acct-file.
           CLOSE susp-file.
