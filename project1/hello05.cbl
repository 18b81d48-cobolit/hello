      * off with a reason code.
      * repaired items are released back to HELLOTXN as a properly
      * trailered batch - detail records plus a trailer carrying the
      * recomputed item count, amount total and hash total - and,
      * like keyed work, the batch is released pending approval, so
      * it waits for a second operator to approve it on batch
      * approval (menu option A, hello11) before posting takes it -
      * the repairer, named on the trailer, can never approve it.
      * items written off or released come off the suspense file on
      * exit - everything still held or repaired-but-not-released is
      * written back so nothing is lost between sessions - and a
      * file, defaulting to admin and operator levels - a refused
      * operator is turned away and the attempt is logged with DENY
      * status.
      * a transfer sits in suspense whole, both accounts on the one
      * item - repair re-keys the to-account as well when the code
      * is TR, so a transfer rejected for its credit side (XNOAC or
      * XCLSD) is fixed and released as the same single pair.
      * a suspended reversal keeps its link to the original it
      * reverses through repair and release, so when it finally
      * posts the original is still marked and linked - its account
      * and code are never re-keyed, since the link finds the
      * original by account and the code sets which way the money
      * moves back, so a reversal can only be released as it stands
      * or written off.
      * writing off a reversal puts the original it was raised
      * against (both legs of a transfer) back on HELLOHST the way
      * it stood before, so the item can be reversed again - no
      * history file, no write-off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT txn-file ASSIGN "HELLOTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-txn-status.
           SELECT hist-file ASSIGN "HELLOHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hist-key
               FILE STATUS IS ws-hist-status.
           SELECT auth-file ASSIGN "HELLOAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY susprec.
       FD  txn-file.
       COPY txnrec.
       FD  hist-file.
       COPY histrec.
       FD  auth-file.
       COPY authrec.
       FD  log-file.
       COPY scrhdr.
       77  ws-susp-status             pic x(02).
       77  ws-txn-status              pic x(02).
       77  ws-hist-status             pic x(02).
       77  ws-auth-status             pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-reason-code             pic x(05).
       77  ws-logged-account          pic x(08).
       77  ws-code-in                 pic x(02).
       77  ws-rev-of-date-num         pic 9(08).
       77  ws-contra-account          pic 9(08).
       77  ws-reply                   pic x.
       01  ws-item-entry.
           05  ws-item-in             pic x(03).
           05  ws-account-in          pic x(08).
           05  ws-account-num REDEFINES ws-account-in
                                      pic 9(08).
       01  ws-to-account-entry.
           05  ws-to-account-in       pic x(08).
           05  ws-to-account-num REDEFINES ws-to-account-in
                                      pic 9(08).
      * the 80-byte suspense image is the untouched transaction
      * record - this work area mirrors the detail layout in
      * txnrec.cpy so the bad field can be corrected in place.
           05  ws-img-reference       pic x(12).
           05  ws-img-operator        pic x(08).
           05  ws-img-date            pic x(08).
           05  ws-img-to-account      pic 9(08).
           05  ws-img-reversal-data.
               10  ws-img-reversal-flag
                                      pic x(01).
                   88  ws-img-is-reversal value "R".
               10  ws-img-rev-of-date pic 9(08).
               10  ws-img-rev-of-seq  pic 9(05).
           05  filler                 pic x(06).
       01  ws-susp-table.
           05  ws-susp-entry OCCURS 500 TIMES.
               10  ws-sus-reject-code pic x(05).

      *----------------------------------------------------------------
      * 3100 - repair - re-key the account number and transaction
      * code over the held image, the two fields posting rejects on,
      * and the to-account when the item is a transfer - a repaired
      * item waits for the release action so the operator can fix a
      * morning's worth and send one batch - a reversal is taken as
      * it stands, ready to release, nothing re-keyed.
      *----------------------------------------------------------------
       3100-repair-item.
           MOVE ws-sus-image (ws-item-sub) TO ws-image-work.
           IF ws-img-is-reversal
               MOVE "R" TO ws-sus-state (ws-item-sub)
               DISPLAY "REVERSAL NOT RE-KEYED - RELEASE OR WRITE OFF"
                                           LINE 22 COL 10
               GO TO 3100-exit
           END-IF.
           MOVE "N" TO ws-field-ok-switch.
           PERFORM 3110-accept-account THRU 3110-exit
               UNTIL ws-field-ok.
           MOVE "N" TO ws-field-ok-switch.
           PERFORM 3120-accept-code THRU 3120-exit
               UNTIL ws-field-ok.
           MOVE ZEROS TO ws-to-account-in.
           IF ws-code-in = "TR"
               MOVE "N" TO ws-field-ok-switch
               PERFORM 3130-accept-to-account THRU 3130-exit
                   UNTIL ws-field-ok
           END-IF.
           MOVE ws-account-num TO ws-img-account.
           MOVE ws-code-in     TO ws-img-code.
           MOVE ws-to-account-num
                               TO ws-img-to-account.
           MOVE ws-image-work  TO ws-sus-image (ws-item-sub).
           MOVE "R"            TO ws-sus-state (ws-item-sub).
           DISPLAY "ITEM REPAIRED - RELEASE WHEN READY       "
               GO TO 3120-exit
           END-IF.
           IF ws-code-in = "DR" OR ws-code-in = "CR"
           OR ws-code-in = "TR"
               MOVE "Y" TO ws-field-ok-switch
           ELSE
               DISPLAY "CODE MUST BE DR, CR OR TR                "
                                           LINE 22 COL 10
           END-IF.
       3120-exit.
           EXIT.

       3130-accept-to-account.
           DISPLAY "CORRECTED TO ACCOUNT ("
                                           LINE 21 COL 10.
           IF ws-img-to-account NUMERIC
               DISPLAY ws-img-to-account   LINE 21 COL 32
           ELSE
               DISPLAY "        "          LINE 21 COL 32
           END-IF.
           DISPLAY "):"                    LINE 21 COL 40.
           MOVE SPACES TO ws-to-account-in.
           ACCEPT ws-to-account-in         LINE 21 COL 44.
           IF ws-to-account-in = SPACES
               MOVE ws-img-to-account TO ws-to-account-in
           END-IF.
           IF ws-to-account-in NOT NUMERIC
           OR ws-to-account-num = ZERO
               DISPLAY "TO ACCOUNT MUST BE NUMERIC AND NOT ZERO  "
                                           LINE 22 COL 10
               GO TO 3130-exit
           END-IF.
           IF ws-to-account-num = ws-account-num
               DISPLAY "CANNOT TRANSFER TO THE SAME ACCOUNT      "
                                           LINE 22 COL 10
               GO TO 3130-exit
           END-IF.
           MOVE "Y" TO ws-field-ok-switch.
       3130-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3500 - write-off - the item comes off suspense on exit and
      * the MAINT record carries who wrote off which account and the
      * reason code keyed - a reversal first gives its original back
      * its state from before the reversal was raised.
      *----------------------------------------------------------------
       3500-write-off-item.
           DISPLAY "REASON CODE (5 CHARS):"
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           MOVE ws-sus-image (ws-item-sub) TO ws-image-work.
           IF ws-img-is-reversal
               OPEN I-O hist-file
               IF ws-hist-status NOT = "00"
                   DISPLAY "HISTORY FILE UNAVAILABLE - ABANDONED     "
                                           LINE 22 COL 10
                   GO TO 3500-exit
               END-IF
               PERFORM 3600-restore-original THRU 3600-exit
               CLOSE hist-file
           END-IF.
           MOVE "W" TO ws-sus-state (ws-item-sub).
           PERFORM 7000-log-action THRU 7000-exit.
           DISPLAY "ITEM WRITTEN OFF                         "
                                           LINE 22 COL 10.
       3500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3600 - the original a written-off reversal was raised against
      * - a transfer's two legs, found on the reversal's two
      * accounts, go back to transfer legs naming each other, a
      * plain item goes back to a plain item - only an original
      * still marked awaiting the reversal is touched.
      *----------------------------------------------------------------
       3600-restore-original.
           MOVE ws-img-rev-of-date TO ws-rev-of-date-num.
           MOVE ws-img-account     TO hist-account.
           IF ws-img-code = "TR"
               MOVE ws-img-to-account TO ws-contra-account
           ELSE
               MOVE ZERO              TO ws-contra-account
           END-IF.
           PERFORM 3610-restore-one-leg THRU 3610-exit.
           IF ws-img-code = "TR"
               MOVE ws-img-to-account TO hist-account
               MOVE ws-img-account    TO ws-contra-account
               PERFORM 3610-restore-one-leg THRU 3610-exit
           END-IF.
       3600-exit.
           EXIT.

       3610-restore-one-leg.
           COMPUTE hist-rev-date = 99999999 - ws-rev-of-date-num.
           MOVE ws-img-rev-of-seq TO hist-seq.
           READ hist-file
               INVALID KEY
                   DISPLAY "ORIGINAL NOT ON HISTORY - NOT RESTORED   "
                                           LINE 21 COL 10
                   GO TO 3610-exit
           END-READ.
           IF NOT hist-xref-pending
               GO TO 3610-exit
           END-IF.
           MOVE SPACES TO hist-xref-data.
           IF ws-contra-account = ZERO
               SET hist-xref-none     TO TRUE
           ELSE
               SET hist-xref-transfer TO TRUE
               MOVE ws-contra-account TO hist-contra-account
           END-IF.
           REWRITE hist-record
               INVALID KEY
                   DISPLAY "ORIGINAL NOT RESTORED - STATUS           "
                                           LINE 21 COL 10
                   DISPLAY ws-hist-status  LINE 21 COL 41
           END-REWRITE.
       3610-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - release - append every repaired item to HELLOTXN as a
      * fresh batch with its own trailer, stamped with the releasing
      * operator and the processing date, and log each one - the
      * trailer goes out pending approval, and once another operator
      * approves it the next posting run proves and applies the
      * batch like keyed work.
      *----------------------------------------------------------------
       4000-release-repaired.
           MOVE 0 TO ws-repaired-count.
               UNTIL ws-item-sub > ws-item-total.
           PERFORM 4300-write-trailer THRU 4300-exit.
           CLOSE txn-file.
           DISPLAY "RELEASED - AWAITING APPROVAL ON OPTION A "
                                           LINE 22 COL 10.
       4000-exit.
           EXIT.
           MOVE ws-img-reference   TO txn-reference.
           MOVE lk-operator-id     TO txn-entry-operator.
           MOVE ws-current-date    TO txn-entry-date.
           IF ws-img-code = "TR"
               MOVE ws-img-to-account TO txn-to-account
           ELSE
               MOVE ZERO           TO txn-to-account
           END-IF.
           MOVE ws-img-reversal-data TO txn-reversal-data.
           WRITE txn-record.
           ADD 1                   TO ws-release-count.
           ADD ws-img-amount       TO ws-release-amount.
           MOVE ws-release-count  TO txn-trl-item-count.
           MOVE ws-release-amount TO txn-trl-amount-total.
           MOVE ws-release-hash   TO txn-trl-hash-total.
           SET  txn-trl-pending   TO TRUE.
           MOVE lk-operator-id    TO txn-entry-operator.
           MOVE ws-current-date   TO txn-entry-date.
           WRITE txn-record.
