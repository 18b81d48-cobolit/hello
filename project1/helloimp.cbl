      * batches on HELLOTXN, so a clerk no longer re-keys the whole
      * day through the entry screen.
      * every record is edited with the same rules the entry screen
      * enforces - account numeric and not zero, code DR, CR or TR,
      * amount numeric and not zero, reference not blank - a record
      * that fails comes out on the printed edit/reject report
      * (HELLOIMR) with the reason and never reaches HELLOTXN.
      * writes the usual start/stop pair to the audit log plus a
      * MAINT record carrying the accepted and rejected counts, so
      * reconciliation still proves entered = posted.
      * takes transfers too - code TR with the account to credit in
      * the eight columns after the reference, edited as the entry
      * screen edits it - numeric, not zero and not the from-account.
      * every batch written lands pending approval like a keyed one -
      * posting holds it until an operator other than the one who
      * ran the import approves it on the batch approval screen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  ws-reject-reason           pic x(30).
      * the branch file carries the keyed fields in the same columns
      * as a transaction detail record's data area - account, code,
      * amount and reference, then the transfer to-account on a TR,
      * card image padded to 80.
       01  ws-card-work.
           05  ws-card-account        pic x(08).
           05  ws-card-account-num REDEFINES ws-card-account
           05  ws-card-amount-num REDEFINES ws-card-amount
                                      pic 9(07)v99.
           05  ws-card-reference      pic x(12).
           05  ws-card-to-account     pic x(08).
           05  ws-card-to-account-num REDEFINES ws-card-to-account
                                      pic 9(08).
           05  filler                 pic x(41).
       01  ws-heading-1.
           05  hl-company-name        pic x(30).
           05  filler                 pic x(10) value spaces.
                               TO ws-reject-reason
               GO TO 2100-exit
           END-IF.
           IF  ws-card-code NOT = "DR" AND ws-card-code NOT = "CR"
           AND ws-card-code NOT = "TR"
               MOVE "CODE NOT DR, CR OR TR" TO ws-reject-reason
               GO TO 2100-exit
           END-IF.
           IF ws-card-code = "TR"
               IF ws-card-to-account NOT NUMERIC
               OR ws-card-to-account-num = ZERO
                   MOVE "TO ACCOUNT NOT NUMERIC OR ZERO"
                                   TO ws-reject-reason
                   GO TO 2100-exit
               END-IF
               IF ws-card-to-account-num = ws-card-account-num
                   MOVE "TO ACCOUNT SAME AS FROM"
                                   TO ws-reject-reason
                   GO TO 2100-exit
               END-IF
           END-IF.
           IF ws-card-amount NOT NUMERIC
           OR ws-card-amount-num = ZERO
               MOVE "AMOUNT NOT NUMERIC OR ZERO"
           MOVE ws-card-code        TO txn-code.
           MOVE ws-card-amount-num  TO txn-amount.
           MOVE ws-card-reference   TO txn-reference.
           IF ws-card-code = "TR"
               MOVE ws-card-to-account-num TO txn-to-account
           ELSE
               MOVE ZERO                TO txn-to-account
           END-IF.
           MOVE ws-operator-id      TO txn-entry-operator.
           MOVE ws-current-date     TO txn-entry-date.
           WRITE txn-record.
           MOVE ws-item-count   TO txn-trl-item-count.
           MOVE ws-amount-total TO txn-trl-amount-total.
           MOVE ws-hash-total   TO txn-trl-hash-total.
           SET  txn-trl-pending TO TRUE.
           MOVE ws-operator-id  TO txn-entry-operator.
           MOVE ws-current-date TO txn-entry-date.
           WRITE txn-record.
