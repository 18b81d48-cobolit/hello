      * work into the defined transaction record (see txnrec.cpy)
      * instead of paper and a side spreadsheet.
      * each field is validated as it is keyed - account must be
      * numeric and non-zero, code must be DR, CR or TR, amount must be
      * numeric and non-zero, reference must not be blank.
      * running batch totals (item count, amount total and a hash
      * total of the account numbers) accumulate as entries are keyed
      * (default lets admin and operator levels key) - a refused
      * operator is turned away and the attempt is logged with DENY
      * status.
      * also keys transfers between two of our own accounts - code
      * TR takes the account keyed first as the account debited and
      * asks for the account to credit, which must be numeric, not
      * zero and not the same account - the pair is one item in the
      * batch totals and the hash carries the from-account only.
      * a released batch lands pending approval - its trailer is
      * marked pending and posting holds it until a second operator
      * approves it on the batch approval screen (hello11).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  ws-control-hash-in     pic x(12).
           05  ws-control-hash-num REDEFINES ws-control-hash-in
                                      pic 9(12).
       01  ws-to-account-entry.
           05  ws-to-account-in       pic x(08).
           05  ws-to-account-num REDEFINES ws-to-account-in
                                      pic 9(08).
       77  ws-code-in                 pic x(02).
       77  ws-reference-in            pic x(12).
       01  ws-batch-table.
               10  ws-ent-code        pic x(02).
               10  ws-ent-amount      pic 9(07)v99.
               10  ws-ent-reference   pic x(12).
               10  ws-ent-to-account  pic 9(08).
       01  ws-totals-display.
           05  filler                 pic x(07) value "ITEMS: ".
           05  ws-disp-count          pic zzzz9.
               GO TO 2000-exit
           END-IF.
           PERFORM 2200-get-code THRU 2200-exit.
           PERFORM 2250-get-to-account THRU 2250-exit.
           PERFORM 2300-get-amount THRU 2300-exit.
           PERFORM 2400-get-reference THRU 2400-exit.
           ADD 1 TO ws-entry-count.
           MOVE ws-code-in      TO ws-ent-code (ws-entry-count).
           MOVE ws-amount-num   TO ws-ent-amount (ws-entry-count).
           MOVE ws-reference-in TO ws-ent-reference (ws-entry-count).
           MOVE ws-to-account-num
                                TO ws-ent-to-account (ws-entry-count).
           ADD 1              TO ws-item-count.
           ADD ws-amount-num  TO ws-amount-total.
           ADD ws-account-num TO ws-hash-total.
           DISPLAY ws-totals-display       LINE 4  COL 30.
           DISPLAY "ACCOUNT NUMBER (BLANK TO END):"
                                           LINE 6  COL 10.
           DISPLAY "TRANSACTION CODE (DR/CR/TR):"
                                           LINE 8  COL 10.
           DISPLAY "AMOUNT (9(7)V99, NO POINT):"
                                           LINE 10 COL 10.
           DISPLAY "REFERENCE:"            LINE 12 COL 10.
           DISPLAY "TRANSFER TO ACCOUNT (TR ONLY):"
                                           LINE 14 COL 10.
           DISPLAY ws-error-msg            LINE 22 COL 10.
           MOVE SPACES TO ws-error-msg.
           DISPLAY scr-footer-text         LINE 24 COL 10.
           EXIT.

      *----------------------------------------------------------------
      * 2200 - transaction code - DR, CR or TR only.
      *----------------------------------------------------------------
       2200-get-code.
           MOVE "N" TO ws-field-ok-switch.
           MOVE SPACES TO ws-code-in.
           ACCEPT ws-code-in               LINE 8  COL 42.
           IF ws-code-in = "DR" OR ws-code-in = "CR"
           OR ws-code-in = "TR"
               MOVE "Y" TO ws-field-ok-switch
           ELSE
               DISPLAY "CODE MUST BE DR, CR OR TR                "
                                           LINE 22 COL 10
           END-IF.
       2210-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2250 - transfer to-account - keyed only on a TR - numeric,
      * non-zero and not the account being debited - whether it is
      * on file and open is posting's call, same as the from-account.
      *----------------------------------------------------------------
       2250-get-to-account.
           MOVE ZEROS TO ws-to-account-in.
           IF ws-code-in NOT = "TR"
               DISPLAY "        "         LINE 14 COL 42
               GO TO 2250-exit
           END-IF.
           MOVE "N" TO ws-field-ok-switch.
           PERFORM 2260-accept-to-account THRU 2260-exit
               UNTIL ws-field-ok.
       2250-exit.
           EXIT.

       2260-accept-to-account.
           MOVE SPACES TO ws-to-account-in.
           ACCEPT ws-to-account-in         LINE 14 COL 42.
           IF ws-to-account-in NOT NUMERIC
           OR ws-to-account-num = ZERO
               DISPLAY "TO ACCOUNT MUST BE NUMERIC AND NOT ZERO  "
                                           LINE 22 COL 10
               GO TO 2260-exit
           END-IF.
           IF ws-to-account-num = ws-account-num
               DISPLAY "CANNOT TRANSFER TO THE SAME ACCOUNT      "
                                           LINE 22 COL 10
               GO TO 2260-exit
           END-IF.
           MOVE "Y" TO ws-field-ok-switch.
       2260-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2300 - amount - all digits with implied pennies, not zero.
      *----------------------------------------------------------------
           PERFORM 4020-write-trailer THRU 4020-exit.
           CLOSE txn-file.
           MOVE "Y" TO ws-released-switch.
           DISPLAY "BATCH RELEASED - AWAITING APPROVAL       "
                                           LINE 22 COL 10.
       4000-exit.
           EXIT.
           MOVE ws-ent-code (ws-entry-sub)      TO txn-code.
           MOVE ws-ent-amount (ws-entry-sub)    TO txn-amount.
           MOVE ws-ent-reference (ws-entry-sub) TO txn-reference.
           MOVE ws-ent-to-account (ws-entry-sub)
                                                TO txn-to-account.
           MOVE lk-operator-id  TO txn-entry-operator.
           MOVE ws-current-date TO txn-entry-date.
           WRITE txn-record.
           MOVE ws-item-count   TO txn-trl-item-count.
           MOVE ws-amount-total TO txn-trl-amount-total.
           MOVE ws-hash-total   TO txn-trl-hash-total.
           SET  txn-trl-pending TO TRUE.
           MOVE lk-operator-id  TO txn-entry-operator.
           MOVE ws-current-date TO txn-entry-date.
           WRITE txn-record.
