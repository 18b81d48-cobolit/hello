      * account walks its posted activity newest day first, so last
      * Tuesday's question is answerable and the whole file is no
      * longer read front to back for every inquiry.
      * each drill-down line also carries the posting sequence, which
      * with the posting date is what a supervisor keys to reverse an
      * item, and a note tying the line to its partner - the other
      * account of a transfer, the batch of a reversal still waiting
      * to post, or for a reversed item and its reversal the date and
      * sequence of the other half, so the pair reads as a pair.
      * an as-of balance lookup (B) keys a past date and shows the
      * account's balance, status and credit limit as they stood at
      * the close of that day, off the nightly balance snapshot
      * HELLOSNP (see snaprec.cpy) - any day the snapshot step has
      * run for can be answered.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hist-key
               FILE STATUS IS ws-hist-status.
           SELECT snap-file ASSIGN "HELLOSNP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS snap-key
               FILE STATUS IS ws-snap-status.
           SELECT auth-file ASSIGN "HELLOAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY acctrec.
       FD  hist-file.
       COPY histrec.
       FD  snap-file.
       COPY snaprec.
       FD  auth-file.
       COPY authrec.
       FD  log-file.
       COPY scrhdr.
       77  ws-acct-status             pic x(02).
       77  ws-hist-status             pic x(02).
       77  ws-snap-status             pic x(02).
       77  ws-as-of-date              pic x(08).
       77  ws-hist-eof-switch         pic x.
           88  ws-hist-eof                value "Y".
       77  ws-current-date            pic x(08).
           05  ws-disp-balance        pic -zzz,zzz,zz9.99.
           05  ws-disp-limit          pic zzz,zzz,zz9.99.
           05  ws-disp-status         pic x(08).
       77  ws-link-date               pic 9(08).
       01  ws-txn-line.
           05  tx-code                pic x(02).
           05  filler                 pic x(01) value space.
           05  tx-amount              pic z,zzz,zz9.99.
           05  filler                 pic x(01) value space.
           05  tx-reference           pic x(12).
           05  filler                 pic x(01) value space.
           05  tx-date                pic x(08).
           05  filler                 pic x(01) value space.
           05  tx-seq                 pic 9(05).
           05  filler                 pic x(01) value space.
           05  tx-batch               pic 9(04).
           05  filler                 pic x(01) value space.
           05  tx-note                pic x(21).
       LINKAGE SECTION.
       01  lk-operator-id             pic x(08).
       01  lk-auth-level              pic x(01).
                   GO TO 2000-exit
           END-READ.
           PERFORM 2100-show-account THRU 2100-exit.
           DISPLAY "T=TRANSACTIONS, B=AS-OF BALANCE, ENTER=NEXT:"
                                           LINE 20 COL 10.
           ACCEPT ws-reply                 LINE 20 COL 56.
           IF ws-reply = "T" OR ws-reply = "t"
               PERFORM 3000-txn-drill-down THRU 3000-exit
           END-IF.
           IF ws-reply = "B" OR ws-reply = "b"
               PERFORM 4000-as-of-balance THRU 4000-exit
           END-IF.
       2000-exit.
           EXIT.

                   MOVE "CLOSED  " TO ws-disp-status
               WHEN acct-status-frozen
                   MOVE "FROZEN  " TO ws-disp-status
               WHEN acct-status-dormant
                   MOVE "DORMANT " TO ws-disp-status
               WHEN OTHER
                   MOVE "UNKNOWN " TO ws-disp-status
           END-EVALUATE.
           DISPLAY "POSTED ACTIVITY FOR ACCOUNT"
                                           LINE 14 COL 10.
           DISPLAY acct-number             LINE 14 COL 39.
           DISPLAY
               "CD       AMOUNT REFERENCE    POSTED   SEQ  BATCH NOTE"
                                           LINE 15 COL 10.
       3110-exit.
           EXIT.
           MOVE hist-amount      TO tx-amount.
           MOVE hist-reference   TO tx-reference.
           MOVE hist-post-date   TO tx-date.
           MOVE hist-seq         TO tx-seq.
           MOVE hist-batch       TO tx-batch.
           PERFORM 3130-set-line-note THRU 3130-exit.
           COMPUTE ws-page-line-no = 15 + ws-page-line-count.
           DISPLAY ws-txn-line LINE ws-page-line-no COL 10.
       3120-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3130 - the cross-reference note - which account the other leg
      * of a transfer hit, or the date and sequence of the other half
      * of a reversed pair as they show on that half's own line.
      *----------------------------------------------------------------
       3130-set-line-note.
           MOVE SPACES TO tx-note.
           EVALUATE TRUE
               WHEN hist-xref-transfer AND hist-code = "DR"
                   STRING "XFER TO " hist-contra-account
                       DELIMITED BY SIZE INTO tx-note
               WHEN hist-xref-transfer
                   STRING "XFER FROM " hist-contra-account
                       DELIMITED BY SIZE INTO tx-note
               WHEN hist-xref-pending
                   STRING "REV PEND BATCH " hist-pend-batch
                       DELIMITED BY SIZE INTO tx-note
               WHEN hist-xref-reversed
                   COMPUTE ws-link-date =
                       99999999 - hist-link-rev-date
                   STRING "REV BY " ws-link-date "/" hist-link-seq
                       DELIMITED BY SIZE INTO tx-note
               WHEN hist-xref-reversal
                   COMPUTE ws-link-date =
                       99999999 - hist-link-rev-date
                   STRING "REV OF " ws-link-date "/" hist-link-seq
                       DELIMITED BY SIZE INTO tx-note
           END-EVALUATE.
       3130-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - as-of balance - key a past day and read the account's
      * record off that day's balance snapshot - a day with no
      * snapshot at all is told apart from an account that was not
      * yet on the master that day.
      *----------------------------------------------------------------
       4000-as-of-balance.
           OPEN INPUT snap-file.
           IF ws-snap-status NOT = "00"
               DISPLAY "NO BALANCE SNAPSHOTS ON FILE             "
                                           LINE 22 COL 10
               GO TO 4000-exit
           END-IF.
           MOVE SPACES TO ws-as-of-date.
           DISPLAY "AS-OF DATE YYYYMMDD:"  LINE 14 COL 10.
           ACCEPT ws-as-of-date            LINE 14 COL 31.
           IF ws-as-of-date NOT NUMERIC
               DISPLAY "AS-OF DATE MUST BE ALL DIGITS            "
                                           LINE 22 COL 10
               CLOSE snap-file
               GO TO 4000-exit
           END-IF.
           MOVE ws-as-of-date TO snap-date.
           MOVE acct-number   TO snap-account.
           READ snap-file
               INVALID KEY
                   PERFORM 4100-no-snapshot THRU 4100-exit
                   CLOSE snap-file
                   GO TO 4000-exit
           END-READ.
           CLOSE snap-file.
           EVALUATE TRUE
               WHEN snap-status-open
                   MOVE "OPEN    " TO ws-disp-status
               WHEN snap-status-closed
                   MOVE "CLOSED  " TO ws-disp-status
               WHEN snap-status-frozen
                   MOVE "FROZEN  " TO ws-disp-status
               WHEN snap-status-dormant
                   MOVE "DORMANT " TO ws-disp-status
               WHEN OTHER
                   MOVE "UNKNOWN " TO ws-disp-status
           END-EVALUATE.
           MOVE snap-balance      TO ws-disp-balance.
           MOVE snap-credit-limit TO ws-disp-limit.
           DISPLAY "STATUS AS OF:"         LINE 15 COL 10.
           DISPLAY ws-disp-status          LINE 15 COL 25.
           DISPLAY "BALANCE AS OF:"        LINE 16 COL 10.
           DISPLAY ws-disp-balance         LINE 16 COL 25.
           DISPLAY "CREDIT LIMIT:"         LINE 17 COL 10.
           DISPLAY ws-disp-limit           LINE 17 COL 25.
           DISPLAY scr-footer-text         LINE 24 COL 10.
           ACCEPT ws-reply                 LINE 24 COL 60.
       4000-exit.
           EXIT.

       4100-no-snapshot.
           MOVE ws-as-of-date TO snap-date.
           MOVE ZEROS         TO snap-account.
           START snap-file KEY NOT < snap-key
               INVALID KEY
                   MOVE HIGH-VALUES TO snap-date
           END-START.
           IF snap-date NOT = HIGH-VALUES
               READ snap-file NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO snap-date
               END-READ
           END-IF.
           IF snap-date = ws-as-of-date
               DISPLAY "ACCOUNT NOT ON THAT DAY'S SNAPSHOT       "
                                           LINE 22 COL 10
           ELSE
               DISPLAY "NO BALANCE SNAPSHOT FOR THAT DATE        "
                                           LINE 22 COL 10
           END-IF.
       4100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - the account master could not be opened at all - say so
      * once and go back to the menu.
