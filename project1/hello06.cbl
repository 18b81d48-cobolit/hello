      * validation stands guard on every action - the account number
      * must be numeric and not zero, the name must not be blank, the
      * credit limit must be numeric, the status only ever moves
      * between O, C, F and D, and an account with a balance on it
      * cannot be closed.
      * restricted by the ACCMAINT entry in the function authority
      * file, which defaults to admin only - anyone whose level is
      * (see jrnlrec.cpy) carrying the full before and after images
      * of the master record, so every change shows exactly what it
      * touched.
      * reactivate (R) is the only way back from dormant, the status
      * the dormancy run (hellodor) gives an open account left
      * untouched too long - it is held to supervisors by its own
      * REACTIVT entry in the function authority file, which
      * defaults to admin only whatever ACCMAINT allows - anyone
      * else is refused and a DENY record left on the audit trail.
      * every status change stamps the account's status date, which
      * restarts the dormancy clock, so a reactivated account is not
      * marked dormant again the same night.
      * every account belongs to a customer on the customer master
      * HELLOCUS (see custrec.cpy) - add asks for the customer number
      * and will not open the account unless the customer is on file
      * and open, and change may move the account to another such
      * customer (blank keeps the one it has) - with the customer
      * master unavailable, add and change are refused rather than
      * leave an account without its holder.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-number
               FILE STATUS IS ws-acct-status.
           SELECT cust-file ASSIGN "HELLOCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cust-number
               FILE STATUS IS ws-cust-status.
           SELECT jrnl-file ASSIGN "HELLOJNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-jrnl-status.
       FILE SECTION.
       FD  acct-file.
       COPY acctrec.
       FD  cust-file.
       COPY custrec.
       FD  jrnl-file.
       COPY jrnlrec.
       FD  auth-file.
       WORKING-STORAGE SECTION.
       COPY scrhdr.
       77  ws-acct-status             pic x(02).
       77  ws-cust-status             pic x(02).
       77  ws-jrnl-status             pic x(02).
       77  ws-auth-status             pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-allowed-levels          pic x(03).
       77  ws-authorized-switch       pic x.
           88  ws-authorized              value "Y".
       77  ws-react-levels            pic x(03).
       77  ws-react-ok-switch         pic x.
           88  ws-react-ok                value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
           88  ws-maint-done              value "Y".
       77  ws-master-ok-switch        pic x.
           88  ws-master-ok               value "Y".
       77  ws-cust-ok-switch          pic x.
           88  ws-cust-ok                 value "Y".
       77  ws-action                  pic x.
       77  ws-name-in                 pic x(30).
       77  ws-confirm                 pic x.
           05  ws-account-in          pic x(08).
           05  ws-account-num REDEFINES ws-account-in
                                      pic 9(08).
       01  ws-cust-entry.
           05  ws-cust-in             pic x(08).
           05  ws-cust-num REDEFINES ws-cust-in
                                      pic 9(08).
       01  ws-limit-entry.
           05  ws-limit-in            pic x(11).
           05  ws-limit-num REDEFINES ws-limit-in
           END-IF.
           IF NOT ws-master-ok
               PERFORM 8100-no-master THRU 8100-exit
               IF ws-cust-ok
                   CLOSE cust-file
               END-IF
               CLOSE log-file
               CLOSE jrnl-file
               GOBACK

      *----------------------------------------------------------------
      * 1000 - get the clock and terminal, open the account master,
      * the customer master, the journal and the audit log.
      *----------------------------------------------------------------
       1000-initialize.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           IF ws-acct-status NOT = "00"
               MOVE "N" TO ws-master-ok-switch
           END-IF.
           MOVE "Y" TO ws-cust-ok-switch.
           OPEN INPUT cust-file.
           IF ws-cust-status NOT = "00"
               MOVE "N" TO ws-cust-ok-switch
           END-IF.
           OPEN EXTEND jrnl-file.
           IF ws-jrnl-status = "35"
               OPEN OUTPUT jrnl-file
      * 1050 - stand our own guard - look up the ACCMAINT function
      * in the authority file the same way the menu does - the
      * fallback when the file or record is missing is admin only,
      * the shop's standing rule for master maintenance - the
      * REACTIVT function is looked up alongside it for the
      * reactivate action, with the same admin-only fallback.
      *----------------------------------------------------------------
       1050-check-authority.
           MOVE "A  " TO ws-allowed-levels.
           MOVE "A  " TO ws-react-levels.
           OPEN INPUT auth-file.
           IF ws-auth-status = "00"
               MOVE "ACCMAINT" TO auth-function-id
                   NOT INVALID KEY
                       MOVE auth-allowed-levels TO ws-allowed-levels
               END-READ
               MOVE "REACTIVT" TO auth-function-id
               READ auth-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE auth-allowed-levels TO ws-react-levels
               END-READ
               CLOSE auth-file
           END-IF.
           IF lk-auth-level = ws-react-levels (1:1)
           OR lk-auth-level = ws-react-levels (2:1)
           OR lk-auth-level = ws-react-levels (3:1)
               MOVE "Y" TO ws-react-ok-switch
           ELSE
               MOVE "N" TO ws-react-ok-switch
           END-IF.
           IF lk-auth-level = ws-allowed-levels (1:1)
           OR lk-auth-level = ws-allowed-levels (2:1)
           OR lk-auth-level = ws-allowed-levels (3:1)

      *----------------------------------------------------------------
      * 2000 - one maintenance cycle - pick an action and an account
      * number, then branch to the add/change/close/freeze/reopen/
      * reactivate paragraph - X returns to the menu.
      *----------------------------------------------------------------
       2000-maint-cycle.
           PERFORM 2010-display-maint-screen THRU 2010-exit.
           ACCEPT ws-action                LINE 6  COL 66.
           IF ws-action = "X" OR ws-action = "x"
               MOVE "Y" TO ws-maint-done-switch
               GO TO 2000-exit
                   PERFORM 5500-freeze-account THRU 5500-exit
               WHEN "O"
                   PERFORM 5700-reopen-account THRU 5700-exit
               WHEN "R"
                   PERFORM 5800-reactivate-account THRU 5800-exit
               WHEN "I"
                   PERFORM 6000-display-account THRU 6000-exit
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C, L, F, O, R, I OR X  "
                                           LINE 22 COL 10
           END-EVALUATE.
       2000-exit.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "ACCOUNT MASTER MAINTENANCE"
                                           LINE 3  COL 20.
           DISPLAY
               "A=ADD C=CHG L=CLOSE F=FREEZE O=REOPEN R=REACT I=DISP X:"
                                           LINE 6  COL 10.
           DISPLAY scr-footer-text         LINE 24 COL 10.
       2010-exit.
      *----------------------------------------------------------------
      * 3000 - add - the account must not already be on file - a new
      * account opens with a zero balance, status O and today as the
      * open date, linked to the customer keyed for it.
      *----------------------------------------------------------------
       3000-add-account.
           MOVE ws-account-num TO acct-number.
           MOVE SPACES          TO acct-record.
           MOVE ws-account-num  TO acct-number.
           MOVE ws-name-in      TO acct-name.
           MOVE ws-cust-num     TO acct-customer-number.
           MOVE "O"             TO acct-status.
           MOVE 0               TO acct-balance.
           MOVE ws-limit-num    TO acct-credit-limit.
      * coming back means the capture was abandoned.
      *----------------------------------------------------------------
       3500-capture-fields.
           IF NOT ws-cust-ok
               DISPLAY "CUSTOMER MASTER UNAVAILABLE - ABANDONED  "
                                           LINE 22 COL 10
               MOVE SPACES TO ws-name-in
               GO TO 3500-exit
           END-IF.
           MOVE SPACES TO ws-name-in.
           DISPLAY "ACCOUNT NAME:"         LINE 10 COL 10.
           ACCEPT ws-name-in               LINE 10 COL 28.
               MOVE SPACES TO ws-name-in
               GO TO 3500-exit
           END-IF.
           PERFORM 3550-capture-customer THRU 3550-exit.
       3500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3550 - the customer who holds the account - required on add,
      * blank on change keeps the account's present customer - the
      * customer must be on file and open, anything else abandons
      * the capture.
      *----------------------------------------------------------------
       3550-capture-customer.
           DISPLAY "CUSTOMER NUMBER:"      LINE 14 COL 10.
           MOVE SPACES TO ws-cust-in.
           ACCEPT ws-cust-in               LINE 14 COL 28.
           IF ws-cust-in = SPACES
           AND ws-action = "C"
           AND acct-customer-number NUMERIC
               MOVE acct-customer-number TO ws-cust-num
           END-IF.
           IF ws-cust-in NOT NUMERIC OR ws-cust-num = ZERO
               DISPLAY "CUSTOMER MUST BE NUMERIC - ABANDONED     "
                                           LINE 22 COL 10
               MOVE SPACES TO ws-name-in
               GO TO 3550-exit
           END-IF.
           MOVE ws-cust-num TO cust-number.
           READ cust-file
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE - ABANDONED         "
                                           LINE 22 COL 10
                   MOVE SPACES TO ws-name-in
                   GO TO 3550-exit
           END-READ.
           IF NOT cust-status-open
               DISPLAY "CUSTOMER IS CLOSED - ABANDONED           "
                                           LINE 22 COL 10
               MOVE SPACES TO ws-name-in
           END-IF.
       3550-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - change - re-key the name, credit limit and customer
      * over the old values - balance and status are not touched
      * here, the balance belongs to posting and the status has its
      * own actions.
      *----------------------------------------------------------------
       4000-change-account.
           MOVE ws-account-num TO acct-number.
           END-IF.
           MOVE ws-name-in   TO acct-name.
           MOVE ws-limit-num TO acct-credit-limit.
           MOVE ws-cust-num  TO acct-customer-number.
           REWRITE acct-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "ACCOUNT CHANGED                          "
           END-IF.
           MOVE acct-record TO ws-before-image.
           MOVE "C" TO acct-status.
           MOVE ws-current-date TO acct-status-date.
           REWRITE acct-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "ACCOUNT CLOSED                           "
           END-IF.
           MOVE acct-record TO ws-before-image.
           MOVE "F" TO acct-status.
           MOVE ws-current-date TO acct-status-date.
           REWRITE acct-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "ACCOUNT FROZEN                           "
           END-IF.
           MOVE acct-record TO ws-before-image.
           MOVE "O" TO acct-status.
           MOVE ws-current-date TO acct-status-date.
           REWRITE acct-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "ACCOUNT REOPENED                         "
       5700-exit.
           EXIT.

      *----------------------------------------------------------------
      * 5800 - reactivate - the way back from dormant, for
      * supervisors only - the operator sees the balance the account
      * wakes up with and confirms once - it goes back to open with
      * today as its status date, so its debits post again and the
      * dormancy clock starts afresh.
      *----------------------------------------------------------------
       5800-reactivate-account.
           IF NOT ws-react-ok
               DISPLAY "REACTIVATE IS FOR SUPERVISORS ONLY       "
                                           LINE 22 COL 10
               PERFORM 7100-log-refusal THRU 7100-exit
               GO TO 5800-exit
           END-IF.
           MOVE ws-account-num TO acct-number.
           READ acct-file
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON FILE                      "
                                           LINE 22 COL 10
                   GO TO 5800-exit
           END-READ.
           IF NOT acct-status-dormant
               DISPLAY "ONLY A DORMANT ACCOUNT CAN BE REACTIVATED"
                                           LINE 22 COL 10
               GO TO 5800-exit
           END-IF.
           MOVE acct-balance TO ws-disp-balance.
           DISPLAY "REACTIVATING:"         LINE 10 COL 10.
           DISPLAY acct-name               LINE 10 COL 25.
           DISPLAY "BALANCE:"              LINE 11 COL 10.
           DISPLAY ws-disp-balance         LINE 11 COL 25.
           DISPLAY "LAST ACTIVITY:"        LINE 12 COL 10.
           DISPLAY acct-last-txn-date      LINE 12 COL 25.
           DISPLAY "CONFIRM REACTIVATE (Y/N):"
                                           LINE 14 COL 10.
           MOVE SPACE TO ws-confirm.
           ACCEPT ws-confirm               LINE 14 COL 37.
           IF ws-confirm NOT = "Y"
               DISPLAY "REACTIVATE NOT CONFIRMED                 "
                                           LINE 22 COL 10
               GO TO 5800-exit
           END-IF.
           MOVE acct-record TO ws-before-image.
           MOVE "O" TO acct-status.
           MOVE ws-current-date TO acct-status-date.
           REWRITE acct-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "ACCOUNT REACTIVATED                      "
                                           LINE 22 COL 10.
       5800-exit.
           EXIT.

      *----------------------------------------------------------------
      * 6000 - display - the master fields, read only.
      *----------------------------------------------------------------
                   MOVE "CLOSED  " TO ws-disp-status
               WHEN acct-status-frozen
                   MOVE "FROZEN  " TO ws-disp-status
               WHEN acct-status-dormant
                   MOVE "DORMANT " TO ws-disp-status
               WHEN OTHER
                   MOVE "UNKNOWN " TO ws-disp-status
           END-EVALUATE.
           DISPLAY ws-disp-limit           LINE 13 COL 25.
           DISPLAY "OPENED:"               LINE 14 COL 10.
           DISPLAY acct-open-date          LINE 14 COL 25.
           DISPLAY "CUSTOMER:"             LINE 15 COL 10.
           DISPLAY acct-customer-number    LINE 15 COL 25.
           DISPLAY scr-footer-text         LINE 24 COL 10.
           ACCEPT ws-reply                 LINE 24 COL 60.
       6000-exit.
       7000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7100 - a refused reactivate - a DENY record with the key
      * pressed and the account it was aimed at.
      *----------------------------------------------------------------
       7100-log-refusal.
           ACCEPT ws-current-time FROM TIME.
           MOVE SPACES          TO log-record.
           MOVE "hello06"       TO log-program-id.
           MOVE lk-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-maint TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE ws-action       TO log-key-pressed.
           MOVE "DENY"          TO log-return-status.
           MOVE lk-auth-level   TO log-auth-level.
           MOVE ws-account-in   TO log-detail.
           WRITE log-record.
       7100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - turned away - tell the operator and leave a DENY
      * record on the audit trail so the poking shows up.

       9600-close-files.
           CLOSE acct-file.
           IF ws-cust-ok
               CLOSE cust-file
           END-IF.
           CLOSE jrnl-file.
           CLOSE log-file.
       9600-exit.
