       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hello13.
      * menu option P - customer relationship inquiry - the operator
      * keys a customer number and sees the customer off HELLOCUS
      * (see custrec.cpy) with every account on HELLOACT linked to
      * them, each with its status and balance, and the customer's
      * total position across all of them, so the phones answer for
      * the customer rather than one account at a time - a blank
      * customer number returns to the menu.
      * the account master has no customer key, so it is read through
      * once for the total position and again for the pages of
      * accounts, seven to a screen.
      * called with the signed-on operator and authority level and
      * checks its own CUSTINQ entry in the function authority file,
      * which defaults to all three levels like account inquiry - a
      * refused operator is turned away and the attempt is logged
      * with DENY status.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cust-file ASSIGN "HELLOCUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cust-number
               FILE STATUS IS ws-cust-status.
           SELECT acct-file ASSIGN "HELLOACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-number
               FILE STATUS IS ws-acct-status.
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
       FD  cust-file.
       COPY custrec.
       FD  acct-file.
       COPY acctrec.
       FD  auth-file.
       COPY authrec.
       FD  log-file.
       COPY logrec.
       FD  dat-file.
       COPY datrec.
       WORKING-STORAGE SECTION.
       COPY scrhdr.
       77  ws-cust-status             pic x(02).
       77  ws-acct-status             pic x(02).
       77  ws-auth-status             pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-acct-eof-switch         pic x.
           88  ws-acct-eof                value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-inquiry-done-switch     pic x.
           88  ws-inquiry-done            value "Y".
       77  ws-paging-done-switch      pic x.
           88  ws-paging-done             value "Y".
       77  ws-master-ok-switch        pic x.
           88  ws-master-ok               value "Y".
       77  ws-page-line-count         pic 9(02) comp.
       77  ws-page-line-no            pic 9(02) comp.
       77  ws-acct-count              pic 9(05).
       77  ws-position-total          pic s9(13)v99.
       77  ws-reply                   pic x.
       77  ws-terminal-id             pic x(08).
       77  ws-allowed-levels          pic x(03).
       77  ws-authorized-switch       pic x.
           88  ws-authorized              value "Y".
       01  ws-cust-entry.
           05  ws-cust-in             pic x(08).
           05  ws-cust-num REDEFINES ws-cust-in
                                      pic 9(08).
       01  ws-cust-display.
           05  ws-disp-cust-status    pic x(08).
           05  ws-disp-count          pic zzzz9.
           05  ws-disp-position       pic -z,zzz,zzz,zzz,zz9.99.
       01  ws-acct-line.
           05  al-account             pic 9(08).
           05  filler                 pic x(02) value spaces.
           05  al-name                pic x(30).
           05  filler                 pic x(02) value spaces.
           05  al-status              pic x(08).
           05  filler                 pic x(02) value spaces.
           05  al-balance             pic -zzz,zzz,zz9.99.
       LINKAGE SECTION.
       01  lk-operator-id             pic x(08).
       01  lk-auth-level              pic x(01).
       PROCEDURE DIVISION USING lk-operator-id lk-auth-level.
       main.
           PERFORM 1050-check-authority THRU 1050-exit.
           IF NOT ws-authorized
               GOBACK
           END-IF.
           PERFORM 1000-initialize THRU 1000-exit.
           IF NOT ws-master-ok
               PERFORM 8000-no-master THRU 8000-exit
               GOBACK
           END-IF.
           PERFORM 2000-inquiry-cycle THRU 2000-exit
               UNTIL ws-inquiry-done.
           CLOSE cust-file.
           CLOSE acct-file.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock and open the customer and account
      * masters - either one that will not open gets one clear
      * message instead of a dead screen.
      *----------------------------------------------------------------
       1000-initialize.
           MOVE "N" TO ws-inquiry-done-switch.
           MOVE "Y" TO ws-master-ok-switch.
           OPEN INPUT cust-file.
           IF ws-cust-status NOT = "00"
               MOVE "N" TO ws-master-ok-switch
               GO TO 1000-exit
           END-IF.
           OPEN INPUT acct-file.
           IF ws-acct-status NOT = "00"
               CLOSE cust-file
               MOVE "N" TO ws-master-ok-switch
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
      * 1050 - stand our own guard - look up the CUSTINQ function in
      * the authority file (default lets all three levels in, the
      * shop's standing rule for inquiry) and turn away an operator
      * whose level is not on the list, logging the attempt.
      *----------------------------------------------------------------
       1050-check-authority.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           ACCEPT ws-current-time FROM TIME.
           PERFORM 1005-read-proc-date THRU 1005-exit.
           DISPLAY "TERM" UPON ENVIRONMENT-NAME.
           ACCEPT ws-terminal-id FROM ENVIRONMENT-VALUE.
           IF ws-terminal-id = SPACES
               MOVE "CONSOLE " TO ws-terminal-id
           END-IF.
           MOVE "AOI" TO ws-allowed-levels.
           OPEN INPUT auth-file.
           IF ws-auth-status = "00"
               MOVE "CUSTINQ " TO auth-function-id
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
               GO TO 1050-exit
           END-IF.
           MOVE "N" TO ws-authorized-switch.
           DISPLAY "NOT AUTHORIZED FOR CUSTOMER INQUIRY"
                                           LINE 22 COL 10.
           PERFORM 1060-log-deny THRU 1060-exit.
           ACCEPT ws-reply                 LINE 24 COL 60.
       1050-exit.
           EXIT.

       1060-log-deny.
           OPEN EXTEND log-file.
           IF ws-log-status = "35"
               OPEN OUTPUT log-file
           END-IF.
           MOVE SPACES          TO log-record.
           MOVE "hello13"       TO log-program-id.
           MOVE lk-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-maint TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE SPACE           TO log-key-pressed.
           MOVE "DENY"          TO log-return-status.
           MOVE lk-auth-level   TO log-auth-level.
           MOVE "CUSTINQ "      TO log-detail.
           WRITE log-record.
           CLOSE log-file.
       1060-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2000 - one inquiry - key a customer, show the customer and
      * the total position, then page through the accounts.
      *----------------------------------------------------------------
       2000-inquiry-cycle.
           PERFORM 2010-display-inquiry-screen THRU 2010-exit.
           MOVE SPACES TO ws-cust-in.
           ACCEPT ws-cust-in               LINE 5  COL 43.
           IF ws-cust-in = SPACES
               MOVE "Y" TO ws-inquiry-done-switch
               GO TO 2000-exit
           END-IF.
           IF ws-cust-in NOT NUMERIC
               DISPLAY "CUSTOMER MUST BE NUMERIC                 "
                                           LINE 22 COL 10
               GO TO 2000-exit
           END-IF.
           MOVE ws-cust-num TO cust-number.
           READ cust-file
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON MASTER FILE              "
                                           LINE 22 COL 10
                   GO TO 2000-exit
           END-READ.
           PERFORM 2200-total-position THRU 2200-exit.
           PERFORM 2100-show-customer THRU 2100-exit.
           IF ws-acct-count = 0
               DISPLAY "CUSTOMER HOLDS NO ACCOUNTS               "
                                           LINE 22 COL 10
               DISPLAY scr-footer-text     LINE 24 COL 10
               ACCEPT ws-reply             LINE 24 COL 60
               GO TO 2000-exit
           END-IF.
           PERFORM 3000-account-pages THRU 3000-exit.
       2000-exit.
           EXIT.

       2010-display-inquiry-screen.
           MOVE "hello13"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "CUSTOMER RELATIONSHIP INQUIRY"
                                           LINE 3  COL 20.
           DISPLAY "CUSTOMER NUMBER (BLANK TO EXIT):"
                                           LINE 5  COL 10.
           DISPLAY scr-footer-text         LINE 24 COL 10.
       2010-exit.
           EXIT.

       2100-show-customer.
           EVALUATE TRUE
               WHEN cust-status-open
                   MOVE "OPEN    " TO ws-disp-cust-status
               WHEN cust-status-closed
                   MOVE "CLOSED  " TO ws-disp-cust-status
               WHEN OTHER
                   MOVE "UNKNOWN " TO ws-disp-cust-status
           END-EVALUATE.
           MOVE ws-acct-count     TO ws-disp-count.
           MOVE ws-position-total TO ws-disp-position.
           DISPLAY "NAME:"                 LINE 7  COL 10.
           DISPLAY cust-name               LINE 7  COL 25.
           DISPLAY "STATUS:"               LINE 7  COL 60.
           DISPLAY ws-disp-cust-status     LINE 7  COL 68.
           DISPLAY "ADDRESS:"              LINE 8  COL 10.
           DISPLAY cust-address-line (1)   LINE 8  COL 25.
           DISPLAY cust-address-line (2)   LINE 9  COL 25.
           DISPLAY cust-address-line (3)   LINE 10 COL 25.
           DISPLAY "PHONE:"                LINE 11 COL 10.
           DISPLAY cust-phone              LINE 11 COL 25.
           DISPLAY "TAX ID:"               LINE 11 COL 45.
           DISPLAY cust-tax-id             LINE 11 COL 54.
           DISPLAY "ACCOUNTS:"             LINE 12 COL 10.
           DISPLAY ws-disp-count           LINE 12 COL 25.
           DISPLAY "TOTAL POSITION:"       LINE 12 COL 35.
           DISPLAY ws-disp-position        LINE 12 COL 51.
       2100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2200 - the total position - every account on the master
      * linked to the customer, counted and its balance summed.
      *----------------------------------------------------------------
       2200-total-position.
           MOVE 0 TO ws-acct-count.
           MOVE 0 TO ws-position-total.
           PERFORM 2300-start-master THRU 2300-exit.
           PERFORM 2210-total-account THRU 2210-exit
               UNTIL ws-acct-eof.
       2200-exit.
           EXIT.

       2210-total-account.
           PERFORM 2400-next-cust-account THRU 2400-exit.
           IF ws-acct-eof
               GO TO 2210-exit
           END-IF.
           ADD 1            TO ws-acct-count.
           ADD acct-balance TO ws-position-total.
       2210-exit.
           EXIT.

       2300-start-master.
           MOVE "N"   TO ws-acct-eof-switch.
           MOVE ZEROS TO acct-number.
           START acct-file KEY NOT < acct-number
               INVALID KEY
                   MOVE "Y" TO ws-acct-eof-switch
           END-START.
       2300-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2400 - read on to the customer's next account - an account
      * opened before customers were kept carries no customer number
      * and belongs to no one here.
      *----------------------------------------------------------------
       2400-next-cust-account.
           READ acct-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-acct-eof-switch
                   GO TO 2400-exit
           END-READ.
           IF acct-customer-number NOT NUMERIC
           OR acct-customer-number NOT = ws-cust-num
               GO TO 2400-next-cust-account
           END-IF.
       2400-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - the customer's accounts a screen at a time in account
      * number order - ENTER pages on, anything else ends the
      * inquiry for this customer.
      *----------------------------------------------------------------
       3000-account-pages.
           MOVE "N" TO ws-paging-done-switch.
           PERFORM 2300-start-master THRU 2300-exit.
           PERFORM 3100-show-page THRU 3100-exit
               UNTIL ws-paging-done.
       3000-exit.
           EXIT.

       3100-show-page.
           PERFORM 3110-display-page-heading THRU 3110-exit.
           MOVE 0 TO ws-page-line-count.
           PERFORM 3120-fill-page-line THRU 3120-exit
               UNTIL ws-acct-eof OR ws-page-line-count = 7.
           IF NOT ws-acct-eof
               PERFORM 2400-next-cust-account THRU 2400-exit
               IF NOT ws-acct-eof
                   PERFORM 3130-hold-next THRU 3130-exit
               END-IF
           END-IF.
           IF ws-acct-eof
               MOVE "Y" TO ws-paging-done-switch
               DISPLAY "END OF ACCOUNTS                          "
                                           LINE 21 COL 10
               DISPLAY scr-footer-text     LINE 24 COL 10
               ACCEPT ws-reply             LINE 24 COL 60
               GO TO 3100-exit
           END-IF.
           DISPLAY "ENTER=MORE ACCOUNTS, X=NEXT CUSTOMER:    "
                                           LINE 21 COL 10.
           ACCEPT ws-reply                 LINE 21 COL 49.
           IF ws-reply NOT = SPACE
               MOVE "Y" TO ws-paging-done-switch
           END-IF.
       3100-exit.
           EXIT.

       3110-display-page-heading.
           DISPLAY
               "ACCOUNT   NAME                            STATUS  "
                                           LINE 13 COL 10.
           DISPLAY "       BALANCE"        LINE 13 COL 62.
           PERFORM 3115-clear-page-line THRU 3115-exit
               VARYING ws-page-line-no FROM 14 BY 1
               UNTIL ws-page-line-no > 20.
       3110-exit.
           EXIT.

       3115-clear-page-line.
           MOVE SPACES TO ws-acct-line.
           DISPLAY ws-acct-line LINE ws-page-line-no COL 10.
       3115-exit.
           EXIT.

       3120-fill-page-line.
           PERFORM 2400-next-cust-account THRU 2400-exit.
           IF ws-acct-eof
               GO TO 3120-exit
           END-IF.
           PERFORM 3140-show-line THRU 3140-exit.
       3120-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3130 - the page is full and another account is waiting - it
      * is shown first on the next page, so hold it by starting the
      * master again at its key.
      *----------------------------------------------------------------
       3130-hold-next.
           START acct-file KEY NOT < acct-number
               INVALID KEY
                   MOVE "Y" TO ws-acct-eof-switch
           END-START.
       3130-exit.
           EXIT.

       3140-show-line.
           ADD 1 TO ws-page-line-count.
           EVALUATE TRUE
               WHEN acct-status-open
                   MOVE "OPEN    " TO al-status
               WHEN acct-status-closed
                   MOVE "CLOSED  " TO al-status
               WHEN acct-status-frozen
                   MOVE "FROZEN  " TO al-status
               WHEN acct-status-dormant
                   MOVE "DORMANT " TO al-status
               WHEN OTHER
                   MOVE "UNKNOWN " TO al-status
           END-EVALUATE.
           MOVE acct-number  TO al-account.
           MOVE acct-name    TO al-name.
           MOVE acct-balance TO al-balance.
           COMPUTE ws-page-line-no = 13 + ws-page-line-count.
           DISPLAY ws-acct-line LINE ws-page-line-no COL 10.
       3140-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - a master could not be opened at all - say so once and
      * go back to the menu.
      *----------------------------------------------------------------
       8000-no-master.
           MOVE "hello13"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           IF ws-cust-status NOT = "00"
               DISPLAY "CUSTOMER MASTER UNAVAILABLE - STATUS"
                                           LINE 10 COL 15
               DISPLAY ws-cust-status      LINE 10 COL 52
           ELSE
               DISPLAY "ACCOUNT MASTER UNAVAILABLE - STATUS"
                                           LINE 10 COL 15
               DISPLAY ws-acct-status      LINE 10 COL 52
           END-IF.
           DISPLAY scr-footer-text         LINE 24 COL 10.
           ACCEPT ws-reply                 LINE 24 COL 60.
       8000-exit.
           EXIT.
