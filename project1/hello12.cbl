       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hello12.
      * menu option C - customer master maintenance - add, change,
      * close and display of the customers on HELLOCUS (see
      * custrec.cpy), the account holders the accounts on HELLOACT
      * are linked to, so a customer's name, address, phone, tax id
      * and date of birth are kept once for all their accounts.
      * validation stands guard on every action - the customer
      * number must be numeric and not zero, the name must not be
      * blank, a date of birth must be a real date before today,
      * and a customer still holding an account that is not closed
      * cannot be closed.
      * a change shows the current values first - a field left blank
      * keeps its current value.
      * restricted by the CUSTMANT entry in the function authority
      * file, which defaults to admin only, the same as account
      * maintenance - anyone whose level is not on the list is
      * turned away and the attempt is logged.
      * every add, change and close writes a MAINT record to the
      * audit trail and a journal record to HELLOCJN (see
      * cjnlrec.cpy) carrying the full before and after images of
      * the customer record.
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
           SELECT cjnl-file ASSIGN "HELLOCJN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cjnl-status.
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
       FD  cjnl-file.
       COPY cjnlrec.
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
       77  ws-cjnl-status             pic x(02).
       77  ws-auth-status             pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-allowed-levels          pic x(03).
       77  ws-authorized-switch       pic x.
           88  ws-authorized              value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
       77  ws-maint-done-switch       pic x.
           88  ws-maint-done              value "Y".
       77  ws-master-ok-switch        pic x.
           88  ws-master-ok               value "Y".
       77  ws-capture-ok-switch       pic x.
           88  ws-capture-ok              value "Y".
       77  ws-acct-eof-switch         pic x.
           88  ws-acct-eof                value "Y".
       77  ws-date-ok-switch          pic x.
           88  ws-date-ok                 value "Y".
       77  ws-live-acct-count         pic 9(05).
       77  ws-action                  pic x.
       77  ws-confirm                 pic x.
       77  ws-reply                   pic x.
       77  ws-before-image            pic x(200).
       77  ws-after-image             pic x(200).
       77  ws-name-in                 pic x(30).
       77  ws-addr-in-1               pic x(30).
       77  ws-addr-in-2               pic x(30).
       77  ws-addr-in-3               pic x(30).
       77  ws-phone-in                pic x(15).
       77  ws-tax-id-in               pic x(12).
       77  ws-month-days              pic 9(02).
       77  ws-leap-rem                pic 9(04).
       77  ws-zel-quot                pic 9(07) comp.
       01  ws-cust-entry.
           05  ws-cust-in             pic x(08).
           05  ws-cust-num REDEFINES ws-cust-in
                                      pic 9(08).
       01  ws-birth-entry.
           05  ws-birth-in            pic x(08).
       01  ws-cand-date-r REDEFINES ws-birth-entry.
           05  ws-cand-yy             pic 9(04).
           05  ws-cand-mm             pic 9(02).
           05  ws-cand-dd             pic 9(02).
       77  ws-disp-status             pic x(08).
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
           IF NOT ws-master-ok
               PERFORM 8100-no-master THRU 8100-exit
               CLOSE log-file
               CLOSE cjnl-file
               GOBACK
           END-IF.
           PERFORM 2000-maint-cycle THRU 2000-exit
               UNTIL ws-maint-done.
           PERFORM 9600-close-files THRU 9600-exit.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock and terminal, open the customer master,
      * the journal and the audit log.
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
           MOVE "N" TO ws-maint-done-switch.
           MOVE "Y" TO ws-master-ok-switch.
           OPEN I-O cust-file.
           IF ws-cust-status = "35"
               OPEN OUTPUT cust-file
               CLOSE       cust-file
               OPEN I-O    cust-file
           END-IF.
           IF ws-cust-status NOT = "00"
               MOVE "N" TO ws-master-ok-switch
           END-IF.
           OPEN EXTEND cjnl-file.
           IF ws-cjnl-status = "35"
               OPEN OUTPUT cjnl-file
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
      * 1050 - stand our own guard - look up the CUSTMANT function
      * in the authority file the same way the menu does - the
      * fallback when the file or record is missing is admin only,
      * the shop's standing rule for master maintenance.
      *----------------------------------------------------------------
       1050-check-authority.
           MOVE "A  " TO ws-allowed-levels.
           OPEN INPUT auth-file.
           IF ws-auth-status = "00"
               MOVE "CUSTMANT" TO auth-function-id
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
      * 2000 - one maintenance cycle - pick an action and a customer
      * number, then branch to the add/change/close/display
      * paragraph - X returns to the menu.
      *----------------------------------------------------------------
       2000-maint-cycle.
           PERFORM 2010-display-maint-screen THRU 2010-exit.
           ACCEPT ws-action                LINE 6  COL 55.
           IF ws-action = "X" OR ws-action = "x"
               MOVE "Y" TO ws-maint-done-switch
               GO TO 2000-exit
           END-IF.
           DISPLAY "CUSTOMER NUMBER:"      LINE 8  COL 10.
           MOVE SPACES TO ws-cust-in.
           ACCEPT ws-cust-in               LINE 8  COL 28.
           IF ws-cust-in NOT NUMERIC OR ws-cust-num = ZERO
               DISPLAY "CUSTOMER MUST BE NUMERIC AND NOT ZERO    "
                                           LINE 22 COL 10
               GO TO 2000-exit
           END-IF.
           EVALUATE ws-action
               WHEN "A"
                   PERFORM 3000-add-customer THRU 3000-exit
               WHEN "C"
                   PERFORM 4000-change-customer THRU 4000-exit
               WHEN "L"
                   PERFORM 5000-close-customer THRU 5000-exit
               WHEN "I"
                   PERFORM 6000-display-customer THRU 6000-exit
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C, L, I OR X           "
                                           LINE 22 COL 10
           END-EVALUATE.
       2000-exit.
           EXIT.

       2010-display-maint-screen.
           MOVE "hello12"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "CUSTOMER MASTER MAINTENANCE"
                                           LINE 3  COL 20.
           DISPLAY "A=ADD C=CHANGE L=CLOSE I=DISPLAY X=EXIT:"
                                           LINE 6  COL 10.
           DISPLAY scr-footer-text         LINE 24 COL 10.
       2010-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - add - the customer must not already be on file - a
      * new customer opens with status O and today as the open date.
      *----------------------------------------------------------------
       3000-add-customer.
           MOVE ws-cust-num TO cust-number.
           READ cust-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CUSTOMER ALREADY ON FILE                 "
                                           LINE 22 COL 10
                   GO TO 3000-exit
           END-READ.
           MOVE SPACES          TO cust-record.
           MOVE ws-cust-num     TO cust-number.
           PERFORM 3500-capture-fields THRU 3500-exit.
           IF NOT ws-capture-ok
               GO TO 3000-exit
           END-IF.
           MOVE SPACES          TO ws-before-image.
           MOVE "O"             TO cust-status.
           MOVE ws-current-date TO cust-open-date.
           WRITE cust-record
               INVALID KEY
                   DISPLAY "ADD FAILED - SEE FILE STATUS             "
                                           LINE 22 COL 10
                   GO TO 3000-exit
           END-WRITE.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "CUSTOMER ADDED                           "
                                           LINE 22 COL 10.
       3000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3500 - shared capture for add and change - each field is
      * keyed over the value on the record, a blank entry leaving
      * that value alone (so for an add, blank) - the name may not
      * end up blank and a date of birth must be a real date before
      * today, or the capture is abandoned with the record untouched.
      *----------------------------------------------------------------
       3500-capture-fields.
           MOVE "N" TO ws-capture-ok-switch.
           DISPLAY "NAME:"                 LINE 10 COL 10.
           DISPLAY "ADDRESS:"              LINE 11 COL 10.
           DISPLAY "PHONE:"                LINE 14 COL 10.
           DISPLAY "TAX ID:"               LINE 15 COL 10.
           DISPLAY "BIRTH DATE YYYYMMDD:"  LINE 16 COL 10.
           DISPLAY "BLANK KEEPS THE VALUE SHOWN"
                                           LINE 18 COL 10.
           DISPLAY cust-name               LINE 10 COL 50.
           DISPLAY cust-address-line (1)   LINE 11 COL 50.
           DISPLAY cust-address-line (2)   LINE 12 COL 50.
           DISPLAY cust-address-line (3)   LINE 13 COL 50.
           DISPLAY cust-phone              LINE 14 COL 50.
           DISPLAY cust-tax-id             LINE 15 COL 50.
           DISPLAY cust-birth-date         LINE 16 COL 50.
           MOVE SPACES TO ws-name-in.
           MOVE SPACES TO ws-addr-in-1.
           MOVE SPACES TO ws-addr-in-2.
           MOVE SPACES TO ws-addr-in-3.
           MOVE SPACES TO ws-phone-in.
           MOVE SPACES TO ws-tax-id-in.
           MOVE SPACES TO ws-birth-in.
           ACCEPT ws-name-in               LINE 10 COL 18.
           ACCEPT ws-addr-in-1             LINE 11 COL 18.
           ACCEPT ws-addr-in-2             LINE 12 COL 18.
           ACCEPT ws-addr-in-3             LINE 13 COL 18.
           ACCEPT ws-phone-in              LINE 14 COL 18.
           ACCEPT ws-tax-id-in             LINE 15 COL 31.
           ACCEPT ws-birth-in              LINE 16 COL 31.
           IF ws-name-in = SPACES AND cust-name = SPACES
               DISPLAY "NAME MUST NOT BE BLANK - ABANDONED       "
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           IF ws-birth-in NOT = SPACES
               PERFORM 3600-check-birth-date THRU 3600-exit
               IF NOT ws-date-ok
                   DISPLAY "BIRTH DATE NOT VALID - ABANDONED         "
                                           LINE 22 COL 10
                   GO TO 3500-exit
               END-IF
               MOVE ws-birth-in  TO cust-birth-date
           END-IF.
           IF ws-name-in NOT = SPACES
               MOVE ws-name-in   TO cust-name
           END-IF.
           IF ws-addr-in-1 NOT = SPACES
               MOVE ws-addr-in-1 TO cust-address-line (1)
           END-IF.
           IF ws-addr-in-2 NOT = SPACES
               MOVE ws-addr-in-2 TO cust-address-line (2)
           END-IF.
           IF ws-addr-in-3 NOT = SPACES
               MOVE ws-addr-in-3 TO cust-address-line (3)
           END-IF.
           IF ws-phone-in NOT = SPACES
               MOVE ws-phone-in  TO cust-phone
           END-IF.
           IF ws-tax-id-in NOT = SPACES
               MOVE ws-tax-id-in TO cust-tax-id
           END-IF.
           MOVE "Y" TO ws-capture-ok-switch.
       3500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3600 - a birth date must be numeric, a real calendar date
      * and before today.
      *----------------------------------------------------------------
       3600-check-birth-date.
           MOVE "N" TO ws-date-ok-switch.
           IF ws-birth-in NOT NUMERIC
               GO TO 3600-exit
           END-IF.
           IF ws-cand-mm < 1 OR ws-cand-mm > 12
               GO TO 3600-exit
           END-IF.
           PERFORM 8750-set-month-days THRU 8750-exit.
           IF ws-cand-dd < 1 OR ws-cand-dd > ws-month-days
               GO TO 3600-exit
           END-IF.
           IF ws-birth-in NOT < ws-current-date
               GO TO 3600-exit
           END-IF.
           MOVE "Y" TO ws-date-ok-switch.
       3600-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - change - the current values are shown and re-keyed
      * over - status and open date are not touched here.
      *----------------------------------------------------------------
       4000-change-customer.
           MOVE ws-cust-num TO cust-number.
           READ cust-file
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE                     "
                                           LINE 22 COL 10
                   GO TO 4000-exit
           END-READ.
           MOVE cust-record TO ws-before-image.
           PERFORM 3500-capture-fields THRU 3500-exit.
           IF NOT ws-capture-ok
               GO TO 4000-exit
           END-IF.
           REWRITE cust-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "CUSTOMER CHANGED                         "
                                           LINE 22 COL 10.
       4000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 5000 - close - only a customer with every account closed may
      * be closed, and the operator confirms once - no new account
      * can be opened for a closed customer.
      *----------------------------------------------------------------
       5000-close-customer.
           MOVE ws-cust-num TO cust-number.
           READ cust-file
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE                     "
                                           LINE 22 COL 10
                   GO TO 5000-exit
           END-READ.
           IF cust-status-closed
               DISPLAY "CUSTOMER IS ALREADY CLOSED               "
                                           LINE 22 COL 10
               GO TO 5000-exit
           END-IF.
           PERFORM 5100-count-live-accounts THRU 5100-exit.
           IF ws-live-acct-count > 0
               DISPLAY "CUSTOMER STILL HOLDS ACCOUNTS NOT CLOSED "
                                           LINE 22 COL 10
               GO TO 5000-exit
           END-IF.
           DISPLAY "CLOSING:"              LINE 10 COL 10.
           DISPLAY cust-name               LINE 10 COL 20.
           DISPLAY "CONFIRM CLOSE (Y/N):"  LINE 12 COL 10.
           MOVE SPACE TO ws-confirm.
           ACCEPT ws-confirm               LINE 12 COL 32.
           IF ws-confirm NOT = "Y"
               DISPLAY "CLOSE NOT CONFIRMED                      "
                                           LINE 22 COL 10
               GO TO 5000-exit
           END-IF.
           MOVE cust-record TO ws-before-image.
           MOVE "C" TO cust-status.
           REWRITE cust-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "CUSTOMER CLOSED                          "
                                           LINE 22 COL 10.
       5000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 5100 - count the customer's accounts that are not closed -
      * the account master has no customer key, so it is read
      * through - a master that cannot be opened counts as one, so
      * the close is refused rather than let through blind.
      *----------------------------------------------------------------
       5100-count-live-accounts.
           MOVE 0   TO ws-live-acct-count.
           MOVE "N" TO ws-acct-eof-switch.
           OPEN INPUT acct-file.
           IF ws-acct-status NOT = "00"
               MOVE 1 TO ws-live-acct-count
               GO TO 5100-exit
           END-IF.
           PERFORM 5110-test-account THRU 5110-exit
               UNTIL ws-acct-eof.
           CLOSE acct-file.
       5100-exit.
           EXIT.

       5110-test-account.
           READ acct-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-acct-eof-switch
                   GO TO 5110-exit
           END-READ.
           IF acct-customer-number NUMERIC
           AND acct-customer-number = ws-cust-num
           AND NOT acct-status-closed
               ADD 1 TO ws-live-acct-count
           END-IF.
       5110-exit.
           EXIT.

      *----------------------------------------------------------------
      * 6000 - display - the customer fields, read only.
      *----------------------------------------------------------------
       6000-display-customer.
           MOVE ws-cust-num TO cust-number.
           READ cust-file
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE                     "
                                           LINE 22 COL 10
                   GO TO 6000-exit
           END-READ.
           EVALUATE TRUE
               WHEN cust-status-open
                   MOVE "OPEN    " TO ws-disp-status
               WHEN cust-status-closed
                   MOVE "CLOSED  " TO ws-disp-status
               WHEN OTHER
                   MOVE "UNKNOWN " TO ws-disp-status
           END-EVALUATE.
           DISPLAY "NAME:"                 LINE 10 COL 10.
           DISPLAY cust-name               LINE 10 COL 25.
           DISPLAY "ADDRESS:"              LINE 11 COL 10.
           DISPLAY cust-address-line (1)   LINE 11 COL 25.
           DISPLAY cust-address-line (2)   LINE 12 COL 25.
           DISPLAY cust-address-line (3)   LINE 13 COL 25.
           DISPLAY "PHONE:"                LINE 14 COL 10.
           DISPLAY cust-phone              LINE 14 COL 25.
           DISPLAY "TAX ID:"               LINE 15 COL 10.
           DISPLAY cust-tax-id             LINE 15 COL 25.
           DISPLAY "BIRTH DATE:"           LINE 16 COL 10.
           DISPLAY cust-birth-date         LINE 16 COL 25.
           DISPLAY "STATUS:"               LINE 17 COL 10.
           DISPLAY ws-disp-status          LINE 17 COL 25.
           DISPLAY "OPENED:"               LINE 18 COL 10.
           DISPLAY cust-open-date          LINE 18 COL 25.
           DISPLAY scr-footer-text         LINE 24 COL 10.
           ACCEPT ws-reply                 LINE 24 COL 60.
       6000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7000 - audit trail - one MAINT record per change with the
      * action keyed and the customer it was aimed at, and one
      * journal record carrying the before and after images of the
      * customer record.
      *----------------------------------------------------------------
       7000-log-change.
           ACCEPT ws-current-time FROM TIME.
           MOVE cust-record     TO ws-after-image.
           MOVE SPACES          TO log-record.
           MOVE "hello12"       TO log-program-id.
           MOVE lk-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-maint TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE ws-action       TO log-key-pressed.
           MOVE "OK  "          TO log-return-status.
           MOVE lk-auth-level   TO log-auth-level.
           MOVE ws-cust-in      TO log-detail.
           WRITE log-record.
           MOVE SPACES          TO cjnl-record.
           MOVE "hello12"       TO cjnl-program-id.
           MOVE lk-operator-id  TO cjnl-operator-id.
           MOVE ws-action       TO cjnl-action.
           MOVE ws-current-date TO cjnl-date.
           MOVE ws-current-time TO cjnl-time.
           MOVE ws-before-image TO cjnl-before-image.
           MOVE ws-after-image  TO cjnl-after-image.
           WRITE cjnl-record.
       7000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - turned away - tell the operator and leave a DENY
      * record on the audit trail so the poking shows up.
      *----------------------------------------------------------------
       8000-not-authorized.
           MOVE "hello12"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "NOT AUTHORIZED FOR CUSTOMER MAINTENANCE"
                                           LINE 10 COL 15.
           MOVE SPACES          TO log-record.
           MOVE "hello12"       TO log-program-id.
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
      * 8100 - the customer master could not be opened at all - show
      * the status once instead of bouncing silently back to the
      * menu.
      *----------------------------------------------------------------
       8100-no-master.
           MOVE "hello12"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "CUSTOMER MASTER UNAVAILABLE - STATUS"
                                           LINE 10 COL 15.
           DISPLAY ws-cust-status          LINE 10 COL 52.
           DISPLAY scr-footer-text         LINE 24 COL 10.
           ACCEPT ws-reply                 LINE 24 COL 60.
       8100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8750 - how many days has the candidate's month, leap years
      * included.
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
           CLOSE cust-file.
           CLOSE cjnl-file.
           CLOSE log-file.
       9600-exit.
           EXIT.
