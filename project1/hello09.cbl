       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hello09.
      * menu option 9 - standing order maintenance - add, change,
      * hold, resume, cancel and display of the standing orders on
      * HELLOSOR (see sordrec.cpy) the nightly generation step
      * (hellosog) releases to HELLOTXN as they fall due, so a
      * customer's fixed payment is set up once instead of re-keyed
      * through transaction entry every time.
      * validation stands guard on every capture - the account must
      * be on the master and not closed, the code only DR or CR, the
      * amount numeric and not zero, the frequency only W, F, M, Q
      * or A, the next due date a real calendar date no earlier than
      * the processing date, and any end date a real date no earlier
      * than the next due date - the day of the month of the next
      * due date becomes the anchor day monthly orders return to.
      * the status only ever moves active to held and back, or to
      * cancelled - an ended or cancelled order is kept on file for
      * the record but can no longer be changed.
      * restricted by the STNDORDR entry in the function authority
      * file, which defaults to admin and operator - anyone whose
      * level is not on the list is turned away and the attempt is
      * logged.
      * every add, change, hold, resume and cancel writes a MAINT
      * record to the audit trail carrying the action and the order
      * number it was aimed at.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT so-file ASSIGN "HELLOSOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS so-number
               FILE STATUS IS ws-so-status.
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
       FD  so-file.
       COPY sordrec.
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
       77  ws-so-status               pic x(02).
       77  ws-acct-status             pic x(02).
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
       77  ws-files-ok-switch         pic x.
           88  ws-files-ok                value "Y".
       77  ws-capture-ok-switch       pic x.
           88  ws-capture-ok              value "Y".
       77  ws-date-ok-switch          pic x.
           88  ws-date-ok                 value "Y".
       77  ws-action                  pic x.
       77  ws-code-in                 pic x(02).
       77  ws-reference-in            pic x(12).
       77  ws-freq-in                 pic x(01).
       77  ws-next-due-in             pic x(08).
       77  ws-end-date-in             pic x(08).
       77  ws-anchor-day              pic 9(02).
       77  ws-confirm                 pic x.
       77  ws-reply                   pic x.
       01  ws-order-entry.
           05  ws-order-in            pic x(06).
           05  ws-order-num REDEFINES ws-order-in
                                      pic 9(06).
       01  ws-account-entry.
           05  ws-account-in          pic x(08).
           05  ws-account-num REDEFINES ws-account-in
                                      pic 9(08).
       01  ws-amount-entry.
           05  ws-amount-in           pic x(09).
           05  ws-amount-num REDEFINES ws-amount-in
                                      pic 9(07)v99.
       01  ws-date-entry.
           05  ws-date-in             pic x(08).
           05  ws-date-num REDEFINES ws-date-in
                                      pic 9(08).
       01  ws-cand-date.
           05  ws-cand-yy             pic 9(04).
           05  ws-cand-mm             pic 9(02).
           05  ws-cand-dd             pic 9(02).
       77  ws-month-days              pic 9(02).
       77  ws-leap-rem                pic 9(04).
       77  ws-zel-quot                pic 9(07) comp.
       01  ws-so-display.
           05  ws-disp-amount         pic z,zzz,zz9.99.
           05  ws-disp-status         pic x(09).
           05  ws-disp-frequency      pic x(11).
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
               PERFORM 8100-no-files THRU 8100-exit
               PERFORM 9600-close-files THRU 9600-exit
               GOBACK
           END-IF.
           PERFORM 2000-maint-cycle THRU 2000-exit
               UNTIL ws-maint-done.
           PERFORM 9600-close-files THRU 9600-exit.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock and terminal, open the order file, the
      * account master for validation and the audit log - first
      * ever run creates the order file.
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
           MOVE "Y" TO ws-files-ok-switch.
           OPEN I-O so-file.
           IF ws-so-status = "35"
               OPEN OUTPUT so-file
               CLOSE       so-file
               OPEN I-O    so-file
           END-IF.
           IF ws-so-status NOT = "00"
               MOVE "N" TO ws-files-ok-switch
           END-IF.
           OPEN INPUT acct-file.
           IF ws-acct-status NOT = "00"
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
      * 1050 - stand our own guard - look up the STNDORDR function
      * in the authority file the same way the menu does - the
      * fallback when the file or record is missing is admin and
      * operator, the same people who may key transactions.
      *----------------------------------------------------------------
       1050-check-authority.
           MOVE "AO " TO ws-allowed-levels.
           OPEN INPUT auth-file.
           IF ws-auth-status = "00"
               MOVE "STNDORDR" TO auth-function-id
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
      * 2000 - one maintenance cycle - pick an action and an order
      * number, then branch to the add/change/hold/resume/cancel
      * paragraph - X returns to the menu.
      *----------------------------------------------------------------
       2000-maint-cycle.
           PERFORM 2010-display-maint-screen THRU 2010-exit.
           ACCEPT ws-action                LINE 6  COL 62.
           IF ws-action = "X" OR ws-action = "x"
               MOVE "Y" TO ws-maint-done-switch
               GO TO 2000-exit
           END-IF.
           DISPLAY "ORDER NUMBER:"         LINE 8  COL 10.
           MOVE SPACES TO ws-order-in.
           ACCEPT ws-order-in              LINE 8  COL 28.
           IF ws-order-in NOT NUMERIC OR ws-order-num = ZERO
               DISPLAY "ORDER MUST BE NUMERIC AND NOT ZERO       "
                                           LINE 22 COL 10
               GO TO 2000-exit
           END-IF.
           EVALUATE ws-action
               WHEN "A"
                   PERFORM 3000-add-order THRU 3000-exit
               WHEN "C"
                   PERFORM 4000-change-order THRU 4000-exit
               WHEN "H"
                   PERFORM 5000-hold-order THRU 5000-exit
               WHEN "R"
                   PERFORM 5500-resume-order THRU 5500-exit
               WHEN "D"
                   PERFORM 5700-cancel-order THRU 5700-exit
               WHEN "I"
                   PERFORM 6000-display-order THRU 6000-exit
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C, H, R, D, I OR X     "
                                           LINE 22 COL 10
           END-EVALUATE.
       2000-exit.
           EXIT.

       2010-display-maint-screen.
           MOVE "hello09"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "STANDING ORDER MAINTENANCE"
                                           LINE 3  COL 20.
           DISPLAY "A=ADD C=CHG H=HOLD R=RESUME D=CANCEL I=DISP X:"
                                           LINE 6  COL 10.
           DISPLAY scr-footer-text         LINE 24 COL 10.
       2010-exit.
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
      * 3000 - add - the order number must not already be on file -
      * a new order starts active with no run date, the creating
      * operator stamped on it.
      *----------------------------------------------------------------
       3000-add-order.
           MOVE ws-order-num TO so-number.
           READ so-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ORDER ALREADY ON FILE                    "
                                           LINE 22 COL 10
                   GO TO 3000-exit
           END-READ.
           PERFORM 3500-capture-fields THRU 3500-exit.
           IF NOT ws-capture-ok
               GO TO 3000-exit
           END-IF.
           MOVE SPACES          TO so-record.
           MOVE ws-order-num    TO so-number.
           PERFORM 3900-move-fields THRU 3900-exit.
           MOVE "A"             TO so-status.
           MOVE SPACES          TO so-last-run-date.
           MOVE lk-operator-id  TO so-created-by.
           WRITE so-record
               INVALID KEY
                   DISPLAY "ADD FAILED - SEE FILE STATUS             "
                                           LINE 22 COL 10
                   GO TO 3000-exit
           END-WRITE.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "STANDING ORDER ADDED                     "
                                           LINE 22 COL 10.
       3000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3500 - shared capture for add and change - every field is
      * checked as it is keyed and the first bad one abandons the
      * capture with the reason on the message line.
      *----------------------------------------------------------------
       3500-capture-fields.
           MOVE "N" TO ws-capture-ok-switch.
           DISPLAY "ACCOUNT NUMBER:"       LINE 10 COL 10.
           DISPLAY "CODE (DR/CR):"         LINE 11 COL 10.
           DISPLAY "AMOUNT (9(7)V99, NO POINT):"
                                           LINE 12 COL 10.
           DISPLAY "REFERENCE:"            LINE 13 COL 10.
           DISPLAY "FREQUENCY (W/F/M/Q/A):"
                                           LINE 14 COL 10.
           DISPLAY "NEXT DUE DATE (YYYYMMDD):"
                                           LINE 15 COL 10.
           DISPLAY "END DATE (BLANK = NONE):"
                                           LINE 16 COL 10.
           MOVE SPACES TO ws-account-in.
           ACCEPT ws-account-in            LINE 10 COL 42.
           IF ws-account-in NOT NUMERIC OR ws-account-num = ZERO
               DISPLAY "ACCOUNT MUST BE NUMERIC - ABANDONED      "
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           MOVE ws-account-num TO acct-number.
           READ acct-file
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON FILE - ABANDONED          "
                                           LINE 22 COL 10
                   GO TO 3500-exit
           END-READ.
           IF acct-status-closed
               DISPLAY "ACCOUNT IS CLOSED - ABANDONED            "
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           MOVE SPACES TO ws-code-in.
           ACCEPT ws-code-in               LINE 11 COL 42.
           IF ws-code-in NOT = "DR" AND ws-code-in NOT = "CR"
               DISPLAY "CODE MUST BE DR OR CR - ABANDONED        "
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           MOVE ZEROS TO ws-amount-in.
           ACCEPT ws-amount-in             LINE 12 COL 42.
           IF ws-amount-in NOT NUMERIC OR ws-amount-num = ZERO
               DISPLAY "AMOUNT MUST BE NUMERIC AND NOT ZERO      "
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           MOVE SPACES TO ws-reference-in.
           ACCEPT ws-reference-in          LINE 13 COL 42.
           IF ws-reference-in = SPACES
               DISPLAY "REFERENCE MUST NOT BE BLANK - ABANDONED  "
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           MOVE SPACE TO ws-freq-in.
           ACCEPT ws-freq-in               LINE 14 COL 42.
           IF ws-freq-in NOT = "W" AND ws-freq-in NOT = "F"
                                  AND ws-freq-in NOT = "M"
                                  AND ws-freq-in NOT = "Q"
                                  AND ws-freq-in NOT = "A"
               DISPLAY "FREQUENCY MUST BE W, F, M, Q OR A        "
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           MOVE SPACES TO ws-date-in.
           ACCEPT ws-date-in               LINE 15 COL 42.
           PERFORM 2500-validate-date THRU 2500-exit.
           IF NOT ws-date-ok
               GO TO 3500-exit
           END-IF.
           IF ws-date-in < ws-current-date
               DISPLAY "NEXT DUE DATE IS BEFORE PROCESSING DATE  "
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           MOVE ws-date-in TO ws-next-due-in.
           MOVE ws-cand-dd TO ws-anchor-day.
           MOVE SPACES TO ws-date-in.
           ACCEPT ws-date-in               LINE 16 COL 42.
           IF ws-date-in = SPACES
               MOVE SPACES TO ws-end-date-in
               MOVE "Y" TO ws-capture-ok-switch
               GO TO 3500-exit
           END-IF.
           PERFORM 2500-validate-date THRU 2500-exit.
           IF NOT ws-date-ok
               GO TO 3500-exit
           END-IF.
           IF ws-date-in < ws-next-due-in
               DISPLAY "END DATE IS BEFORE NEXT DUE DATE         "
                                           LINE 22 COL 10
               GO TO 3500-exit
           END-IF.
           MOVE ws-date-in TO ws-end-date-in.
           MOVE "Y" TO ws-capture-ok-switch.
       3500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3900 - the captured fields into the order record.
      *----------------------------------------------------------------
       3900-move-fields.
           MOVE ws-account-num  TO so-account.
           MOVE ws-code-in      TO so-code.
           MOVE ws-amount-num   TO so-amount.
           MOVE ws-reference-in TO so-reference.
           MOVE ws-freq-in      TO so-frequency.
           MOVE ws-next-due-in  TO so-next-due-date.
           MOVE ws-end-date-in  TO so-end-date.
           MOVE ws-anchor-day   TO so-anchor-day.
       3900-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - change - re-key the order over the old values - the
      * status is not touched here, it has its own actions - an
      * ended or cancelled order is history and stays as it is.
      *----------------------------------------------------------------
       4000-change-order.
           MOVE ws-order-num TO so-number.
           READ so-file
               INVALID KEY
                   DISPLAY "ORDER NOT ON FILE                        "
                                           LINE 22 COL 10
                   GO TO 4000-exit
           END-READ.
           IF so-status-ended OR so-status-cancelled
               DISPLAY "ORDER HAS ENDED OR IS CANCELLED          "
                                           LINE 22 COL 10
               GO TO 4000-exit
           END-IF.
           PERFORM 3500-capture-fields THRU 3500-exit.
           IF NOT ws-capture-ok
               GO TO 4000-exit
           END-IF.
           PERFORM 3900-move-fields THRU 3900-exit.
           REWRITE so-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "STANDING ORDER CHANGED                   "
                                           LINE 22 COL 10.
       4000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 5000 - hold - the order stays on file but the generation
      * step passes it by until it is resumed.
      *----------------------------------------------------------------
       5000-hold-order.
           MOVE ws-order-num TO so-number.
           READ so-file
               INVALID KEY
                   DISPLAY "ORDER NOT ON FILE                        "
                                           LINE 22 COL 10
                   GO TO 5000-exit
           END-READ.
           IF NOT so-status-active
               DISPLAY "ONLY AN ACTIVE ORDER CAN BE HELD         "
                                           LINE 22 COL 10
               GO TO 5000-exit
           END-IF.
           MOVE "H" TO so-status.
           REWRITE so-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "STANDING ORDER HELD                      "
                                           LINE 22 COL 10.
       5000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 5500 - resume - the way back from held - a next due date
      * that passed while the order was held goes out on the next
      * generation run, so change the order first if that payment
      * is not wanted.
      *----------------------------------------------------------------
       5500-resume-order.
           MOVE ws-order-num TO so-number.
           READ so-file
               INVALID KEY
                   DISPLAY "ORDER NOT ON FILE                        "
                                           LINE 22 COL 10
                   GO TO 5500-exit
           END-READ.
           IF NOT so-status-held
               DISPLAY "ONLY A HELD ORDER CAN BE RESUMED         "
                                           LINE 22 COL 10
               GO TO 5500-exit
           END-IF.
           MOVE "A" TO so-status.
           REWRITE so-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "STANDING ORDER RESUMED                   "
                                           LINE 22 COL 10.
       5500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 5700 - cancel - the customer's instruction is withdrawn for
      * good - the operator confirms once and the order is kept on
      * file as cancelled, never deleted.
      *----------------------------------------------------------------
       5700-cancel-order.
           MOVE ws-order-num TO so-number.
           READ so-file
               INVALID KEY
                   DISPLAY "ORDER NOT ON FILE                        "
                                           LINE 22 COL 10
                   GO TO 5700-exit
           END-READ.
           IF NOT so-status-active AND NOT so-status-held
               DISPLAY "ORDER HAS ALREADY ENDED OR IS CANCELLED  "
                                           LINE 22 COL 10
               GO TO 5700-exit
           END-IF.
           DISPLAY "CANCELLING ORDER FOR:" LINE 10 COL 10.
           DISPLAY so-account              LINE 10 COL 33.
           DISPLAY so-reference            LINE 10 COL 43.
           DISPLAY "CONFIRM CANCEL (Y/N):" LINE 12 COL 10.
           MOVE SPACE TO ws-confirm.
           ACCEPT ws-confirm               LINE 12 COL 33.
           IF ws-confirm NOT = "Y"
               DISPLAY "CANCEL NOT CONFIRMED                     "
                                           LINE 22 COL 10
               GO TO 5700-exit
           END-IF.
           MOVE "C" TO so-status.
           REWRITE so-record.
           PERFORM 7000-log-change THRU 7000-exit.
           DISPLAY "STANDING ORDER CANCELLED                 "
                                           LINE 22 COL 10.
       5700-exit.
           EXIT.

      *----------------------------------------------------------------
      * 6000 - display - the order fields, read only.
      *----------------------------------------------------------------
       6000-display-order.
           MOVE ws-order-num TO so-number.
           READ so-file
               INVALID KEY
                   DISPLAY "ORDER NOT ON FILE                        "
                                           LINE 22 COL 10
                   GO TO 6000-exit
           END-READ.
           EVALUATE TRUE
               WHEN so-status-active
                   MOVE "ACTIVE   " TO ws-disp-status
               WHEN so-status-held
                   MOVE "HELD     " TO ws-disp-status
               WHEN so-status-ended
                   MOVE "ENDED    " TO ws-disp-status
               WHEN so-status-cancelled
                   MOVE "CANCELLED" TO ws-disp-status
               WHEN OTHER
                   MOVE "UNKNOWN  " TO ws-disp-status
           END-EVALUATE.
           EVALUATE TRUE
               WHEN so-freq-weekly
                   MOVE "WEEKLY     " TO ws-disp-frequency
               WHEN so-freq-fortnightly
                   MOVE "FORTNIGHTLY" TO ws-disp-frequency
               WHEN so-freq-monthly
                   MOVE "MONTHLY    " TO ws-disp-frequency
               WHEN so-freq-quarterly
                   MOVE "QUARTERLY  " TO ws-disp-frequency
               WHEN so-freq-annual
                   MOVE "ANNUAL     " TO ws-disp-frequency
               WHEN OTHER
                   MOVE "UNKNOWN    " TO ws-disp-frequency
           END-EVALUATE.
           MOVE so-amount TO ws-disp-amount.
           DISPLAY "ACCOUNT:"              LINE 10 COL 10.
           DISPLAY so-account              LINE 10 COL 25.
           DISPLAY "CODE:"                 LINE 11 COL 10.
           DISPLAY so-code                 LINE 11 COL 25.
           DISPLAY "AMOUNT:"               LINE 12 COL 10.
           DISPLAY ws-disp-amount          LINE 12 COL 25.
           DISPLAY "REFERENCE:"            LINE 13 COL 10.
           DISPLAY so-reference            LINE 13 COL 25.
           DISPLAY "FREQUENCY:"            LINE 14 COL 10.
           DISPLAY ws-disp-frequency       LINE 14 COL 25.
           DISPLAY "NEXT DUE:"             LINE 15 COL 10.
           DISPLAY so-next-due-date        LINE 15 COL 25.
           DISPLAY "END DATE:"             LINE 16 COL 10.
           DISPLAY so-end-date             LINE 16 COL 25.
           DISPLAY "STATUS:"               LINE 17 COL 10.
           DISPLAY ws-disp-status          LINE 17 COL 25.
           DISPLAY "LAST RUN:"             LINE 18 COL 10.
           DISPLAY so-last-run-date        LINE 18 COL 25.
           DISPLAY "SET UP BY:"            LINE 19 COL 10.
           DISPLAY so-created-by           LINE 19 COL 25.
           DISPLAY scr-footer-text         LINE 24 COL 10.
           ACCEPT ws-reply                 LINE 24 COL 60.
       6000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7000 - audit trail - one MAINT record per change with the
      * action keyed and the order it was aimed at.
      *----------------------------------------------------------------
       7000-log-change.
           ACCEPT ws-current-time FROM TIME.
           MOVE SPACES          TO log-record.
           MOVE "hello09"       TO log-program-id.
           MOVE lk-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-maint TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE ws-action       TO log-key-pressed.
           MOVE "OK  "          TO log-return-status.
           MOVE lk-auth-level   TO log-auth-level.
           MOVE ws-order-in     TO log-detail.
           WRITE log-record.
       7000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8000 - turned away - tell the operator and leave a DENY
      * record on the audit trail so the poking shows up.
      *----------------------------------------------------------------
       8000-not-authorized.
           MOVE "hello09"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "NOT AUTHORIZED FOR STANDING ORDERS"
                                           LINE 10 COL 15.
           MOVE SPACES          TO log-record.
           MOVE "hello09"       TO log-program-id.
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
      * 8100 - the order file or the account master could not be
      * opened at all - show both statuses once instead of bouncing
      * silently back to the menu.
      *----------------------------------------------------------------
       8100-no-files.
           MOVE "hello09"        TO scr-program-id.
           MOVE ws-current-date  TO scr-run-date.
           MOVE ws-current-time  TO scr-run-time.
           DISPLAY scr-company-name        LINE 1  COL 10.
           DISPLAY scr-program-id          LINE 1  COL 60.
           DISPLAY scr-run-date            LINE 2  COL 60.
           DISPLAY scr-run-time            LINE 2  COL 70.
           DISPLAY "STANDING ORDER FILE STATUS"
                                           LINE 10 COL 15.
           DISPLAY ws-so-status            LINE 10 COL 52.
           DISPLAY "ACCOUNT MASTER STATUS" LINE 11 COL 15.
           DISPLAY ws-acct-status          LINE 11 COL 52.
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
           CLOSE so-file.
           CLOSE acct-file.
           CLOSE log-file.
       9600-exit.
           EXIT.
