      * (default lets admin and operator levels in) - a refused
      * operator is turned away and the attempt is logged with DENY
      * status.
      * T as-of-date trial balance prints every account's balance as
      * it stood at the close of a chosen day, off that day's balance
      * snapshot - the as-of date is required and must be all digits
      * and not later than the processing date.
      * R operator access review lists every operator with their
      * level, lock status, password age, last sign-on and the
      * functions their level reaches, and sums up the denials,
      * lockouts and security maintenance over the date range keyed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       2000-request-cycle.
           PERFORM 2010-display-request-screen THRU 2010-exit.
           MOVE SPACE TO ws-report-code.
           ACCEPT ws-report-code           LINE 11 COL 52.
           IF ws-report-code = "X" OR ws-report-code = "x"
               MOVE "Y" TO ws-request-done-switch
               GO TO 2000-exit
           END-IF.
           IF ws-report-code NOT = "S" AND ws-report-code NOT = "P"
           AND ws-report-code NOT = "G" AND ws-report-code NOT = "A"
           AND ws-report-code NOT = "T" AND ws-report-code NOT = "R"
               DISPLAY "REPORT MUST BE S, P, G, A, T, R OR X     "
                                           LINE 22 COL 10
               GO TO 2000-exit
           END-IF.
           MOVE ZEROS  TO ws-account-in.
           MOVE SPACES TO ws-operator-sel-in.
           IF ws-report-code = "S" OR ws-report-code = "A"
           OR ws-report-code = "R"
               PERFORM 2100-get-date-range THRU 2100-exit
           END-IF.
           IF ws-report-code = "A"
                   GO TO 2000-exit
               END-IF
           END-IF.
           IF ws-report-code = "T"
               PERFORM 2300-get-as-of-date THRU 2300-exit
               IF NOT ws-field-ok
                   GO TO 2000-exit
               END-IF
           END-IF.
           IF ws-report-code = "S"
               DISPLAY "OPERATOR ID (BLANK FOR ALL):"
                                           LINE 17 COL 10
               ACCEPT ws-operator-sel-in   LINE 17 COL 40
           END-IF.
           PERFORM 3000-queue-request THRU 3000-exit.
       2000-exit.
                                           LINE 6  COL 20.
           DISPLAY "G. SUSPENSE AGING"     LINE 7  COL 20.
           DISPLAY "A. ACCOUNT ACTIVITY"   LINE 8  COL 20.
           DISPLAY "T. TRIAL BALANCE AS OF DATE"
                                           LINE 9  COL 20.
           DISPLAY "R. OPERATOR ACCESS REVIEW"
                                           LINE 10 COL 20.
           DISPLAY "REPORT WANTED (X TO EXIT):"
                                           LINE 11 COL 10.
           DISPLAY scr-footer-text         LINE 24 COL 10.
       2010-exit.
           EXIT.
       2110-accept-from-date.
           MOVE SPACES TO ws-from-date-in.
           DISPLAY "FROM DATE YYYYMMDD (BLANK FOR ALL):"
                                           LINE 13 COL 10.
           ACCEPT ws-from-date-in          LINE 13 COL 47.
           IF ws-from-date-in = SPACES
           OR ws-from-date-in NUMERIC
               MOVE "Y" TO ws-field-ok-switch
       2120-accept-to-date.
           MOVE SPACES TO ws-to-date-in.
           DISPLAY "TO DATE YYYYMMDD (BLANK FOR ALL):  "
                                           LINE 15 COL 10.
           ACCEPT ws-to-date-in            LINE 15 COL 47.
           IF ws-to-date-in = SPACES
           OR ws-to-date-in NUMERIC
               MOVE "Y" TO ws-field-ok-switch
       2200-get-account.
           MOVE "N" TO ws-field-ok-switch.
           MOVE ZEROS TO ws-account-in.
           DISPLAY "ACCOUNT NUMBER:"       LINE 16 COL 10.
           ACCEPT ws-account-in            LINE 16 COL 27.
           IF ws-account-in NUMERIC AND ws-account-num NOT = ZERO
               MOVE "Y" TO ws-field-ok-switch
           ELSE
       2200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2300 - as-of date - required for the trial balance - there is
      * no snapshot yet for a day still to close.
      *----------------------------------------------------------------
       2300-get-as-of-date.
           MOVE "N" TO ws-field-ok-switch.
           MOVE SPACES TO ws-from-date-in.
           DISPLAY "AS-OF DATE YYYYMMDD:"  LINE 13 COL 10.
           ACCEPT ws-from-date-in          LINE 13 COL 47.
           IF ws-from-date-in NOT NUMERIC
               DISPLAY "AS-OF DATE MUST BE ALL DIGITS            "
                                           LINE 22 COL 10
               GO TO 2300-exit
           END-IF.
           IF ws-from-date-in > ws-current-date
               DISPLAY "AS-OF DATE IS LATER THAN PROCESSING DATE "
                                           LINE 22 COL 10
               GO TO 2300-exit
           END-IF.
           MOVE "Y" TO ws-field-ok-switch.
       2300-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - land the request on the queue stamped with who asked
      * and when - the driver works it from here.
