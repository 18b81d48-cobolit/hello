      * and an operator can change their own password from the
      * sign-on screen - lockouts and password changes all land on
      * the audit log.
      * standing order maintenance (option 9) sets up the fixed
      * recurring payments the nightly generation step releases to
      * HELLOTXN, behind its own STNDORDR function authority - the
      * options past 8 sit in a second column of the menu.
      * transaction reversal (option R) raises the opposite entry for
      * an item posted in error and links the two, behind its own
      * REVERSAL function authority, supervisors (admin) only by
      * default.
      * batch approval (option A) is where a second operator approves
      * or sends back the batches entry and import release pending,
      * behind its own BATCHAPV function authority.
      * customer maintenance (option C) keeps the customer master the
      * accounts are opened against, behind its own CUSTMANT function
      * authority, and customer position (option P) shows a customer
      * with every account they hold and their total position,
      * behind its own CUSTINQ function authority, open to all three
      * levels like account inquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  ws-acm-levels              pic x(03).
       77  ws-ops-levels              pic x(03).
       77  ws-cal-levels              pic x(03).
       77  ws-sto-levels              pic x(03).
       77  ws-rev-levels              pic x(03).
       77  ws-apv-levels              pic x(03).
       77  ws-cus-levels              pic x(03).
       77  ws-cpi-levels              pic x(03).
       77  ws-option-levels           pic x(03).
       77  ws-option-allowed-switch   pic x.
           88  ws-option-allowed          value "Y".
           MOVE "A  " TO ws-acm-levels.
           MOVE "AO " TO ws-ops-levels.
           MOVE "A  " TO ws-cal-levels.
           MOVE "AO " TO ws-sto-levels.
           MOVE "A  " TO ws-rev-levels.
           MOVE "AO " TO ws-apv-levels.
           MOVE "A  " TO ws-cus-levels.
           MOVE "AOI" TO ws-cpi-levels.
           OPEN INPUT auth-file.
           IF ws-auth-status NOT = "00"
               GO TO 1250-exit
               NOT INVALID KEY
                   MOVE auth-allowed-levels TO ws-cal-levels
           END-READ.
           MOVE "STNDORDR" TO auth-function-id.
           READ auth-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE auth-allowed-levels TO ws-sto-levels
           END-READ.
           MOVE "REVERSAL" TO auth-function-id.
           READ auth-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE auth-allowed-levels TO ws-rev-levels
           END-READ.
           MOVE "BATCHAPV" TO auth-function-id.
           READ auth-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE auth-allowed-levels TO ws-apv-levels
           END-READ.
           MOVE "CUSTMANT" TO auth-function-id.
           READ auth-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE auth-allowed-levels TO ws-cus-levels
           END-READ.
           MOVE "CUSTINQ " TO auth-function-id.
           READ auth-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE auth-allowed-levels TO ws-cpi-levels
           END-READ.
           CLOSE auth-file.
       1250-exit.
           EXIT.
                                            ws-auth-level
                   END-IF
                   MOVE "N" TO ws-valid-key-switch
               WHEN "9"
                   MOVE ws-sto-levels TO ws-option-levels
                   MOVE "STNDORDR"    TO ws-denied-function
                   PERFORM 2100-check-option THRU 2100-exit
                   IF ws-option-allowed
                       CALL "hello09" USING ws-operator-id
                                            ws-auth-level
                   END-IF
                   MOVE "N" TO ws-valid-key-switch
               WHEN "R"
               WHEN "r"
                   MOVE ws-rev-levels TO ws-option-levels
                   MOVE "REVERSAL"    TO ws-denied-function
                   PERFORM 2100-check-option THRU 2100-exit
                   IF ws-option-allowed
                       CALL "hello10" USING ws-operator-id
                                            ws-auth-level
                   END-IF
                   MOVE "N" TO ws-valid-key-switch
               WHEN "A"
               WHEN "a"
                   MOVE ws-apv-levels TO ws-option-levels
                   MOVE "BATCHAPV"    TO ws-denied-function
                   PERFORM 2100-check-option THRU 2100-exit
                   IF ws-option-allowed
                       CALL "hello11" USING ws-operator-id
                                            ws-auth-level
                   END-IF
                   MOVE "N" TO ws-valid-key-switch
               WHEN "C"
               WHEN "c"
                   MOVE ws-cus-levels TO ws-option-levels
                   MOVE "CUSTMANT"    TO ws-denied-function
                   PERFORM 2100-check-option THRU 2100-exit
                   IF ws-option-allowed
                       CALL "hello12" USING ws-operator-id
                                            ws-auth-level
                   END-IF
                   MOVE "N" TO ws-valid-key-switch
               WHEN "P"
               WHEN "p"
                   MOVE ws-cpi-levels TO ws-option-levels
                   MOVE "CUSTINQ "    TO ws-denied-function
                   PERFORM 2100-check-option THRU 2100-exit
                   IF ws-option-allowed
                       CALL "hello13" USING ws-operator-id
                                            ws-auth-level
                   END-IF
                   MOVE "N" TO ws-valid-key-switch
               WHEN "0"
                   MOVE "Y" TO ws-valid-key-switch
               WHEN OTHER
           IF ws-option-allowed
               DISPLAY "8. CALENDAR MAINTENANCE" LINE 13 COL 20
           END-IF.
           MOVE ws-sto-levels TO ws-option-levels.
           PERFORM 2110-test-level THRU 2110-exit.
           IF ws-option-allowed
               DISPLAY "9. STANDING ORDERS"      LINE 6  COL 50
           END-IF.
           MOVE ws-rev-levels TO ws-option-levels.
           PERFORM 2110-test-level THRU 2110-exit.
           IF ws-option-allowed
               DISPLAY "R. REVERSALS"            LINE 7  COL 50
           END-IF.
           MOVE ws-apv-levels TO ws-option-levels.
           PERFORM 2110-test-level THRU 2110-exit.
           IF ws-option-allowed
               DISPLAY "A. BATCH APPROVAL"       LINE 8  COL 50
           END-IF.
           MOVE ws-cus-levels TO ws-option-levels.
           PERFORM 2110-test-level THRU 2110-exit.
           IF ws-option-allowed
               DISPLAY "C. CUSTOMERS"            LINE 9  COL 50
           END-IF.
           MOVE ws-cpi-levels TO ws-option-levels.
           PERFORM 2110-test-level THRU 2110-exit.
           IF ws-option-allowed
               DISPLAY "P. CUSTOMER POSITION"    LINE 10 COL 50
           END-IF.
           DISPLAY "0. EXIT"                     LINE 14 COL 20.
           DISPLAY ws-housekeeping-msg           LINE 18 COL 20.
           DISPLAY "SELECT OPTION AND PRESS ENTER: "
