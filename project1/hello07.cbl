      * file, defaulting to admin and operator levels - a refused
      * operator is turned away and the attempt is logged with DENY
      * status.
      * the checkpoint panel runs to a second column, twelve slots
      * for the eleven checkpointed steps, now the stream carries
      * the standing order generation step ahead of posting.
      * also counts the batches on HELLOTXN still waiting for a
      * second operator's approval, which posting will hold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  ws-chkp-line-count         pic 9(02) comp.
       77  ws-alert-count             pic 9(02) comp.
       77  ws-txn-count               pic 9(05).
       77  ws-apv-wait-count          pic 9(05).
       77  ws-line-no                 pic 9(02) comp.
       77  ws-col-no                  pic 9(02) comp.
       77  ws-action                  pic x.
       77  ws-reply                   pic x.
       01  ws-pick-entry.
      *----------------------------------------------------------------
      * 3000 - the stream's checkpoints for the processing date -
      * every step record on file for the day with its status and
      * completion time - the panel holds two columns of six lines,
      * twelve slots for the eleven steps that keep a checkpoint
      * (hello, hellosog, hellopst, dayclose, hellodor, hellosnp,
      * hellomec, hellostm, helloacr, helloeod and helloret), with
      * one to spare - no records at all means the stream has not
      * started.
      *----------------------------------------------------------------
       3000-show-checkpoints.
                   MOVE "Y" TO ws-ckscan-eof-switch
           END-START.
           PERFORM 3010-show-one-checkpoint THRU 3010-exit
               UNTIL ws-ckscan-eof OR ws-chkp-line-count = 12.
           CLOSE chkp-file.
           IF ws-chkp-line-count = 0
               DISPLAY "NO CHECKPOINTS - STREAM NOT STARTED"
           END-IF.
           MOVE chkp-complete-time TO ck-time.
           ADD 1 TO ws-chkp-line-count.
           IF ws-chkp-line-count > 6
               COMPUTE ws-line-no = ws-chkp-line-count - 1
               MOVE 45 TO ws-col-no
           ELSE
               COMPUTE ws-line-no = 5 + ws-chkp-line-count
               MOVE 12 TO ws-col-no
           END-IF.
           DISPLAY ws-chkp-line LINE ws-line-no COL ws-col-no.
       3010-exit.
           EXIT.


      *----------------------------------------------------------------
      * 5000 - the transaction file state - clear is the healthy
      * morning answer, a record count is work awaiting posting -
      * the batch trailers still pending approval are counted on
      * the same pass.
      *----------------------------------------------------------------
       5000-show-txn-state.
           DISPLAY "TXN FILE STATE:  "     LINE 13 COL 10.
           DISPLAY "BATCHES AWAITING APPROVAL:"
                                           LINE 14 COL 40.
           MOVE 0   TO ws-txn-count.
           MOVE 0   TO ws-apv-wait-count.
           MOVE "N" TO ws-txn-eof-switch.
           OPEN INPUT txn-file.
           IF ws-txn-status NOT = "00"
               DISPLAY "CLEAR - NO FILE ON HAND                  "
                                           LINE 13 COL 28
               DISPLAY ws-apv-wait-count   LINE 14 COL 67
               GO TO 5000-exit
           END-IF.
           PERFORM 5010-count-txn-record THRU 5010-exit
               MOVE ws-txn-count TO tx-txn-count
               DISPLAY ws-txn-line         LINE 13 COL 28
           END-IF.
           DISPLAY ws-apv-wait-count       LINE 14 COL 67.
       5000-exit.
           EXIT.

                   MOVE "Y" TO ws-txn-eof-switch
               NOT AT END
                   ADD 1 TO ws-txn-count
                   IF txn-type-trailer AND txn-trl-pending
                       ADD 1 TO ws-apv-wait-count
                   END-IF
           END-READ.
       5010-exit.
           EXIT.
