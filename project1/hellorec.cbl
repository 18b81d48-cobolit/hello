      * net must agree with the posting totals record, and a
      * missing, stale or disagreeing extract fails the day the
      * same as any other broken tie.
      * proves transfers as pairs - every transfer released on
      * HELLOTXN must come back from posting either applied whole or
      * suspended whole, and the extract's memo TR line must carry
      * the same applied transfer count posting recorded.
      * a batch posting held because it was never approved, or was
      * sent back, is not entered work - its trailer and its
      * transfers are left out of the entered figures, the same
      * batches posting left alone, and the held batches are shown
      * as a memo line that does not enter the ties.
      * ends with GOBACK rather than STOP RUN so the nightly stream
      * driver (hellostr) can CALL it - run on its own it ends the
      * run just the same.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88  ws-glx-found               value "Y".
       77  ws-glx-count               pic 9(07).
       77  ws-glx-net                 pic s9(11)v99.
       77  ws-glx-xfer-count          pic 9(07).
       77  ws-entered-xfer-count      pic 9(07).
       77  ws-posted-xfer-count       pic 9(07).
       77  ws-batch-xfer-count        pic 9(07).
       77  ws-held-batch-count        pic 9(07).
       77  ws-held-amount             pic 9(11)v99.
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
           05  ctl-right-count        pic z(20)9.
           05  filler                 pic x(04) value spaces.
           05  ctl-verdict            pic x(20).
       01  ws-memo-line.
           05  ml-caption             pic x(40).
           05  ml-count               pic z(20)9.
           05  filler                 pic x(04) value spaces.
           05  ml-amount              pic z,zzz,zzz,zzz,zz9.99-.
           05  filler                 pic x(04) value spaces.
           05  filler                 pic x(20)
                   value "MEMO - NOT A TIE".
       01  ws-verdict-line.
           05  filler                 pic x(25)
                   value "DAY RECONCILIATION: ".
           PERFORM 9500-audit-stop THRU 9500-exit.
           PERFORM 9600-close-files THRU 9600-exit.
       9900-finish.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock and operator, zero the figures, open the
           MOVE "N" TO ws-glx-found-switch.
           MOVE 0   TO ws-glx-count.
           MOVE 0   TO ws-glx-net.
           MOVE 0   TO ws-glx-xfer-count.
           MOVE 0   TO ws-entered-xfer-count.
           MOVE 0   TO ws-batch-xfer-count.
           MOVE 0   TO ws-held-batch-count.
           MOVE 0   TO ws-held-amount.
       1000-exit.
           EXIT.


      *----------------------------------------------------------------
      * 2000 - what was entered - the balanced totals off the batch
      * trailers the entry screens released to HELLOTXN, plus a
      * count of the transfer details inside them - transfers are
      * counted per batch and only taken once the trailer shows the
      * batch was not held back for approval.
      *----------------------------------------------------------------
       2000-total-entered.
           OPEN INPUT txn-file.
                   MOVE "Y" TO ws-txn-eof-switch
               NOT AT END
                   IF txn-type-trailer
                       PERFORM 2020-take-trailer THRU 2020-exit
                   END-IF
                   IF txn-type-detail AND txn-code-transfer
                       ADD 1 TO ws-batch-xfer-count
                   END-IF
           END-READ.
       2010-exit.
           EXIT.

       2020-take-trailer.
           IF txn-trl-held
               ADD 1 TO ws-held-batch-count
               ADD txn-trl-amount-total TO ws-held-amount
           ELSE
               ADD txn-trl-item-count   TO ws-entered-count
               ADD txn-trl-amount-total TO ws-entered-amount
               ADD ws-batch-xfer-count  TO ws-entered-xfer-count
           END-IF.
           MOVE 0 TO ws-batch-xfer-count.
       2020-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - what posting says it did - a missing totals record,
      * or one left over from an earlier day because posting never

      *----------------------------------------------------------------
      * 3500 - the general ledger extract's control trailer - the
      * figures finance is about to load, and the count off its memo
      * transfer line - a missing extract, one with no trailer, or
      * one dated off the processing day cannot be proven and is out
      * of balance on its face.
      *----------------------------------------------------------------
       3500-read-gl-extract.
           OPEN INPUT glx-file.
                   MOVE "Y" TO ws-glx-eof-switch
                   GO TO 3510-exit
           END-READ.
           IF  glx-type-summary
           AND glx-run-date = ws-current-date
           AND glx-txn-code = "TR"
               MOVE glx-count TO ws-glx-xfer-count
           END-IF.
           IF  glx-type-trailer
           AND glx-run-date = ws-current-date
               MOVE "Y"       TO ws-glx-found-switch
               MOVE "**OUT OF BALANCE**" TO tie-verdict
           END-IF.
           WRITE rpt-line FROM ws-tie-line.
           COMPUTE ws-posted-xfer-count =
               ptl-xfer-applied-count + ptl-xfer-reject-count.
           MOVE "TRANSFERS ENTERED VS POSTED AS PAIRS"
                                     TO ctl-caption.
           MOVE ws-entered-xfer-count
                                     TO ctl-left-count.
           MOVE ws-posted-xfer-count TO ctl-right-count.
           IF ws-entered-xfer-count = ws-posted-xfer-count
               MOVE "IN BALANCE"     TO ctl-verdict
           ELSE
               MOVE "N" TO ws-in-balance-switch
               MOVE "**OUT OF BALANCE**" TO ctl-verdict
           END-IF.
           WRITE rpt-line FROM ws-count-tie-line.
           IF ws-glx-found
               MOVE "GL EXTRACT COUNT VS POSTING APPLIED"
                                         TO ctl-caption
                   MOVE "**OUT OF BALANCE**" TO tie-verdict
               END-IF
               WRITE rpt-line FROM ws-tie-line
               MOVE "GL EXTRACT TRANSFERS VS POSTING"
                                         TO ctl-caption
               MOVE ws-glx-xfer-count    TO ctl-left-count
               MOVE ptl-xfer-applied-count
                                         TO ctl-right-count
               IF ws-glx-xfer-count = ptl-xfer-applied-count
                   MOVE "IN BALANCE"     TO ctl-verdict
               ELSE
                   MOVE "N" TO ws-in-balance-switch
                   MOVE "**OUT OF BALANCE**" TO ctl-verdict
               END-IF
               WRITE rpt-line FROM ws-count-tie-line
           ELSE
               MOVE "GL EXTRACT MISSING OR STALE - CANNOT PROVE"
                                         TO rpt-line
               WRITE rpt-line
           END-IF.
           IF ws-held-batch-count > 0
               MOVE "BATCHES HELD NOT APPROVED - UNPOSTED"
                                         TO ml-caption
               MOVE ws-held-batch-count  TO ml-count
               MOVE ws-held-amount       TO ml-amount
               WRITE rpt-line FROM ws-memo-line
           END-IF.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           IF ws-in-balance
