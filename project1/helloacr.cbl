       IDENTIFICATION DIVISION.
       PROGRAM-ID.  helloacr.
      * operator access review - the proof internal audit asks for of
      * who can do what, printed on HELLOACR instead of put together
      * by hand from the security file, the function authority file
      * and the audit trail.
      * the first section lists every operator on HELLOSEC with their
      * authority level, name, lock status, password age against
      * the expiry interval, and the last sign-on the audit trail
      * HELLOLOG holds for them, and under each one every function
      * on HELLOAUT their level can reach - ids not signed on for
      * more than the unused days, locked ids, expired passwords
      * and admins are flagged, and the flags are counted at the
      * foot of the section.
      * the second section summarises the review period off the
      * audit trail by operator - the DENY records, the lockouts the
      * sign-on screen imposed, and the MAINT records security
      * maintenance (hello02) wrote - only operators with something
      * to show are listed.
      * the unused days and the review period (in days back from the
      * processing date, the processing date included) come from the
      * parm file HELLOACP (see acrparm.cpy) - a missing parm file or
      * a zero in either stops the run rather than review against a
      * made-up threshold - the same review can be queued on demand
      * for any period from the reports screen (hello03), worked by
      * the report driver (hellorpq).
      * a last sign-on can only be as old as the audit trail the
      * retention run has kept - an id with no sign-on left on the
      * trail shows NEVER and is flagged unused.
      * honors the suite's HELLOCKP checkpoint convention under the
      * processing date, so a rerun of the stream passes over a
      * review already printed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT acr-parm-file ASSIGN "HELLOACP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT sec-file ASSIGN "HELLOSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sec-operator-id
               FILE STATUS IS ws-sec-status.
           SELECT auth-file ASSIGN "HELLOAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS auth-function-id
               FILE STATUS IS ws-auth-status.
           SELECT rpt-file ASSIGN "HELLOACR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rpt-status.
           SELECT log-file ASSIGN "HELLOLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-log-status.
           SELECT chkp-file ASSIGN "HELLOCKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS chkp-key
               FILE STATUS IS ws-chkp-status.
           SELECT dat-file ASSIGN "HELLODAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dat-status.
       DATA DIVISION.
       FILE SECTION.
       FD  acr-parm-file.
       COPY acrparm.
       FD  sec-file.
       COPY secrec.
       FD  auth-file.
       COPY authrec.
       FD  rpt-file
           RECORD CONTAINS 132 CHARACTERS.
       01  rpt-line                   pic x(132).
       FD  log-file.
       COPY logrec.
       FD  chkp-file.
       COPY chkprec.
       FD  dat-file.
       COPY datrec.
       WORKING-STORAGE SECTION.
       COPY scrhdr.
       77  ws-parm-status             pic x(02).
       77  ws-sec-status              pic x(02).
       77  ws-auth-status             pic x(02).
       77  ws-rpt-status              pic x(02).
       77  ws-log-status              pic x(02).
       77  ws-chkp-status             pic x(02).
       77  ws-dat-status              pic x(02).
       77  ws-chkp-open-switch        pic x.
           88  ws-chkp-open-failed        value "Y".
       77  ws-step-done-switch        pic x.
           88  ws-step-already-done       value "Y".
       77  ws-abend-switch            pic x.
           88  ws-run-abended             value "Y".
       77  ws-input-eof-switch        pic x.
           88  ws-input-eof               value "Y".
       77  ws-auth-ok-switch          pic x.
           88  ws-auth-ok                 value "Y".
       77  ws-opr-found-switch        pic x.
           88  ws-opr-found               value "Y".
       77  ws-scan-stop-switch        pic x.
           88  ws-scan-stopped            value "Y".
       77  ws-pw-expired-switch       pic x.
           88  ws-pw-expired              value "Y".
       77  ws-unused-switch           pic x.
           88  ws-id-unused               value "Y".
       77  ws-current-date            pic x(08).
       77  ws-current-time            pic x(08).
       77  ws-terminal-id             pic x(08).
       77  ws-operator-id             pic x(08).
       77  ws-low-date                pic x(08).
       77  ws-high-date               pic x(08).
       77  ws-unused-days             pic 9(03).
       77  ws-back-count              pic 9(03) comp.
       77  ws-look-id                 pic x(08).
       77  ws-auth-count              pic 9(03) comp.
       77  ws-auth-sub                pic 9(03) comp.
       77  ws-opr-count               pic 9(03) comp.
       77  ws-opr-sub                 pic 9(03) comp.
       77  ws-opr-hit                 pic 9(03) comp.
       77  ws-opr-from                pic 9(03) comp.
       77  ws-opr-dropped             pic 9(07) comp.
       77  ws-fn-slot                 pic 9(02) comp.
       77  ws-fn-listed               pic 9(03) comp.
       77  ws-age-days                pic s9(07) comp.
       77  ws-today-serial            pic 9(07) comp.
       77  ws-listed-count            pic 9(05).
       77  ws-admin-count             pic 9(05).
       77  ws-locked-count            pic 9(05).
       77  ws-expired-count           pic 9(05).
       77  ws-unused-count            pic 9(05).
       77  ws-deny-total              pic 9(07).
       77  ws-lockout-total           pic 9(07).
       77  ws-maint-total             pic 9(07).
       77  ws-dcv-date                pic x(08).
       77  ws-dcv-serial              pic 9(07) comp.
       77  ws-dcv-yy                  pic 9(04).
       77  ws-dcv-mm                  pic 9(02).
       77  ws-dcv-dd                  pic 9(02).
       77  ws-dcv-work-yy             pic 9(04).
       77  ws-dcv-work-mm             pic 9(02).
       77  ws-dcv-term-1              pic 9(07) comp.
       77  ws-dcv-term-2              pic 9(07) comp.
       77  ws-dcv-term-3              pic 9(07) comp.
       77  ws-dcv-term-4              pic 9(07) comp.
       01  ws-cand-date.
           05  ws-cand-yy             pic 9(04).
           05  ws-cand-mm             pic 9(02).
           05  ws-cand-dd             pic 9(02).
       77  ws-month-days              pic 9(02).
       77  ws-leap-rem                pic 9(04).
       77  ws-zel-quot                pic 9(07) comp.
      * the function authority file, held whole for the run - one
      * entry per function with the levels allowed to use it.
       01  ws-auth-table.
           05  ws-auth-entry OCCURS 60 TIMES.
               10  at-function-id     pic x(08).
               10  at-levels          pic x(03).
      * what the audit trail says about each operator id, kept in id
      * order - last sign-on ever, and the period's counts.
       01  ws-opr-table.
           05  ws-opr-entry OCCURS 500 TIMES.
               10  ot-operator-id     pic x(08).
               10  ot-last-signon     pic x(08).
               10  ot-deny-count      pic 9(05) comp.
               10  ot-lockout-count   pic 9(05) comp.
               10  ot-maint-count     pic 9(05) comp.
       01  ws-heading-1.
           05  hl-company-name        pic x(30).
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(30)
                   value "OPERATOR ACCESS REVIEW".
           05  filler                 pic x(10) value spaces.
           05  filler                 pic x(09) value "RUN DATE ".
           05  hl-run-date            pic x(08).
       01  ws-heading-2.
           05  filler                 pic x(14) value "REVIEW PERIOD ".
           05  hl-low-date            pic x(08).
           05  filler                 pic x(04) value " TO ".
           05  hl-high-date           pic x(08).
           05  filler                 pic x(04) value spaces.
           05  filler                 pic x(23)
                   value "UNUSED AFTER NO SIGN-ON".
           05  filler                 pic x(05) value " FOR ".
           05  hl-unused-days         pic zz9.
           05  filler                 pic x(05) value " DAYS".
       01  ws-section-1-title.
           05  filler                 pic x(30)
                   value "SECTION 1 - OPERATORS AND THE ".
           05  filler                 pic x(32)
                   value "FUNCTIONS THEIR LEVEL REACHES".
       01  ws-no-auth-line.
           05  filler                 pic x(27)
                   value "NO FUNCTION AUTHORITY FILE ".
           05  filler                 pic x(26)
                   value "- PROGRAM DEFAULTS APPLY".
       01  ws-section-1-heading.
           05  filler                 pic x(10) value "OPERATOR  ".
           05  filler                 pic x(22) value "NAME".
           05  filler                 pic x(10) value "LEVEL".
           05  filler                 pic x(08) value "LOCK".
           05  filler                 pic x(10) value "PW CHGD".
           05  filler                 pic x(07) value "PW AGE".
           05  filler                 pic x(07) value "EXPRY".
           05  filler                 pic x(10) value "LAST ON".
           05  filler                 pic x(05) value "FLAGS".
       01  ws-operator-line.
           05  ol-operator            pic x(08).
           05  filler                 pic x(02) value spaces.
           05  ol-name                pic x(20).
           05  filler                 pic x(02) value spaces.
           05  ol-level               pic x(08).
           05  filler                 pic x(02) value spaces.
           05  ol-lock                pic x(06).
           05  filler                 pic x(02) value spaces.
           05  ol-pw-changed          pic x(08).
           05  filler                 pic x(02) value spaces.
           05  ol-pw-age              pic x(05).
           05  filler                 pic x(02) value spaces.
           05  ol-expiry              pic x(05).
           05  filler                 pic x(02) value spaces.
           05  ol-last-signon         pic x(08).
           05  filler                 pic x(02) value spaces.
           05  ol-flag-admin          pic x(07).
           05  filler                 pic x(01) value space.
           05  ol-flag-locked         pic x(07).
           05  filler                 pic x(01) value space.
           05  ol-flag-expired        pic x(08).
           05  filler                 pic x(01) value space.
           05  ol-flag-unused         pic x(07).
       77  ws-days-edit               pic zzzz9.
       77  ws-expiry-edit             pic zz9.
       01  ws-function-line.
           05  fl-caption             pic x(22).
           05  fl-entry OCCURS 8 TIMES.
               10  fl-function-id     pic x(08).
               10  filler             pic x(02).
       01  ws-section-1-totals.
           05  filler                 pic x(11) value "OPERATORS ".
           05  st-listed              pic zzzz9.
           05  filler                 pic x(10) value "   ADMINS ".
           05  st-admin               pic zzzz9.
           05  filler                 pic x(10) value "   LOCKED ".
           05  st-locked              pic zzzz9.
           05  filler                 pic x(15)
                   value "   PW EXPIRED ".
           05  st-expired             pic zzzz9.
           05  filler                 pic x(10) value "   UNUSED ".
           05  st-unused              pic zzzz9.
       01  ws-section-2-title.
           05  filler                 pic x(30)
                   value "SECTION 2 - DENIALS, LOCKOUTS ".
           05  filler                 pic x(34)
                   value "AND SECURITY MAINTENANCE IN PERIOD".
       01  ws-section-2-heading.
           05  filler                 pic x(10) value "OPERATOR  ".
           05  filler                 pic x(22) value "NAME".
           05  filler                 pic x(10) value "  DENIED".
           05  filler                 pic x(10) value "  LOCKOUTS".
           05  filler                 pic x(10) value " SEC MAINT".
       01  ws-activity-line.
           05  vl-operator            pic x(08).
           05  filler                 pic x(02) value spaces.
           05  vl-name                pic x(20).
           05  filler                 pic x(02) value spaces.
           05  vl-deny                pic z,zzz,zz9.
           05  filler                 pic x(01) value space.
           05  vl-lockout             pic z,zzz,zz9.
           05  filler                 pic x(01) value space.
           05  vl-maint               pic z,zzz,zz9.
       01  ws-note-line.
           05  nl-caption             pic x(50).
           05  nl-count               pic z,zzz,zz9.
       PROCEDURE DIVISION.
       main.
           PERFORM 1000-initialize THRU 1000-exit.
           PERFORM 1100-restart-check THRU 1100-exit.
           IF ws-chkp-open-failed
               PERFORM 1400-audit-start THRU 1400-exit
               MOVE "ABND" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           IF ws-step-already-done
               PERFORM 1400-audit-start THRU 1400-exit
               MOVE "SKIP" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           PERFORM 1400-audit-start THRU 1400-exit.
           PERFORM 1200-read-parms THRU 1200-exit.
           IF NOT ws-run-abended
               PERFORM 1300-set-period THRU 1300-exit
               PERFORM 1500-open-run-files THRU 1500-exit
           END-IF.
           IF ws-run-abended
               MOVE "ABND" TO log-return-status
               PERFORM 9500-audit-stop THRU 9500-exit
               PERFORM 9600-close-files THRU 9600-exit
               GO TO 9900-finish
           END-IF.
           PERFORM 1600-load-authority THRU 1600-exit.
           PERFORM 2000-scan-audit-trail THRU 2000-exit.
           PERFORM 3000-operator-section THRU 3000-exit.
           PERFORM 4000-activity-section THRU 4000-exit.
           PERFORM 8100-close-run-files THRU 8100-exit.
           PERFORM 7000-checkpoint-write THRU 7000-exit.
           MOVE "OK  " TO log-return-status.
           PERFORM 9500-audit-stop THRU 9500-exit.
           PERFORM 9600-close-files THRU 9600-exit.
       9900-finish.
           GOBACK.

      *----------------------------------------------------------------
      * 1000 - get the clock and operator for the audit record and
      * zero the run totals.
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
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT ws-operator-id FROM ENVIRONMENT-VALUE.
           IF ws-operator-id = SPACES
               MOVE "UNKNOWN " TO ws-operator-id
           END-IF.
           MOVE "N" TO ws-abend-switch.
           MOVE 0   TO ws-auth-count.
           MOVE 0   TO ws-opr-count.
           MOVE 0   TO ws-opr-dropped.
           MOVE 0   TO ws-listed-count.
           MOVE 0   TO ws-admin-count.
           MOVE 0   TO ws-locked-count.
           MOVE 0   TO ws-expired-count.
           MOVE 0   TO ws-unused-count.
           MOVE 0   TO ws-deny-total.
           MOVE 0   TO ws-lockout-total.
           MOVE 0   TO ws-maint-total.
           MOVE ws-current-date TO ws-dcv-date.
           PERFORM 8800-date-to-serial THRU 8800-exit.
           MOVE ws-dcv-serial TO ws-today-serial.
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
      * 1100 - see if this step already completed clean for today -
      * if so the caller skips straight to GOBACK so a rerun of
      * the stream does not print the review twice.
      *----------------------------------------------------------------
       1100-restart-check.
           MOVE "N"             TO ws-step-done-switch.
           MOVE "N"             TO ws-chkp-open-switch.
           MOVE ws-current-date TO chkp-run-date.
           MOVE "helloacr"      TO chkp-step-name.
           OPEN I-O chkp-file.
           IF ws-chkp-status = "35"
               OPEN OUTPUT chkp-file
               CLOSE       chkp-file
               OPEN I-O    chkp-file
           END-IF.
           IF ws-chkp-status NOT = "00"
               MOVE "Y" TO ws-chkp-open-switch
               GO TO 1100-exit
           END-IF.
           READ chkp-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF chkp-step-complete
                       MOVE "Y" TO ws-step-done-switch
                   END-IF
           END-READ.
       1100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1200 - the unused days and review period off HELLOACP - no
      * parm file or a zero in either, no review - the run abends
      * rather than fall back to figures made up in the code.
      *----------------------------------------------------------------
       1200-read-parms.
           OPEN INPUT acr-parm-file.
           IF ws-parm-status NOT = "00"
               DISPLAY "HELLOACR - PARM FILE UNAVAILABLE, STATUS "
                       ws-parm-status
               MOVE "Y" TO ws-abend-switch
               GO TO 1200-exit
           END-IF.
           READ acr-parm-file
               AT END
                   DISPLAY "HELLOACR - PARM FILE EMPTY"
                   MOVE "Y" TO ws-abend-switch
           END-READ.
           CLOSE acr-parm-file.
           IF ws-run-abended
               GO TO 1200-exit
           END-IF.
           IF acr-unused-days NOT NUMERIC
           OR acr-unused-days = ZERO
           OR acr-period-days NOT NUMERIC
           OR acr-period-days = ZERO
               DISPLAY "HELLOACR - UNUSED DAYS OR REVIEW PERIOD NOT SET"
               MOVE "Y" TO ws-abend-switch
               GO TO 1200-exit
           END-IF.
           MOVE acr-unused-days TO ws-unused-days.
       1200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1300 - the review period - the processing date and the days
      * before it, stepped back one calendar day at a time.
      *----------------------------------------------------------------
       1300-set-period.
           MOVE ws-current-date TO ws-high-date.
           MOVE ws-current-date TO ws-cand-date.
           COMPUTE ws-back-count = acr-period-days - 1.
           PERFORM 8710-back-one-day THRU 8710-exit
               ws-back-count TIMES.
           MOVE ws-cand-date TO ws-low-date.
       1300-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1500 - the security file must open - there is nothing to
      * review without it - then the listing with its headings.
      *----------------------------------------------------------------
       1500-open-run-files.
           OPEN INPUT sec-file.
           IF ws-sec-status NOT = "00"
               DISPLAY "HELLOACR - SECURITY FILE UNAVAILABLE, STATUS "
                       ws-sec-status
               MOVE "Y" TO ws-abend-switch
               GO TO 1500-exit
           END-IF.
           OPEN OUTPUT rpt-file.
           MOVE scr-company-name TO hl-company-name.
           MOVE ws-current-date  TO hl-run-date.
           MOVE ws-low-date      TO hl-low-date.
           MOVE ws-high-date     TO hl-high-date.
           MOVE ws-unused-days   TO hl-unused-days.
           WRITE rpt-line FROM ws-heading-1.
           WRITE rpt-line FROM ws-heading-2.
       1500-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1600 - hold the function authority file whole - with no file
      * every program falls back to its own built-in default, which
      * the review says once rather than print empty function lists.
      *----------------------------------------------------------------
       1600-load-authority.
           MOVE "N" TO ws-auth-ok-switch.
           OPEN INPUT auth-file.
           IF ws-auth-status NOT = "00"
               GO TO 1600-exit
           END-IF.
           MOVE "Y"    TO ws-auth-ok-switch.
           MOVE "N"    TO ws-input-eof-switch.
           MOVE SPACES TO auth-function-id.
           START auth-file KEY NOT < auth-function-id
               INVALID KEY
                   MOVE "Y" TO ws-input-eof-switch
           END-START.
           PERFORM 1610-load-function THRU 1610-exit
               UNTIL ws-input-eof.
           CLOSE auth-file.
       1600-exit.
           EXIT.

       1610-load-function.
           READ auth-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-input-eof-switch
                   GO TO 1610-exit
           END-READ.
           IF ws-auth-count = 60
               DISPLAY "HELLOACR - MORE THAN 60 FUNCTIONS, "
                       auth-function-id " NOT LISTED" UPON CONSOLE
               GO TO 1610-exit
           END-IF.
           ADD 1 TO ws-auth-count.
           MOVE auth-function-id    TO at-function-id (ws-auth-count).
           MOVE auth-allowed-levels TO at-levels (ws-auth-count).
       1610-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2000 - one pass of the audit trail - every sign-on (the
      * menu's START record under the signed-on id) moves that id's
      * last sign-on on, and inside the period every DENY, lockout
      * and security maintenance record counts against the id that
      * made it.
      *----------------------------------------------------------------
       2000-scan-audit-trail.
           OPEN INPUT log-file.
           IF ws-log-status NOT = "00"
               GO TO 2000-exit
           END-IF.
           MOVE "N" TO ws-input-eof-switch.
           PERFORM 2100-sift-log-record THRU 2100-exit
               UNTIL ws-input-eof.
           CLOSE log-file.
       2000-exit.
           EXIT.

       2100-sift-log-record.
           READ log-file
               AT END
                   MOVE "Y" TO ws-input-eof-switch
                   GO TO 2100-exit
           END-READ.
           IF log-operator-id = SPACES
               GO TO 2100-exit
           END-IF.
           IF log-event-start AND log-program-id = "hello"
               MOVE log-operator-id TO ws-look-id
               PERFORM 2200-post-operator THRU 2200-exit
               IF ws-opr-found
               AND log-event-date > ot-last-signon (ws-opr-hit)
                   MOVE log-event-date TO ot-last-signon (ws-opr-hit)
               END-IF
               GO TO 2100-exit
           END-IF.
           IF log-event-date < ws-low-date
           OR log-event-date > ws-high-date
               GO TO 2100-exit
           END-IF.
           IF log-status-denied
               MOVE log-operator-id TO ws-look-id
               PERFORM 2200-post-operator THRU 2200-exit
               IF ws-opr-found
                   ADD 1 TO ot-deny-count (ws-opr-hit)
               END-IF
               GO TO 2100-exit
           END-IF.
           IF log-event-maint AND log-program-id = "hello"
           AND log-detail = "LOCKOUT"
               MOVE log-operator-id TO ws-look-id
               PERFORM 2200-post-operator THRU 2200-exit
               IF ws-opr-found
                   ADD 1 TO ot-lockout-count (ws-opr-hit)
               END-IF
               GO TO 2100-exit
           END-IF.
           IF log-event-maint AND log-program-id = "hello02"
           AND log-status-clean
               MOVE log-operator-id TO ws-look-id
               PERFORM 2200-post-operator THRU 2200-exit
               IF ws-opr-found
                   ADD 1 TO ot-maint-count (ws-opr-hit)
               END-IF
           END-IF.
       2100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2200 - find the id's entry, or make it one in id order - a
      * full table leaves the id out and counts the record dropped,
      * which the review owns up to at its foot.
      *----------------------------------------------------------------
       2200-post-operator.
           PERFORM 2300-find-operator THRU 2300-exit.
           IF ws-opr-found
               GO TO 2200-exit
           END-IF.
           IF ws-opr-count = 500
               ADD 1 TO ws-opr-dropped
               GO TO 2200-exit
           END-IF.
           PERFORM 2220-shift-entry THRU 2220-exit
               VARYING ws-opr-from FROM ws-opr-count BY -1
               UNTIL ws-opr-from < ws-opr-hit.
           MOVE ws-look-id TO ot-operator-id (ws-opr-hit).
           MOVE SPACES     TO ot-last-signon (ws-opr-hit).
           MOVE 0          TO ot-deny-count (ws-opr-hit).
           MOVE 0          TO ot-lockout-count (ws-opr-hit).
           MOVE 0          TO ot-maint-count (ws-opr-hit).
           ADD 1 TO ws-opr-count.
           MOVE "Y" TO ws-opr-found-switch.
       2200-exit.
           EXIT.

       2220-shift-entry.
           MOVE ws-opr-entry (ws-opr-from)
                                 TO ws-opr-entry (ws-opr-from + 1).
       2220-exit.
           EXIT.

      *----------------------------------------------------------------
      * 2300 - look the id up - found, the hit is its entry - not
      * found, the hit is where it belongs in id order.
      *----------------------------------------------------------------
       2300-find-operator.
           MOVE "N" TO ws-opr-found-switch.
           MOVE "N" TO ws-scan-stop-switch.
           COMPUTE ws-opr-hit = ws-opr-count + 1.
           PERFORM 2310-compare-entry THRU 2310-exit
               VARYING ws-opr-sub FROM 1 BY 1
               UNTIL ws-opr-sub > ws-opr-count
                  OR ws-scan-stopped.
       2300-exit.
           EXIT.

       2310-compare-entry.
           IF ot-operator-id (ws-opr-sub) < ws-look-id
               GO TO 2310-exit
           END-IF.
           MOVE "Y"        TO ws-scan-stop-switch.
           MOVE ws-opr-sub TO ws-opr-hit.
           IF ot-operator-id (ws-opr-sub) = ws-look-id
               MOVE "Y" TO ws-opr-found-switch
           END-IF.
       2310-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3000 - section 1 - every operator on the security file in id
      * order, each followed by the functions their level reaches.
      *----------------------------------------------------------------
       3000-operator-section.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-section-1-title.
           IF NOT ws-auth-ok
               WRITE rpt-line FROM ws-no-auth-line
           END-IF.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-section-1-heading.
           MOVE "N"    TO ws-input-eof-switch.
           MOVE SPACES TO sec-operator-id.
           START sec-file KEY NOT < sec-operator-id
               INVALID KEY
                   MOVE "Y" TO ws-input-eof-switch
           END-START.
           PERFORM 3100-review-operator THRU 3100-exit
               UNTIL ws-input-eof.
           MOVE ws-listed-count  TO st-listed.
           MOVE ws-admin-count   TO st-admin.
           MOVE ws-locked-count  TO st-locked.
           MOVE ws-expired-count TO st-expired.
           MOVE ws-unused-count  TO st-unused.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-section-1-totals.
       3000-exit.
           EXIT.

       3100-review-operator.
           READ sec-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-input-eof-switch
                   GO TO 3100-exit
           END-READ.
           MOVE SPACES            TO ws-operator-line.
           MOVE sec-operator-id   TO ol-operator.
           MOVE sec-operator-name TO ol-name.
           EVALUATE TRUE
               WHEN sec-auth-admin
                   MOVE "ADMIN   " TO ol-level
                   MOVE "*ADMIN"   TO ol-flag-admin
                   ADD 1 TO ws-admin-count
               WHEN sec-auth-operator
                   MOVE "OPERATOR" TO ol-level
               WHEN sec-auth-inquiry
                   MOVE "INQUIRY " TO ol-level
               WHEN OTHER
                   MOVE "UNKNOWN " TO ol-level
           END-EVALUATE.
           IF sec-locked
               MOVE "LOCKED"  TO ol-lock
               MOVE "*LOCKED" TO ol-flag-locked
               ADD 1 TO ws-locked-count
           ELSE
               MOVE "OPEN  "  TO ol-lock
           END-IF.
           PERFORM 3200-judge-password THRU 3200-exit.
           IF ws-pw-expired
               MOVE "*PWEXPRD" TO ol-flag-expired
               ADD 1 TO ws-expired-count
           END-IF.
           PERFORM 3300-judge-last-signon THRU 3300-exit.
           IF ws-id-unused
               MOVE "*UNUSED" TO ol-flag-unused
               ADD 1 TO ws-unused-count
           END-IF.
           ADD 1 TO ws-listed-count.
           WRITE rpt-line FROM ws-operator-line.
           IF ws-auth-ok
               PERFORM 3400-list-functions THRU 3400-exit
           END-IF.
       3100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3200 - password age in days since it was last changed, and
      * whether it has aged out - the same rule sign-on enforces - an
      * interval of zero never expires, a blank changed date under a
      * live interval is already expired.
      *----------------------------------------------------------------
       3200-judge-password.
           MOVE "N" TO ws-pw-expired-switch.
           IF sec-pw-expiry-days NOT NUMERIC
           OR sec-pw-expiry-days = ZERO
               MOVE "NEVER" TO ol-expiry
           ELSE
               MOVE sec-pw-expiry-days TO ws-expiry-edit
               MOVE ws-expiry-edit     TO ol-expiry
           END-IF.
           IF sec-pw-changed-date NOT NUMERIC
               MOVE "NONE    " TO ol-pw-changed
               MOVE "  -  "    TO ol-pw-age
               IF sec-pw-expiry-days NUMERIC
               AND sec-pw-expiry-days NOT = ZERO
                   MOVE "Y" TO ws-pw-expired-switch
               END-IF
               GO TO 3200-exit
           END-IF.
           MOVE sec-pw-changed-date TO ol-pw-changed.
           MOVE sec-pw-changed-date TO ws-dcv-date.
           PERFORM 8800-date-to-serial THRU 8800-exit.
           COMPUTE ws-age-days = ws-today-serial - ws-dcv-serial.
           IF ws-age-days < 0
               MOVE 0 TO ws-age-days
           END-IF.
           MOVE ws-age-days    TO ws-days-edit.
           MOVE ws-days-edit   TO ol-pw-age.
           IF sec-pw-expiry-days NUMERIC
           AND sec-pw-expiry-days NOT = ZERO
           AND ws-age-days NOT < sec-pw-expiry-days
               MOVE "Y" TO ws-pw-expired-switch
           END-IF.
       3200-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3300 - the last sign-on the audit trail holds - none at all,
      * or none for more than the unused days, and the id is unused.
      *----------------------------------------------------------------
       3300-judge-last-signon.
           MOVE "N" TO ws-unused-switch.
           MOVE sec-operator-id TO ws-look-id.
           PERFORM 2300-find-operator THRU 2300-exit.
           IF NOT ws-opr-found
           OR ot-last-signon (ws-opr-hit) = SPACES
               MOVE "NEVER   " TO ol-last-signon
               MOVE "Y"        TO ws-unused-switch
               GO TO 3300-exit
           END-IF.
           MOVE ot-last-signon (ws-opr-hit) TO ol-last-signon.
           MOVE ot-last-signon (ws-opr-hit) TO ws-dcv-date.
           PERFORM 8800-date-to-serial THRU 8800-exit.
           COMPUTE ws-age-days = ws-today-serial - ws-dcv-serial.
           IF ws-age-days > ws-unused-days
               MOVE "Y" TO ws-unused-switch
           END-IF.
       3300-exit.
           EXIT.

      *----------------------------------------------------------------
      * 3400 - every function whose allowed levels take in the
      * operator's level, eight to a line.
      *----------------------------------------------------------------
       3400-list-functions.
           MOVE SPACES TO ws-function-line.
           MOVE "          FUNCTIONS: " TO fl-caption.
           MOVE 0 TO ws-fn-slot.
           MOVE 0 TO ws-fn-listed.
           IF sec-auth-level NOT = SPACE
               PERFORM 3410-test-function THRU 3410-exit
                   VARYING ws-auth-sub FROM 1 BY 1
                   UNTIL ws-auth-sub > ws-auth-count
           END-IF.
           IF ws-fn-slot > 0
               WRITE rpt-line FROM ws-function-line
           END-IF.
           IF ws-fn-listed = 0
               MOVE "NONE"  TO fl-function-id (1)
               WRITE rpt-line FROM ws-function-line
           END-IF.
       3400-exit.
           EXIT.

       3410-test-function.
           IF sec-auth-level NOT = at-levels (ws-auth-sub) (1:1)
           AND sec-auth-level NOT = at-levels (ws-auth-sub) (2:1)
           AND sec-auth-level NOT = at-levels (ws-auth-sub) (3:1)
               GO TO 3410-exit
           END-IF.
           ADD 1 TO ws-fn-slot.
           ADD 1 TO ws-fn-listed.
           MOVE at-function-id (ws-auth-sub)
                                 TO fl-function-id (ws-fn-slot).
           IF ws-fn-slot = 8
               WRITE rpt-line FROM ws-function-line
               MOVE SPACES TO ws-function-line
               MOVE 0 TO ws-fn-slot
           END-IF.
       3410-exit.
           EXIT.

      *----------------------------------------------------------------
      * 4000 - section 2 - the period's denials, lockouts and
      * security maintenance by operator id - ids no longer on the
      * security file are listed all the same.
      *----------------------------------------------------------------
       4000-activity-section.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-section-2-title.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-section-2-heading.
           PERFORM 4100-print-activity THRU 4100-exit
               VARYING ws-opr-sub FROM 1 BY 1
               UNTIL ws-opr-sub > ws-opr-count.
           MOVE SPACES           TO ws-activity-line.
           MOVE "TOTALS"         TO vl-operator.
           MOVE ws-deny-total    TO vl-deny.
           MOVE ws-lockout-total TO vl-lockout.
           MOVE ws-maint-total   TO vl-maint.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           WRITE rpt-line FROM ws-activity-line.
           IF ws-opr-dropped > 0
               MOVE "**AUDIT RECORDS LEFT OUT - OPERATOR TABLE FULL**"
                                          TO nl-caption
               MOVE ws-opr-dropped        TO nl-count
               WRITE rpt-line FROM ws-note-line
           END-IF.
       4000-exit.
           EXIT.

       4100-print-activity.
           IF ot-deny-count (ws-opr-sub) = 0
           AND ot-lockout-count (ws-opr-sub) = 0
           AND ot-maint-count (ws-opr-sub) = 0
               GO TO 4100-exit
           END-IF.
           MOVE SPACES TO ws-activity-line.
           MOVE ot-operator-id (ws-opr-sub) TO vl-operator.
           MOVE ot-operator-id (ws-opr-sub) TO sec-operator-id.
           READ sec-file
               INVALID KEY
                   MOVE "NOT ON SECURITY FILE" TO vl-name
               NOT INVALID KEY
                   MOVE sec-operator-name      TO vl-name
           END-READ.
           MOVE ot-deny-count (ws-opr-sub)    TO vl-deny.
           MOVE ot-lockout-count (ws-opr-sub) TO vl-lockout.
           MOVE ot-maint-count (ws-opr-sub)   TO vl-maint.
           ADD ot-deny-count (ws-opr-sub)     TO ws-deny-total.
           ADD ot-lockout-count (ws-opr-sub)  TO ws-lockout-total.
           ADD ot-maint-count (ws-opr-sub)    TO ws-maint-total.
           WRITE rpt-line FROM ws-activity-line.
       4100-exit.
           EXIT.

       8100-close-run-files.
           CLOSE sec-file.
           CLOSE rpt-file.
       8100-exit.
           EXIT.

      *----------------------------------------------------------------
      * 8710 - step the candidate date back one calendar day.
      *----------------------------------------------------------------
       8710-back-one-day.
           IF ws-cand-dd > 1
               SUBTRACT 1 FROM ws-cand-dd
               GO TO 8710-exit
           END-IF.
           IF ws-cand-mm > 1
               SUBTRACT 1 FROM ws-cand-mm
           ELSE
               MOVE 12 TO ws-cand-mm
               SUBTRACT 1 FROM ws-cand-yy
           END-IF.
           PERFORM 8750-set-month-days THRU 8750-exit.
           MOVE ws-month-days TO ws-cand-dd.
       8710-exit.
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

      *----------------------------------------------------------------
      * 8800 - yyyymmdd to a serial day number so two dates subtract
      * to days between - the usual integer arithmetic, good across
      * month ends and leap years.
      *----------------------------------------------------------------
       8800-date-to-serial.
           IF ws-dcv-date NOT NUMERIC
               MOVE ws-today-serial TO ws-dcv-serial
               GO TO 8800-exit
           END-IF.
           MOVE ws-dcv-date (1:4) TO ws-dcv-yy.
           MOVE ws-dcv-date (5:2) TO ws-dcv-mm.
           MOVE ws-dcv-date (7:2) TO ws-dcv-dd.
           IF ws-dcv-mm > 2
               MOVE ws-dcv-yy TO ws-dcv-work-yy
               COMPUTE ws-dcv-work-mm = ws-dcv-mm - 3
           ELSE
               COMPUTE ws-dcv-work-yy = ws-dcv-yy - 1
               COMPUTE ws-dcv-work-mm = ws-dcv-mm + 9
           END-IF.
           COMPUTE ws-dcv-term-1 = 365 * ws-dcv-work-yy.
           COMPUTE ws-dcv-term-2 = ws-dcv-work-yy / 4.
           COMPUTE ws-dcv-term-3 = ws-dcv-work-yy / 100.
           COMPUTE ws-dcv-term-4 = ws-dcv-work-yy / 400.
           COMPUTE ws-dcv-serial = ws-dcv-term-1 + ws-dcv-term-2
               - ws-dcv-term-3 + ws-dcv-term-4.
           COMPUTE ws-dcv-term-1 = (153 * ws-dcv-work-mm + 2) / 5.
           COMPUTE ws-dcv-serial = ws-dcv-serial + ws-dcv-term-1
               + ws-dcv-dd.
       8800-exit.
           EXIT.

      *----------------------------------------------------------------
      * 7000 - mark today's checkpoint record complete on a clean
      * finish - a rerun of the stream will skip this step.
      *----------------------------------------------------------------
       7000-checkpoint-write.
           MOVE ws-current-date TO chkp-run-date.
           MOVE "helloacr"      TO chkp-step-name.
           SET  chkp-step-complete TO TRUE.
           MOVE ws-current-time TO chkp-complete-time.
           REWRITE chkp-record
               INVALID KEY
                   WRITE chkp-record
           END-REWRITE.
       7000-exit.
           EXIT.

      *----------------------------------------------------------------
      * 1400/9500 - audit trail - a start record when the run begins,
      * a stop record when it ends - the audit trail is read in
      * between, so each opens, writes and closes it on its own.
      *----------------------------------------------------------------
       1400-audit-start.
           OPEN EXTEND log-file.
           IF ws-log-status = "35"
               OPEN OUTPUT log-file
           END-IF.
           MOVE SPACES          TO log-record.
           MOVE "helloacr"      TO log-program-id.
           MOVE ws-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-start TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE SPACES          TO log-key-pressed.
           MOVE SPACES          TO log-return-status.
           MOVE "O"             TO log-auth-level.
           MOVE SPACES          TO log-detail.
           WRITE log-record.
           CLOSE log-file.
       1400-exit.
           EXIT.

       9500-audit-stop.
           OPEN EXTEND log-file.
           IF ws-log-status = "35"
               OPEN OUTPUT log-file
           END-IF.
           ACCEPT ws-current-time FROM TIME.
           MOVE "helloacr"      TO log-program-id.
           MOVE ws-operator-id  TO log-operator-id.
           MOVE ws-terminal-id  TO log-terminal-id.
           SET  log-event-stop  TO TRUE.
           MOVE ws-current-date TO log-event-date.
           MOVE ws-current-time TO log-event-time.
           MOVE SPACES          TO log-key-pressed.
           MOVE "O"             TO log-auth-level.
           MOVE SPACES          TO log-detail.
           WRITE log-record.
           CLOSE log-file.
       9500-exit.
           EXIT.

       9600-close-files.
           CLOSE chkp-file.
       9600-exit.
           EXIT.
