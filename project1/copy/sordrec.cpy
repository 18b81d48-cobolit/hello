      * sordrec.cpy - standing order record, keyed by order number -
      * one record per recurring payment or receipt a customer has
      * asked for - the generation step (hellosog) releases the
      * order to HELLOTXN each time it falls due, then walks the
      * next due date on by the frequency - weekly and fortnightly
      * orders step by 7 and 14 days, monthly, quarterly and annual
      * orders step by whole months and land back on the anchor
      * day, or the last day of a shorter month - a blank end date
      * runs the order until it is cancelled - the order ends by
      * itself once the next due date passes the end date.
       01  so-record.
           05  so-number              pic 9(06).
           05  so-account             pic 9(08).
           05  so-code                pic x(02).
               88  so-code-valid          values "DR" "CR".
           05  so-amount              pic 9(07)v99.
           05  so-reference           pic x(12).
           05  so-frequency           pic x(01).
               88  so-freq-weekly         value "W".
               88  so-freq-fortnightly    value "F".
               88  so-freq-monthly        value "M".
               88  so-freq-quarterly      value "Q".
               88  so-freq-annual         value "A".
               88  so-freq-valid          values "W" "F" "M" "Q" "A".
           05  so-next-due-date       pic x(08).
           05  so-end-date            pic x(08).
           05  so-anchor-day          pic 9(02).
           05  so-status              pic x(01).
               88  so-status-active       value "A".
               88  so-status-held         value "H".
               88  so-status-ended        value "E".
               88  so-status-cancelled    value "C".
           05  so-last-run-date       pic x(08).
           05  so-created-by          pic x(08).
           05  filler                 pic x(07).
