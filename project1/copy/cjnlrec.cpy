      * cjnlrec.cpy - customer master update journal record - one per
      * customer record written or rewritten on HELLOCUS - who
      * changed what and when plus the full before-image and
      * after-image of the customer record, the same way HELLOJNL
      * proves the account master - an add carries a spaces
      * before-image.
       01  cjnl-record.
           05  cjnl-program-id        pic x(08).
           05  cjnl-operator-id       pic x(08).
           05  cjnl-action            pic x(01).
           05  cjnl-date              pic x(08).
           05  cjnl-time              pic x(08).
           05  cjnl-before-image      pic x(200).
           05  cjnl-after-image       pic x(200).
           05  filler                 pic x(07).
