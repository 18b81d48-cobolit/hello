      * rbkrec.cpy - run-book record for the nightly stream driver
      * (hellostr) - one record per step, in the order the steps
      * run - operations maintains the file, so the make-up of the
      * stream is data, not something hard-coded in the driver.
      * the day rule says when the step is due - D every processing
      * day, M on the last business day of the month only - a step
      * not due is passed over without blocking the steps after it.
      * the checkpoint name is the HELLOCKP record the step keeps
      * for the processing day (the reconciliation keeps "dayclose")
      * - an open one stops the stream - spaces where the step keeps
      * none.
      * the audit flag says who writes the step's start/stop pair
      * on HELLOLOG - S the step itself, D the driver on its behalf
      * for the steps that do not audit themselves.
      * up to three prerequisite steps must have completed (or not
      * be due) before the step may start.
      * the usual stream -
      *   01 hellosog D hellosog S
      *   02 hellopst D hellopst S  after hellosog
      *   03 hellorec D dayclose S  after hellopst
      *   04 hellomec M hellomec S  after hellorec
      *   05 hellodor D hellodor S  after hellorec
      *   06 hellosnp D hellosnp S  after hellorec hellodor
      *   07 hellorpq D          D
      *   08 hellorpt D          D
      *   09 hellomon D          D
      *   10 helloacr M helloacr S
      *   11 helloeod D helloeod S  after hellorec hellosnp
       01  rbk-record.
           05  rbk-seq                pic 9(02).
           05  rbk-step-name          pic x(08).
           05  rbk-day-rule           pic x(01).
               88  rbk-day-daily          value "D".
               88  rbk-day-month-end      value "M".
               88  rbk-day-rule-valid     values "D" "M".
           05  rbk-chkp-name          pic x(08).
           05  rbk-audit-flag         pic x(01).
               88  rbk-self-audited       value "S".
               88  rbk-driver-audited     value "D".
           05  rbk-prereq OCCURS 3 TIMES
                                      pic x(08).
           05  rbk-description        pic x(20).
           05  filler                 pic x(16).
