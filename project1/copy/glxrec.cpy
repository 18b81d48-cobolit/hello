      * extract provably ties to HELLOPTL before it leaves the
      * building - amounts are unsigned with an explicit sign byte
      * so the ledger load never guesses at an embedded sign.
      * transfers between customer accounts get their own summary
      * line, code TR, with a blank sign byte - the debit and credit
      * both fall inside the customer ledger so the line is memo
      * only and the trailer's net does not include it, though its
      * count is in the trailer's applied count.
       01  glx-record.
           05  glx-record-type        pic x(01).
               88  glx-type-summary       value "S".
