      * account's low key and plain READ NEXT walks that account's
      * activity newest day first, which is the order the phones
      * want - the real posting date rides alongside for display.
      * a transfer posts as two ordinary items, a DR on the account
      * debited and a CR on the account credited, so anything that
      * reads history by code still sees the right sign - each leg
      * is marked as a transfer and names the other account, and
      * the two legs share one posting date and sequence so either
      * one leads straight to its partner.
      * the cross-reference area after the operator is read through
      * the view its type byte names - a transfer leg carries the
      * other account until it is reversed and the link takes its
      * place, an item with a reversal waiting in HELLOTXN carries
      * that reversal's batch and entry date, and once the reversal
      * posts the original and the reversing item each carry the
      * other's date (nines complement, as in the key) and sequence,
      * so either one leads to its partner on the same account -
      * items written before the area was in use are all spaces and
      * read as plain items.
       01  hist-record.
           05  hist-key.
               10  hist-account       pic 9(08).
           05  hist-reference         pic x(12).
           05  hist-batch             pic 9(04).
           05  hist-entry-operator    pic x(08).
           05  hist-xref-type         pic x(01).
               88  hist-xref-none         value space.
               88  hist-xref-transfer     value "T".
               88  hist-xref-pending      value "P".
               88  hist-xref-reversed     value "R".
               88  hist-xref-reversal     value "V".
           05  hist-xref-data.
               10  hist-contra-account
                                      pic 9(08).
               10  filler             pic x(07).
           05  hist-pend-data REDEFINES hist-xref-data.
               10  hist-pend-batch    pic 9(04).
               10  hist-pend-date     pic x(08).
               10  filler             pic x(03).
           05  hist-link-data REDEFINES hist-xref-data.
               10  hist-link-rev-date pic 9(08).
               10  hist-link-seq      pic 9(05).
               10  filler             pic x(02).
