      *  The invoice number itself is checked against the        *
      *  header registry MUAPINV.DAT first - the same vendor     *
      *  invoice keyed twice is refused with the date and        *
      *  operator of the first entry.  A non-stock PO line       *
      *  always carries its keyed price, which is its benchmark. *
      *                                                          *
      ************************************************************

           if po-unit-cost > 0
               move po-unit-cost to ws-bench-price
               go to find-benchmark-price-exit.
      *    A non-stock line has no item to fall back on.
           if po-non-stock
               go to find-benchmark-price-exit.
           if cross-reference-open
               move po-stock-key to vi-stock-key
               move ws-vendor-code to vi-vendor-code
           move "N" to ap-paid-flag.
           move 0 to ap-paid-date.
           move spaces to ap-check-number.
           move 0 to ap-cleared-date.
           write ap-owed-record
               invalid key
                   display "This invoice line is already on the "
