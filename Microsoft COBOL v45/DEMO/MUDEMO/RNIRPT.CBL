      *  invoiced through INVMATCH onto MUAPOWED.DAT, and the    *
      *  uninvoiced remainder is valued the way the match        *
      *  itself benchmarks prices: the MUVNDITM quoted cost,     *
      *  else the item's stock-cost (a non-stock line at its     *
      *  keyed price).  Detail in PO order,                      *
      *  subtotals by vendor and a grand accrual total.          *
      *  MONTHEND closes the quantity ledger; this closes the    *
      *  money side of receiving.  Output is RNIRPT.LST.         *
           move po-number to dl-po-number.
           move po-line to dl-po-line.
           move po-vendor-code to dl-vendor.
           if po-non-stock
               move "NON-STOCK" to dl-stock-key
           else
               move po-stock-key to dl-stock-key.
           move po-qty-received to dl-received.
           move ws-invoiced-qty to dl-invoiced.
           move ws-uninvoiced to dl-uninvoiced.

       find-benchmark-price.
           move 0 to ws-bench-price.
           if po-non-stock
               move po-unit-cost to ws-bench-price
               go to find-benchmark-price-exit.
           if cross-reference-open
               move po-stock-key to vi-stock-key
               move po-vendor-code to vi-vendor-code
