      *  cross-reference where one is on file, quantity and       *
      *  order date - then flags the PO sent so the next run      *
      *  picks up only new orders.  POACK imports the vendor's    *
      *  acknowledgments back.  A non-stock line has no item or  *
      *  cross-reference, so its description goes out in the     *
      *  vendor part field.                                      *
      *                                                          *
      ************************************************************

           move po-line to tx-po-line.
           move po-vendor-code to tx-vendor-code.
           move spaces to tx-vendor-part.
      *    A non-stock line has no item to cross-reference - the
      *    vendor gets the front of its description instead.
           if po-non-stock
               move po-description to tx-vendor-part
           else
               if cross-reference-open
                   move po-stock-key to vi-stock-key
                   move po-vendor-code to vi-vendor-code
                   read vendor-item-file
                       invalid key
                           move spaces to tx-vendor-part
                       not invalid key
                           move vi-vendor-part to tx-vendor-part
                   end-read
               end-if
           end-if.
           move po-stock-key to tx-stock-key.
           move po-qty-ordered to tx-qty-ordered.
