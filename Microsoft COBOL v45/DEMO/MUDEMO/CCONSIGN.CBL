           move "S" to soh-type-flag.
           move spaces to soh-customer-ref.
           move spaces to soh-carrier-code.
           move customer-salesrep to soh-salesrep.
           move customer-currency to soh-currency-code.
           move 0 to soh-shipto.
           move soh-order-date to soh-request-date.
           write so-header-record.
           if soh-status not = "00"
               display "Unable to book usage order - status "
           move "N" to order-billed-flag.
           move ws-bill-price to order-price-each.
           move "N" to order-dropship-flag.
           move 0 to order-freight.
           write order-record.
           if ord-status = "00"
               display "Usage booked as order " ws-order-number
           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.
           perform write-movement thru write-movement-exit.

      *    Two movements in the same second collide on the key -
