           move old-order-billed to order-billed-flag.
           move 0 to order-price-each.
           move "N" to order-dropship-flag.
           move 0 to order-freight.
           write order-record.
           if status-1 not = "0"
               display "Unable to migrate order " old-order-number
           move "S" to soh-type-flag.
           move spaces to soh-customer-ref.
           move spaces to soh-carrier-code.
           move spaces to soh-salesrep.
           move 0 to soh-shipto.
           move soh-order-date to soh-request-date.
           move "USD" to soh-currency-code.
           write so-header-record.
           if soh-status = "00"
               add 1 to orders-migrated
