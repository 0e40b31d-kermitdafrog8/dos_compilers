           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.
           move "W" to mv-type.
           move ws-writeoff-qty to mv-quantity.
           move "-" to mv-qty-sign.
