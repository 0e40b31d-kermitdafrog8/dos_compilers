           move "N" to stock-fractional-flag.
           move 0 to stock-standard-cost.
           move space to stock-costing-method.
           move 0 to stock-unit-weight.
           move spaces to stock-hazmat-class.
           move spaces to stock-un-number.
           move spaces to stock-tariff-code.
           move spaces to stock-origin-country.
           write stock-record.
           if status-1 = "0"
               add 1 to stock-migrated
           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.
           write movement-record.
           if mov-status = "00"
               add 1 to moves-migrated
