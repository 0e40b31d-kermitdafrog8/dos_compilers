           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.

       log-movement-write.
           write movement-record.
