           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.
           move old-mv-type to mv-type.
           if old-mv-quantity is numeric
               move old-mv-quantity to mv-quantity
