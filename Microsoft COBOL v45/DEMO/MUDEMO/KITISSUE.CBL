           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.
           perform write-movement thru write-movement-exit.

      *    Two movements in the same second collide on the key -
