                     stock-loc-max(4).
           move 0 to stock-loc-qty(5) stock-loc-min(5)
                     stock-loc-max(5).
           move 0 to stock-unit-weight.

      ***********************************************************
      *    File status checking routines.                       *
