      *  never touched stock-held so they write no stock          *
      *  movement, the RMA record itself is their trail.  An     *
      *  RMA fully dispositioned closes.  Everything is logged   *
      *  to RMAENTRY.LST and numbered off MURMANUM.DAT.  A       *
      *  faulty return is the vendor's problem as well as ours - *
      *  NCRENT raises the non-conformance report against it.    *
      *                                                          *
      ************************************************************

           perform save-next-number thru save-next-number-exit.
           display "RMA " rma-number " logged - goods held for "
                   "inspection".
           if rma-reason-code = 01
               display "Faulty - raise the non-conformance report "
                       "through NCRENT".
           move "LOGGED" to ws-action.
           move rma-qty-returned to ws-disp-qty.
           perform log-rma-line.
           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.
           move "T" to mv-type.
           move ws-disp-qty to mv-quantity.
           move space to mv-qty-sign.
