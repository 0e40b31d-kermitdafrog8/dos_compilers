      *  open-holds report QCHOLD.LST with days in inspection,   *
      *  flagging anything older than the keyed limit - goods    *
      *  sitting in QC too long used to surface only at the      *
      *  next count.  A rejection is raised as a vendor          *
      *  non-conformance report through NCRENT.                  *
      *                                                          *
      ************************************************************

                       " to stock, " ws-reject-qty
                       " awaiting return to vendor "
                       qh-vendor-code
               if ws-reject-qty > 0
                   display "Raise the non-conformance report "
                           "through NCRENT"
               end-if
           else
               display "Unable to clear hold - status "
                       status-1 status-2.
           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.
           move "R" to mv-type.
           move ws-accept-qty to mv-quantity.
           move space to mv-qty-sign.
