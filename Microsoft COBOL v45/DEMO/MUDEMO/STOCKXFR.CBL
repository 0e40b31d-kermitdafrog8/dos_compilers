      *  validated against MULOCMST.DAT, transfer numbers come    *
      *  from MUXFRNUM.DAT, and every step is logged to           *
      *  STOCKXFR.LST.  XFRRPT lists what is still on the road.   *
      *  Fill takes a transfer KBSCAN raised in requested status  *
      *  for an emptied kanban card and dispatches it from the    *
      *  source row like any other.                               *
      *                                                          *
      ************************************************************

           perform read-next-number thru read-next-number-exit.

       ent-ry.
           display "D-Dispatch  F-Fill request  R-Receive  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "D" when "d"
                   perform dispatch-transfer
                           thru dispatch-transfer-exit
               when "F" when "f"
                   perform fill-request thru fill-request-exit
               when "R" when "r"
                   perform receive-transfer
                           thru receive-transfer-exit
       find-from-location-exit.
           exit.

      ***********************************************************
      * Fill a Requested Transfer - KBSCAN's Kanban Requests    *
      ***********************************************************

       fill-request.
           display "Requested transfer number : ".
           accept ws-xfer-number.
           if ws-xfer-number = spaces
               go to fill-request-exit.
           move ws-xfer-number to it-number.
           read in-transit-file.
           if int-status not = "00"
               display "Transfer not found - status " int-status
               go to fill-request-exit.
           if not it-requested
               display "Transfer is not waiting to be filled"
               go to fill-request-exit.
           move it-stock-key to stock-key.
           read stock-file.
           if status-1 not = "0"
               display "Stock record missing - status "
                       status-1 status-2
               go to fill-request-exit.
           move it-from-loc to ws-from-loc.
           move it-to-loc to ws-to-loc.
           display stock-key " from " ws-from-loc " to " ws-to-loc
                   " - requested " it-qty.
           display "Qty to send : ".
           move 0 to ws-xfer-qty.
           accept ws-xfer-qty.
           if ws-xfer-qty = 0
               go to fill-request-exit.
           display "Expected journey (days) : ".
           accept ws-expected-days.

           move 0 to from-subscript.
           move 1 to loc-subscript.
           perform find-from-location thru find-from-location-exit.
           if from-subscript = 0
               display "From location not found for this item"
               go to fill-request-exit.
           if stock-loc-qty(from-subscript) < ws-xfer-qty
               display "Insufficient qty at " ws-from-loc
               go to fill-request-exit.

           accept today-8 from date yyyymmdd.
           move ws-xfer-qty to it-qty.
           move today-8 to it-dispatch-date.
           move ws-expected-days to it-expected-days.
           move "D" to it-status-flag.
           rewrite in-transit-record.
           if int-status not = "00"
               display "Unable to update transfer - status "
                       int-status
               go to fill-request-exit.
           subtract ws-xfer-qty from stock-loc-qty(from-subscript).
           rewrite stock-record.
           if status-1 = "0"
               display "Dispatched under transfer " ws-xfer-number
               perform log-dispatch
           else
               display "Unable to post dispatch - status "
                       status-1 status-2.

       fill-request-exit.
           exit.

      ***********************************************************
      * Receive - Off the Road, Into the Receiving Row          *
      ***********************************************************
           if int-status not = "00"
               display "Transfer not found - status " int-status
               go to receive-transfer-exit.
           if it-requested
               display "Transfer not yet dispatched - fill it first"
               go to receive-transfer-exit.
           if not it-dispatched
               display "Transfer already received"
               go to receive-transfer-exit.
