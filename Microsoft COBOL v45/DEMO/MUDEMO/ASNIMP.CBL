      *  and a good line is staged as an expected receipt on     *
      *  MUASNSTG.DAT (see ASNREC.CPY) for STOCKRCV's one-key    *
      *  receiving.  Mismatches go to ASNEXC.LST before          *
      *  anything posts.  A non-stock line is refused - it never *
      *  reaches stock, so it is received in POMAINT.            *
      *                                                          *
      ************************************************************

               move "PO line is not open" to ws-reason
               perform log-reject
               go to stage-line-exit.
           if po-non-stock
               move "non-stock line - receive in POMAINT"
                       to ws-reason
               perform log-reject
               go to stage-line-exit.
           compute ws-outstanding =
               po-qty-ordered - po-qty-received.
           if af-qty = 0
