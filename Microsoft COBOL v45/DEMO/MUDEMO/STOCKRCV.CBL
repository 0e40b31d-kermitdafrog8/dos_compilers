      *  release list BORELEAS.LST so those customers' goods are  *
      *  picked the same day the stock arrives.                   *
      *                                                          *
      *  A stack of delivery notes may be keyed as a batch on    *
      *  MUKEYBAT.DAT (see KEYBAT.CPY): the slip count and total *
      *  quantity are declared first, every slip posted adds to  *
      *  the keyed figures and tags its movement with the batch  *
      *  number, and the batch closes only when the two agree.   *
      *  ASN receipts are not slips and stay outside the batch.  *
      *                                                          *
      ************************************************************

       identification division.
                access dynamic
                record key cl-key
                status lyr-status.

           select key-batch-file assign "MUKEYBAT.DAT"
                organization indexed
                access dynamic
                record key kb-batch-number
                status kbt-status.
      /
       data division.

           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).

       fd  key-batch-file.
           copy keybat.cpy.
      /
       working-storage section.

           88  layer-file-open                    value "Y".
       01  ws-layer-cost                pic 9(08)v99.

      ***********************************************************
      * Keyed Batch Control (see KEYBAT.CPY)                     *
      ***********************************************************

       01  kbt-status                   pic xx.
       01  kbt-open-switch              pic x     value "N".
           88  batch-file-open                    value "Y".
       01  batch-switch                 pic x     value "N".
           88  batch-active                       value "Y".
       01  slip-posted-switch           pic x     value "N".
           88  slip-posted                        value "Y".
       01  ws-batch-number              pic x(06) value spaces.
       01  ws-batch-key                 pic x(06).
       01  ws-batch-split redefines ws-batch-key.
           03  ws-batch-prefix          pic x.
           03  ws-batch-seq             pic 9(05).
       01  next-batch-number            pic 9(05).
       01  ws-declared-count            pic 9(04).
       01  ws-declared-qty              pic 9(09)v9(03).
       01  ws-slip-qty                  pic 9(06)v9(03).
       01  batch-yesno                  pic x.
       01  keyed-slip-switch            pic x     value "N".
           88  keyed-slip                         value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************
               end-if
           end-if.

           perform open-batch thru open-batch-exit.

       asn-ent-ry.
           if not asn-staging-open
               go to ent-ry.
               accept ws-lot-expiry.

           move stock-held to ws-balance-before.
           move "Y" to keyed-slip-switch.
           perform post-receipt thru post-receipt-exit.
      *    The slip counts toward the batch as keyed - in the
      *    buying unit when the delivery note was in it.
           if batch-active and slip-posted
               if buy-uom-on-file
                   move ws-buy-qty to ws-slip-qty
               else
                   move ws-qty-received to ws-slip-qty
               end-if
               perform count-slip thru count-slip-exit
           end-if.
           go to ent-ry.

       post-receipt.
           move "N" to slip-posted-switch.
           perform check-freeze thru check-freeze-exit.
           if item-is-frozen
               go to post-receipt-exit.
           perform release-backorders thru release-backorders-exit.
           rewrite stock-record.
           if status-1 = "0"
               move "Y" to slip-posted-switch
               display "Receipt posted - new balance " stock-held
               if bin-files-open
                   perform suggest-putaway
           move stock-held to ws-balance-before.
           display "Posting " as-qty " of " as-stock-key
                   " from ASN line " as-seq.
           move "N" to keyed-slip-switch.
           perform post-receipt thru post-receipt-exit.
           move "R" to as-status-flag.
           rewrite asn-staged-record.
               move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           if keyed-slip
               move ws-batch-number to mv-batch-number
           else
               move spaces to mv-batch-number.
           perform write-movement thru write-movement-exit.

      *    Two movements in the same second collide on the key -
               subtract 1 from next-qc-number
               go to divert-to-inspection-exit.
           close qc-hold-file.
           move "Y" to slip-posted-switch.
           perform save-qc-number thru save-qc-number-exit.
           if stock-qty-on-order > ws-qty-received
               subtract ws-qty-received from stock-qty-on-order
       release-backorders-exit.
           exit.

      ***********************************************************
      * Keyed Batch Control (see KEYBAT.CPY)                     *
      *    A stack of slips is keyed under a batch whose slip    *
      *    count and total quantity were declared up front; it   *
      *    closes only when what was keyed agrees, so a slip     *
      *    missed or keyed twice shows before the operator       *
      *    leaves the desk.                                      *
      ***********************************************************

       open-batch.
           move spaces to ws-batch-number.
           move "N" to batch-switch.
           open i-o key-batch-file.
           if kbt-status not = "00"
               open output key-batch-file
               close key-batch-file
               open i-o key-batch-file.
           if kbt-status not = "00"
               display "Unable to open MUKEYBAT.DAT - status "
                       kbt-status " - keying without a batch"
               go to open-batch-exit.
           move "Y" to kbt-open-switch.

       open-batch-ask.
           display "Batch number (N - open a new batch, blank - "
                   "no batch) : ".
           move spaces to ws-batch-number.
           accept ws-batch-number.
           if ws-batch-number = spaces
               go to open-batch-exit.
           if ws-operator-id = spaces
               display "Operator ID : "
               accept ws-operator-id.
           if ws-batch-number = "N" or ws-batch-number = "n"
               perform declare-batch thru declare-batch-exit
           else
               perform resume-batch thru resume-batch-exit.
           if not batch-active
               go to open-batch-ask.

       open-batch-exit.
           exit.

       declare-batch.
           display "Slips in the batch : ".
           move 0 to ws-declared-count.
           accept ws-declared-count.
           if ws-declared-count = 0
               display "The slip count is required"
               go to declare-batch-exit.
           display "Total quantity on the slips : ".
           move 0 to ws-declared-qty.
           accept ws-declared-qty.
           if ws-declared-qty = 0
               display "The total quantity is required"
               go to declare-batch-exit.
           perform find-batch-number thru find-batch-number-exit.
           move "STOCKRCV" to kb-program.
           move ws-declared-count to kb-declared-count.
           move ws-declared-qty to kb-declared-qty.
           move "R" to kb-type.
           move ws-operator-id to kb-operator-id.
           perform set-posting-date.
           move today-8 to kb-open-date.
           move 0 to kb-keyed-count.
           move 0 to kb-keyed-qty.
           move "O" to kb-status-flag.
           move 0 to kb-closed-date.
           move spaces to kb-closed-by.

      *    Two desks opening a batch in the same moment collide on
      *    the number - the next one breaks the tie.

       declare-batch-write.
           move "B" to ws-batch-prefix.
           move next-batch-number to ws-batch-seq.
           move ws-batch-key to kb-batch-number.
           write key-batch-record.
           if kbt-status = "22"
               add 1 to next-batch-number
               go to declare-batch-write.
           if kbt-status not = "00"
               display "Unable to open the batch - status "
                       kbt-status
               go to declare-batch-exit.
           move kb-batch-number to ws-batch-number.
           move "Y" to batch-switch.
           display "Batch " ws-batch-number " opened - "
                   kb-declared-count " slips, quantity "
                   kb-declared-qty.

       declare-batch-exit.
           exit.

       find-batch-number.
           move 1 to next-batch-number.
           move low-values to kb-batch-number.
           start key-batch-file key not less than kb-batch-number.
           if kbt-status not = "00"
               go to find-batch-number-exit.

       find-batch-number-read.
           read key-batch-file next record
               at end
                   go to find-batch-number-exit
           end-read.
           move kb-batch-number to ws-batch-key.
           if ws-batch-seq numeric
                   and ws-batch-seq not < next-batch-number
               compute next-batch-number = ws-batch-seq + 1.
           go to find-batch-number-read.

       find-batch-number-exit.
           exit.

       resume-batch.
           move ws-batch-number to kb-batch-number.
           read key-batch-file.
           if kbt-status not = "00"
               display "Batch not found - status " kbt-status
               go to resume-batch-exit.
           if kb-program not = "STOCKRCV"
               display "Batch " kb-batch-number " was opened in "
                       kb-program
               go to resume-batch-exit.
           if kb-closed
               display "Batch " kb-batch-number " closed on "
                       kb-closed-date
               go to resume-batch-exit.
           move "Y" to batch-switch.
           display "Batch " kb-batch-number " resumed - keyed "
                   kb-keyed-count " of " kb-declared-count
                   " slips, quantity " kb-keyed-qty " of "
                   kb-declared-qty.

       resume-batch-exit.
           exit.

      *    The record is read afresh for every slip so the totals
      *    on file are right even if the session is cut short.

       count-slip.
           move ws-batch-number to kb-batch-number.
           read key-batch-file.
           if kbt-status not = "00"
               display "Unable to read batch " ws-batch-number
                       " - status " kbt-status
               go to count-slip-exit.
           add 1 to kb-keyed-count.
           add ws-slip-qty to kb-keyed-qty.
           rewrite key-batch-record.
           if kbt-status not = "00"
               display "Unable to update batch " ws-batch-number
                       " - status " kbt-status
               go to count-slip-exit.
           display "Batch " ws-batch-number " - slip "
                   kb-keyed-count " of " kb-declared-count.
           if kb-keyed-count > kb-declared-count
               display "More slips keyed than declared - check "
                       "for a slip keyed twice".

       count-slip-exit.
           exit.

       close-batch.
           move ws-batch-number to kb-batch-number.
           read key-batch-file.
           if kbt-status not = "00"
               display "Unable to read batch " ws-batch-number
                       " - status " kbt-status
               go to close-batch-exit.
           display "Batch " kb-batch-number
                   " declared " kb-declared-count " slips, quantity "
                   kb-declared-qty.
           display "             keyed " kb-keyed-count
                   " slips, quantity " kb-keyed-qty.
           if kb-keyed-count not = kb-declared-count
                   or kb-keyed-qty not = kb-declared-qty
               display "Batch out of balance - left open; resume "
                       "it by number to put it right"
               go to close-batch-exit.
           display "Batch balances - close it (Y/N) ? ".
           accept batch-yesno.
           if batch-yesno not = "Y" and batch-yesno not = "y"
               display "Batch left open"
               go to close-batch-exit.
           perform set-posting-date.
           move "C" to kb-status-flag.
           move today-8 to kb-closed-date.
           move ws-operator-id to kb-closed-by.
           rewrite key-batch-record.
           if kbt-status = "00"
               display "Batch " kb-batch-number " closed"
           else
               display "Unable to close batch - status "
                       kbt-status.

       close-batch-exit.
           exit.

       wrap-up.
           if batch-active
               perform close-batch thru close-batch-exit.
           if batch-file-open
               close key-batch-file.
           close stock-file.
           close receipt-log.
           close movement-log.
