      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      KBSCAN.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Kanban card scan-in.  The barcode LABELS prints on a    *
      *  kanban card is "K", the shop floor location, the card   *
      *  number and the stock code; the scanner keys it in here. *
      *  A full card scanned has just been emptied at the line:  *
      *  it is marked empty and its replenishment raised at      *
      *  once - a transfer in requested status on MUINTRNS.DAT   *
      *  from the loop's source location, numbered off           *
      *  MUKBNUM.DAT with a "K" prefix for STOCKXFR to fill, or  *
      *  for a vendor-direct card a suggested purchase order     *
      *  for the card quantity, written pending on MUPODATA.DAT  *
      *  exactly as POGEN writes one for POAPPRV to approve.     *
      *  An empty card scanned has come back full with its       *
      *  goods and is marked full; if its transfer or order has  *
      *  not been received yet the operator must confirm.        *
      *  Every scan is logged to KBSCAN.LST.                     *
      *                                                          *
      ************************************************************

       identification division.
       program-id. KBSCAN.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select kanban-file assign "MUKANBAN.DAT"
                organization indexed
                access dynamic
                record key kb-key
                status file-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select in-transit-file assign "MUINTRNS.DAT"
                organization indexed
                access dynamic
                record key it-number
                status int-status.

           select po-file assign "MUPODATA.DAT"
                organization indexed
                access dynamic
                record key po-key
                status po-status.

           select po-header-file assign "MUPOHDR.DAT"
                organization indexed
                access dynamic
                record key poh-number
                status poh-status.

           select kb-number-file assign "MUKBNUM.DAT"
                organization line sequential
                status kbn-status.

           select po-number-file assign "MUPONUM.DAT"
                organization line sequential
                status pon-status.

           select scan-log assign "KBSCAN.LST"
                organization line sequential
                status log-status.
      /
       data division.

       file section.
       fd  kanban-file.
           copy kanban.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  in-transit-file.
           copy intrans.cpy.

       fd  po-file.
           copy porec.cpy.

       fd  po-header-file.
           copy pohdr.cpy.

       fd  kb-number-file.
       01  kb-number-line               pic 9(05).

       fd  po-number-file.
       01  po-number-line               pic 9(05).

       fd  scan-log.
       01  scan-log-line                pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  stock-status                 pic xx.
       01  int-status                   pic xx.
       01  po-status                    pic xx.
       01  poh-status                   pic xx.
       01  kbn-status                   pic xx.
       01  pon-status                   pic xx.
       01  log-status                   pic xx.

       01  scan-code                    pic x(17).
       01  scan-fields redefines scan-code.
           03  sc-prefix                pic x.
           03  sc-location              pic x(04).
           03  sc-card                  pic 9(02).
           03  sc-stock-key             pic x(10).

       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  next-kb-number               pic 9(05) value 0.
       01  next-po-number               pic 9(05) value 0.
       01  ws-ref                       pic x(06).
       01  ws-action                    pic x(08).
       01  received-switch              pic x.
           88  replenishment-received             value "Y".

       01  cards-emptied                pic 9(05) value 0.
       01  cards-filled                 pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "KBSCAN - kanban card scan-in".
           open i-o kanban-file.
           if status-1 not = "0"
               display "Unable to open MUKANBAN.DAT - status "
                       status-1 status-2 " - set up loops with KBMAINT"
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close kanban-file
               go to endit.

           open i-o in-transit-file.
           if int-status not = "00"
               open output in-transit-file
               close in-transit-file
               open i-o in-transit-file.
           if int-status not = "00"
               display "Unable to open MUINTRNS.DAT - status "
                       int-status
               close kanban-file
               close stock-file
               go to endit.

           open i-o po-file.
           if po-status not = "00"
               open output po-file
               close po-file
               open i-o po-file.
           if po-status not = "00"
               display "Unable to open MUPODATA.DAT - status "
                       po-status
               close kanban-file
               close stock-file
               close in-transit-file
               go to endit.

           open i-o po-header-file.
           if poh-status not = "00"
               open output po-header-file
               close po-header-file
               open i-o po-header-file.
           if poh-status not = "00"
               display "Unable to open MUPOHDR.DAT - status "
                       poh-status
               close kanban-file
               close stock-file
               close in-transit-file
               close po-file
               go to endit.

           open extend scan-log.
           if log-status not = "00"
               open output scan-log.
           if log-status not = "00"
               display "Unable to open KBSCAN.LST - status "
                       log-status
               close kanban-file
               close stock-file
               close in-transit-file
               close po-file
               close po-header-file
               go to endit.

       ent-ry.
           display "Scan card (blank to finish) : ".
           move spaces to scan-code.
           accept scan-code.
           if scan-code = spaces
               go to wrap-up.
           accept today-8 from date yyyymmdd.
           perform scan-card thru scan-card-exit.
           go to ent-ry.

      ***********************************************************
      * One Card Scanned                                        *
      ***********************************************************

       scan-card.
           if sc-prefix not = "K" or sc-card not numeric
               display "Not a kanban card"
               go to scan-card-exit.
           move sc-stock-key to kb-stock-key.
           move sc-location to kb-location.
           read kanban-file.
           if status-1 not = "0"
               display "No kanban loop for " sc-stock-key " at "
                       sc-location
               go to scan-card-exit.
           if sc-card = 0 or sc-card > kb-card-count
               display "Card " sc-card " is not in this loop - "
                       "reprint the loop's cards"
               go to scan-card-exit.
           if kb-card-empty(sc-card)
               perform card-returned thru card-returned-exit
           else
               perform card-emptied thru card-emptied-exit.

       scan-card-exit.
           exit.

      ***********************************************************
      * Card Emptied at the Line - Raise Its Replenishment      *
      ***********************************************************

       card-emptied.
           move spaces to ws-ref.
           if kb-vendor-direct
               perform raise-purchase thru raise-purchase-exit
           else
               perform raise-transfer thru raise-transfer-exit.
           if ws-ref = spaces
               display "Card left full - nothing raised"
               go to card-emptied-exit.
           move "E" to kb-card-status(sc-card).
           move ws-ref to kb-card-ref(sc-card).
           move today-8 to kb-card-date(sc-card).
           rewrite kanban-record.
           if status-1 not = "0"
               display "Unable to mark card empty - status "
                       status-1 status-2
               go to card-emptied-exit.
           add 1 to cards-emptied.
           move "EMPTIED " to ws-action.
           perform log-scan.

       card-emptied-exit.
           exit.

       raise-transfer.
           perform read-kb-number thru read-kb-number-exit.

       raise-transfer-write.
           add 1 to next-kb-number.
           move spaces to it-number.
           string "K" next-kb-number
                   delimited by size into it-number.
           move kb-stock-key to it-stock-key.
           move kb-source-loc to it-from-loc.
           move kb-location to it-to-loc.
           move kb-card-qty to it-qty.
           move today-8 to it-dispatch-date.
           move 0 to it-expected-days.
           move "Q" to it-status-flag.
           write in-transit-record.
           if int-status = "22"
               go to raise-transfer-write.
           if int-status not = "00"
               display "Unable to raise transfer request - status "
                       int-status
               go to raise-transfer-exit.
           perform save-kb-number thru save-kb-number-exit.
           move it-number to ws-ref.
           display "Transfer " ws-ref " requested - " kb-card-qty
                   " from " kb-source-loc " to " kb-location.

       raise-transfer-exit.
           exit.

       raise-purchase.
           move kb-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock record missing - status " stock-status
               go to raise-purchase-exit.
           if stock-vendor-code = 0
               display "Item has no vendor - no order suggested"
               go to raise-purchase-exit.
           perform read-po-number thru read-po-number-exit.

       raise-purchase-write.
           add 1 to next-po-number.
           move spaces to po-number.
           string "S" next-po-number
                   delimited by size into po-number.
           move 1 to po-line.
           move stock-vendor-code to po-vendor-code.
           move stock-key to po-stock-key.
           move kb-card-qty to po-qty-ordered.
           move 0 to po-qty-received.
           move today-8 to po-date.
           move "P" to po-status-flag.
           move 0 to po-receipt-date.
           move "N" to po-sent-flag.
           move 0 to po-promised-date.
           move 0 to po-unit-cost.
           move "S" to po-line-type.
           move spaces to po-description.
           move spaces to po-expense-account.
           move spaces to po-cost-center.
           write po-record.
           if po-status = "22"
               go to raise-purchase-write.
           if po-status not = "00"
               display "Unable to write suggested PO - status "
                       po-status
               go to raise-purchase-exit.
           perform save-po-number thru save-po-number-exit.
           move po-number to poh-number.
           move po-vendor-code to poh-vendor-code.
           move today-8 to poh-order-date.
           move "P" to poh-status-flag.
           move "N" to poh-sent-flag.
           move 1 to poh-line-count.
           move "USD" to poh-currency-code.
           move 1 to poh-currency-rate.
           move spaces to poh-dropship-order.
           move spaces to poh-ship-to-name.
           move spaces to poh-ship-to-addr-1.
           move spaces to poh-ship-to-addr-2.
           write po-header-record.
           if poh-status not = "00"
               display "Suggested line written but header failed"
                       " - status " poh-status.
           move po-number to ws-ref.
           display "Suggested PO " ws-ref " for " kb-card-qty
                   " - approve it with POAPPRV".

       raise-purchase-exit.
           exit.

      ***********************************************************
      * Card Back Full with Its Goods                           *
      ***********************************************************

       card-returned.
           move kb-card-ref(sc-card) to ws-ref.
           perform check-received thru check-received-exit.
           if not replenishment-received
               display "Replenishment " ws-ref " not yet received"
                       " - mark the card full anyway (Y/N) ? "
               accept yesno
               if yesno not = "Y" and yesno not = "y"
                   go to card-returned-exit
               end-if
           end-if.
           move "F" to kb-card-status(sc-card).
           move spaces to kb-card-ref(sc-card).
           move today-8 to kb-card-date(sc-card).
           rewrite kanban-record.
           if status-1 not = "0"
               display "Unable to mark card full - status "
                       status-1 status-2
               go to card-returned-exit.
           add 1 to cards-filled.
           display "Card " sc-card " of " kb-stock-key " at "
                   kb-location " is full".
           move "FILLED  " to ws-action.
           perform log-scan.

       card-returned-exit.
           exit.

       check-received.
           move "N" to received-switch.
           if ws-ref = spaces
               go to check-received-exit.
           if kb-vendor-direct
               move ws-ref to po-number
               move 1 to po-line
               read po-file
               if po-status = "00"
                   if po-closed or po-qty-received > 0
                       move "Y" to received-switch
                   end-if
               end-if
           else
               move ws-ref to it-number
               read in-transit-file
               if int-status = "00"
                   if it-received
                       move "Y" to received-switch
                   end-if
               end-if
           end-if.

       check-received-exit.
           exit.

      ***********************************************************
      * Number Handling - Reread at Each Use, Since Scanning    *
      * Runs at Several Stations at Once                        *
      ***********************************************************

       read-kb-number.
           move 0 to next-kb-number.
           open input kb-number-file.
           if kbn-status not = "00"
               go to read-kb-number-exit.
           read kb-number-file
               at end
                   go to read-kb-number-close.
           move kb-number-line to next-kb-number.

       read-kb-number-close.
           close kb-number-file.

       read-kb-number-exit.
           exit.

       save-kb-number.
           open output kb-number-file.
           if kbn-status not = "00"
               display "Unable to save MUKBNUM.DAT - status "
                       kbn-status
               go to save-kb-number-exit.
           move next-kb-number to kb-number-line.
           write kb-number-line.
           close kb-number-file.

       save-kb-number-exit.
           exit.

       read-po-number.
           move 0 to next-po-number.
           open input po-number-file.
           if pon-status not = "00"
               go to read-po-number-exit.
           read po-number-file
               at end
                   go to read-po-number-close.
           move po-number-line to next-po-number.

       read-po-number-close.
           close po-number-file.

       read-po-number-exit.
           exit.

       save-po-number.
           open output po-number-file.
           if pon-status not = "00"
               display "Unable to save MUPONUM.DAT - status "
                       pon-status
               go to save-po-number-exit.
           move next-po-number to po-number-line.
           write po-number-line.
           close po-number-file.

       save-po-number-exit.
           exit.

       log-scan.
           move spaces to scan-log-line.
           string today-8 "  " ws-action "  " kb-stock-key
                   "  at=" kb-location
                   "  card=" sc-card
                   "  ref=" ws-ref
                   delimited by size into scan-log-line.
           write scan-log-line.

       wrap-up.
           close kanban-file.
           close stock-file.
           close in-transit-file.
           close po-file.
           close po-header-file.
           close scan-log.
           display "Cards emptied : " cards-emptied.
           display "Cards filled  : " cards-filled.

       endit.
           goback.
