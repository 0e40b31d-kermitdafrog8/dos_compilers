      *  and the matching sales order lines close as shipped     *
      *  here with no stock movement.                            *
      *                                                          *
      *  A new PO may award an RFQ from RFQMAINT (see            *
      *  RFQHDR.CPY and RFQBID.CPY): the buyer picks the         *
      *  winning quote and keys the reason, the order is raised  *
      *  to that vendor for the RFQ's item and quantity at the   *
      *  quoted price, the winning bid is marked awarded and     *
      *  the rest lost, and the quoted price and lead time may   *
      *  be loaded onto the MUVNDITM.DAT cross-reference.        *
      *                                                          *
      *  A vendor blocked on VENDMAST takes no new order, award  *
      *  or added line; one on probation takes them only once    *
      *  the buyer confirms.                                     *
      *                                                          *
      *  A line keyed as * is non-stock - supplies, repairs,     *
      *  services - carrying a description, a MUCOA.DAT expense  *
      *  account and a MUCSTCTR.DAT cost center instead of an    *
      *  item.  Nothing goes on order in stock; receiving it     *
      *  posts the value straight to expense through GLPOSTCC    *
      *  (debit the account under its cost center, credit the    *
      *  accrued payables account keyed once per session), and   *
      *  INVMATCH matches the invoice against its keyed price.   *
      *                                                          *
      ************************************************************

       identification division.
           select currency-file assign "MUCURR.DAT"
                organization line sequential
                status cur-status.

           select rfq-file assign "MURFQHDR.DAT"
                organization indexed
                access dynamic
                record key rfq-number
                status rfq-status.

           select bid-file assign "MURFQBID.DAT"
                organization indexed
                access dynamic
                record key qb-key
                status bid-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select cost-center-file assign "MUCSTCTR.DAT"
                organization indexed
                access dynamic
                record key ct-code
                status cct-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.
      /
       data division.


       fd  currency-file.
           copy currate.cpy.

       fd  rfq-file.
           copy rfqhdr.cpy.

       fd  bid-file.
           copy rfqbid.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  cost-center-file.
           copy cctr.cpy.

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).
      /
       working-storage section.

       01  rate-found-switch            pic x.
           88  rate-found                         value "Y".

      ***********************************************************
      * RFQ Award (see RFQHDR.CPY)                               *
      ***********************************************************

       01  rfq-status                   pic xx.
       01  bid-status                   pic xx.
       01  rfq-open-switch              pic x     value "N".
           88  rfq-files-open                     value "Y".
       01  ws-rfq-number                pic x(06).
       01  ws-award-vendor              pic 9(04).
       01  ws-award-price               pic 9(08)v99.
       01  ws-award-lead                pic 9(03).
       01  ws-award-reason              pic x(40).
       01  ws-price-edited              pic z(07)9.99.
       01  vit-update-switch            pic x     value "N".
           88  cross-reference-updatable          value "Y".
       01  tier-subscript               pic 9(02) comp.
       01  standing-switch              pic x.
           88  vendor-in-good-standing            value "Y".
       01  tier-next                    pic 9(02) comp.

      ***********************************************************
      * Non-Stock Lines (see POREC.CPY)                          *
      ***********************************************************

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  cct-status                   pic xx.
       01  cct-open-switch              pic x     value "N".
           88  cost-centers-open                  value "Y".
       01  exp-status                   pic xx.
       01  journal-switch               pic x     value "N".
           88  journal-open                       value "Y".
           88  journal-declined                   value "X".
       01  payables-account             pic x(06) value spaces.
       01  ws-expense-value             pic 9(12)v99.
       01  ws-value-edited              pic z(10)9.99.

      ***********************************************************
      * Alternative Sources for the Line Entry                  *
      ***********************************************************
               close stock-file
               go to endit.

           open i-o vendor-item-file.
           if vit-status = "00"
               move "Y" to vit-update-switch
           else
               open input vendor-item-file.
      *    An absent cross-reference file just means no
      *    alternatives can be offered - not a reason to stop.

           if blk-status = "00"
               move "Y" to blk-open-switch.

      *    Without a chart or cost center file a non-stock line
      *    takes its account and center as keyed.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           open input cost-center-file.
           if cct-status = "00"
               move "Y" to cct-open-switch.

      *    RFQs are only needed when one is awarded here.
           open i-o rfq-file.
           if rfq-status = "00"
               open i-o bid-file
               if bid-status = "00"
                   move "Y" to rfq-open-switch
               else
                   close rfq-file
               end-if
           end-if.

      *    The sales order files are only needed to close out a
      *    drop-ship order when its vendor shipment confirms.
           open i-o order-file.
           accept choice.
           evaluate choice
               when "A" when "a"
                   perform check-order-vendor
                           thru check-order-vendor-exit
                   if vendor-in-good-standing
                       perform add-order-line thru add-order-line-exit
                   end-if
               when "R" when "r"
                   perform receive-line thru receive-line-exit
               when "C" when "c"
           end-read.
           if po-number not = ws-po-number
               go to list-order-lines-exit.
           if po-non-stock
               display "  line " po-line
                       "  " po-description
                       "  ordered " po-qty-ordered
                       "  received " po-qty-received
                       "  " po-status-flag
           else
               display "  line " po-line
                       "  " po-stock-key
                       "  ordered " po-qty-ordered
                       "  received " po-qty-received
                       "  " po-status-flag.
           add 1 to lines-shown.
           go to list-order-lines-read.

      ***********************************************************

       create-order.
           if rfq-files-open
               display "RFQ to award (blank for none) : "
               move spaces to ws-rfq-number
               accept ws-rfq-number
               if ws-rfq-number not = spaces
                   perform award-rfq thru award-rfq-exit
                   go to create-order-exit
               end-if
           end-if.
           display "New PO - vendor code : ".
           accept poh-vendor-code.
           move poh-vendor-code to vendor-code.
                   display "Vendor code not found"
                   go to create-order-exit
           end-read.
           perform check-vendor-standing
                   thru check-vendor-standing-exit.
           if not vendor-in-good-standing
               go to create-order-exit.
           perform get-order-currency
                   thru get-order-currency-exit.
           move ws-po-number to poh-number.
       create-order-exit.
           exit.

      ***********************************************************
      * Approved-Vendor Status                                  *
      *    A blocked vendor takes no new orders or lines; one    *
      *    on probation can, once the buyer says so.             *
      ***********************************************************

       check-vendor-standing.
           move "Y" to standing-switch.
           if vendor-blocked
               display "Vendor " vendor-code " is blocked - no "
                       "orders may be placed with it"
               move "N" to standing-switch
               go to check-vendor-standing-exit.
           if vendor-on-probation
               display "Vendor " vendor-code " is on probation - "
                       "order anyway (Y/N) ? "
               accept yesno
               if yesno not = "Y" and yesno not = "y"
                   move "N" to standing-switch
               end-if
           end-if.

       check-vendor-standing-exit.
           exit.

       check-order-vendor.
           move "Y" to standing-switch.
           move poh-vendor-code to vendor-code.
           read vendor-file
               invalid key
                   go to check-order-vendor-exit
           end-read.
           perform check-vendor-standing
                   thru check-vendor-standing-exit.

       check-order-vendor-exit.
           exit.

      ***********************************************************
      * Award an RFQ - the Winning Quote Becomes the Order      *
      ***********************************************************

       award-rfq.
           move ws-rfq-number to rfq-number.
           read rfq-file.
           if rfq-status not = "00"
               display "RFQ not found - status " rfq-status
               go to award-rfq-exit.
           if not rfq-open
               display "RFQ is no longer open"
               go to award-rfq-exit.
           display "RFQ " rfq-number "  " rfq-stock-key
                   "  qty " rfq-qty.
           move rfq-number to qb-rfq-number.
           move 0 to qb-vendor-code.
           start bid-file key not less than qb-key.
           if bid-status not = "00"
               display "No vendors were asked on this RFQ"
               go to award-rfq-exit.

       award-rfq-list.
           read bid-file next record
               at end
                   go to award-rfq-choose
           end-read.
           if qb-rfq-number not = rfq-number
               go to award-rfq-choose.
           if qb-quoted
               move qb-unit-price to ws-price-edited
               display "  vendor " qb-vendor-code
                       "  price " ws-price-edited
                       "  lead " qb-lead-days
                       "  holds to " qb-valid-until.
           go to award-rfq-list.

       award-rfq-choose.
           display "Vendor to award (0 to leave) : ".
           move 0 to ws-award-vendor.
           accept ws-award-vendor.
           if ws-award-vendor = 0
               go to award-rfq-exit.
           move rfq-number to qb-rfq-number.
           move ws-award-vendor to qb-vendor-code.
           read bid-file.
           if bid-status not = "00" or not qb-quoted
               display "That vendor has no quote on this RFQ"
               go to award-rfq-exit.
           accept today-8 from date yyyymmdd.
           if qb-valid-until < today-8
               display "That quote lapsed on " qb-valid-until
                       " - award anyway (Y/N) ? "
               accept yesno
               if yesno not = "Y" and yesno not = "y"
                   go to award-rfq-exit
               end-if
           end-if.
           move qb-unit-price to ws-award-price.
           move qb-lead-days to ws-award-lead.
           display "Reason for the choice : ".
           move spaces to ws-award-reason.
           accept ws-award-reason.
           if ws-award-reason = spaces
               display "A reason must be recorded - not awarded"
               go to award-rfq-exit.
           move ws-award-vendor to vendor-code.
           read vendor-file
               invalid key
                   display "Vendor code not found"
                   go to award-rfq-exit
           end-read.
           perform check-vendor-standing
                   thru check-vendor-standing-exit.
           if not vendor-in-good-standing
               go to award-rfq-exit.
           move rfq-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status " stock-status
               go to award-rfq-exit.
           display "The quote is in the order currency keyed next".
           perform get-order-currency
                   thru get-order-currency-exit.

           move ws-po-number to poh-number.
           move ws-award-vendor to poh-vendor-code.
           move today-8 to poh-order-date.
           move "O" to poh-status-flag.
           move "N" to poh-sent-flag.
           move 0 to poh-line-count.
           move ws-currency-code to poh-currency-code.
           move ws-currency-rate to poh-currency-rate.
           move spaces to poh-dropship-order.
           move spaces to poh-ship-to-name.
           move spaces to poh-ship-to-addr-1.
           move spaces to poh-ship-to-addr-2.
           write po-header-record.
           if poh-status not = "00"
               display "Unable to create PO header - status "
                       poh-status
               go to award-rfq-exit.

           move ws-po-number to po-number.
           move 1 to po-line.
           move ws-award-vendor to po-vendor-code.
           move rfq-stock-key to po-stock-key.
           move rfq-qty to po-qty-ordered.
           move 0 to po-qty-received.
           move today-8 to po-date.
           move "O" to po-status-flag.
           move 0 to po-receipt-date.
           move "N" to po-sent-flag.
           move 0 to po-promised-date.
           move ws-award-price to po-unit-cost.
           move "S" to po-line-type.
           move spaces to po-description.
           move spaces to po-expense-account.
           move spaces to po-cost-center.
           write po-record.
           if status-1 not = "0"
               display "Unable to write line - status "
                       status-1 status-2
               go to award-rfq-exit.
           move 1 to poh-line-count.
           rewrite po-header-record.
           perform look-up-buy-uom thru look-up-buy-uom-exit.
           if buy-uom-on-file
               compute ws-on-order-qty = po-qty-ordered * uc-factor
           else
               move po-qty-ordered to ws-on-order-qty.
           add ws-on-order-qty to stock-qty-on-order.
           rewrite stock-record.
           if stock-status not = "00"
               display "Line added but stock record update failed"
                       " - status " stock-status.
           display "PO " poh-number " raised to " vendor-name
                   " for " po-qty-ordered " of " po-stock-key.

           move ws-award-vendor to rfq-award-vendor.
           move ws-po-number to rfq-award-po.
           move today-8 to rfq-award-date.
           move ws-award-reason to rfq-award-reason.
           move "A" to rfq-status-flag.
           rewrite rfq-header-record.
           if rfq-status not = "00"
               display "PO raised but RFQ not flagged awarded - "
                       "status " rfq-status.
           perform settle-bids thru settle-bids-exit.

           display "Load the quoted price onto the vendor "
                   "cross-reference (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform load-quoted-price
                       thru load-quoted-price-exit.

       award-rfq-exit.
           exit.

      *    The winning bid is marked awarded and every other
      *    live quote lost - all of them stay on file.
       settle-bids.
           move rfq-number to qb-rfq-number.
           move 0 to qb-vendor-code.
           start bid-file key not less than qb-key.
           if bid-status not = "00"
               go to settle-bids-exit.

       settle-bids-read.
           read bid-file next record
               at end
                   go to settle-bids-exit
           end-read.
           if qb-rfq-number not = rfq-number
               go to settle-bids-exit.
           if qb-vendor-code = ws-award-vendor
               move "A" to qb-status-flag
               rewrite rfq-bid-record
           else
               if qb-quoted
                   move "L" to qb-status-flag
                   rewrite rfq-bid-record
               end-if
           end-if.
           go to settle-bids-read.

       settle-bids-exit.
           exit.

      ***********************************************************
      *    The quoted price goes onto the break tier that would  *
      *    price the RFQ quantity when the tier starts at that   *
      *    quantity; otherwise a new tier from that quantity is  *
      *    slotted in while there is room, or the pricing tier   *
      *    is overwritten when all four are taken.  A vendor     *
      *    not yet cross-referenced gets a record priced from    *
      *    the first unit.                                       *
      ***********************************************************

       load-quoted-price.
           if not cross-reference-updatable
               display "MUVNDITM.DAT not available - price not "
                       "loaded"
               go to load-quoted-price-exit.
           move rfq-stock-key to vi-stock-key.
           move ws-award-vendor to vi-vendor-code.
           read vendor-item-file.
           if vit-status = "00"
               go to load-quoted-price-tier.
           move spaces to vi-vendor-part.
           move 1 to vi-break-count.
           move 0 to vi-break-qty-from(1).
           move ws-award-price to vi-break-cost(1).
           move 0 to vi-break-qty-from(2) vi-break-qty-from(3)
                     vi-break-qty-from(4).
           move 0 to vi-break-cost(2) vi-break-cost(3)
                     vi-break-cost(4).
           move ws-award-lead to vi-lead-time-days.
           write vendor-item-record.
           if vit-status = "00"
               display "Vendor cross-reference added at the "
                       "quoted price"
           else
               display "Unable to add cross-reference - status "
                       vit-status.
           go to load-quoted-price-exit.

       load-quoted-price-tier.
           move 0 to tier-subscript.
           move 1 to tier-next.

       load-quoted-price-scan.
           if tier-next > vi-break-count or tier-next > 4
               go to load-quoted-price-place.
           if vi-break-qty-from(tier-next) <= rfq-qty
               move tier-next to tier-subscript.
           add 1 to tier-next.
           go to load-quoted-price-scan.

       load-quoted-price-place.
           if tier-subscript > 0
               if vi-break-qty-from(tier-subscript) = rfq-qty
                   go to load-quoted-price-set
               end-if
           end-if.
           if vi-break-count >= 4
               if tier-subscript = 0
                   move 1 to tier-subscript
                   move rfq-qty to vi-break-qty-from(1)
               end-if
               go to load-quoted-price-set.
      *    Room for another tier - shuffle the higher ones up.
           move vi-break-count to tier-next.
           add 1 to vi-break-count.

       load-quoted-price-shift.
           if tier-next <= tier-subscript
               go to load-quoted-price-insert.
           move vi-break-table(tier-next)
               to vi-break-table(tier-next + 1).
           subtract 1 from tier-next.
           go to load-quoted-price-shift.

       load-quoted-price-insert.
           add 1 to tier-subscript.
           move rfq-qty to vi-break-qty-from(tier-subscript).

       load-quoted-price-set.
           move ws-award-price to vi-break-cost(tier-subscript).
           move ws-award-lead to vi-lead-time-days.
           rewrite vendor-item-record.
           if vit-status = "00"
               display "Quoted price loaded on break tier "
                       tier-subscript
           else
               display "Unable to update cross-reference - status "
                       vit-status.

       load-quoted-price-exit.
           exit.

      ***********************************************************
      * Add a Line to the Order                                 *
      ***********************************************************

       add-order-line.
           display "Line - stock code (* for non-stock, blank to "
                   "skip) : ".
           accept po-stock-key.
           if po-stock-key = spaces
               go to add-order-line-exit.
           if po-stock-key = "*"
               perform add-non-stock-line
                       thru add-non-stock-line-exit
               go to add-order-line-exit.
           move po-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
           move 0 to po-receipt-date.
           move "N" to po-sent-flag.
           move 0 to po-promised-date.
           move "S" to po-line-type.
           move spaces to po-description.
           move spaces to po-expense-account.
           move spaces to po-cost-center.
           write po-record.
           if status-1 not = "0"
               display "Unable to write line - status "
       add-order-line-exit.
           exit.

      ***********************************************************
      * Add a Non-Stock Line                                    *
      *    Supplies, repairs and services: no item, nothing on   *
      *    order in stock - the line names the expense account   *
      *    and cost center its receipt is charged to, and must   *
      *    carry its price for INVMATCH to match against.        *
      ***********************************************************

       add-non-stock-line.
           move spaces to po-stock-key.
           display "Description : ".
           move spaces to po-description.
           accept po-description.
           if po-description = spaces
               display "A description is required"
               go to add-non-stock-line-exit.
           display "Expense account : ".
           move spaces to po-expense-account.
           accept po-expense-account.
           if po-expense-account = spaces
               display "An expense account is required"
               go to add-non-stock-line-exit.
           move po-expense-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to add-non-stock-line-exit.
           if chart-on-file and not coa-type-expense
               display "Account " po-expense-account
                       " is not an expense account"
               go to add-non-stock-line-exit.
           display "Cost center : ".
           move spaces to po-cost-center.
           accept po-cost-center.
           if po-cost-center = spaces
               display "A cost center is required"
               go to add-non-stock-line-exit.
           if cost-centers-open
               move po-cost-center to ct-code
               read cost-center-file
                   invalid key
                       display "Cost center not on file"
                       go to add-non-stock-line-exit
               end-read
               if not ct-active
                   display "Cost center " ct-code " is not active"
                   go to add-non-stock-line-exit
               end-if
           end-if.
           display "Qty to order : ".
           move 0 to po-qty-ordered.
           accept po-qty-ordered.
           if po-qty-ordered = 0
               go to add-non-stock-line-exit.
           display "Unit cost in " poh-currency-code " : ".
           move 0 to po-unit-cost.
           accept po-unit-cost.
           if po-unit-cost = 0
               display "A non-stock line must be priced - line "
                       "not taken"
               go to add-non-stock-line-exit.

           move ws-po-number to po-number.
           compute po-line = poh-line-count + 1.
           move poh-vendor-code to po-vendor-code.
           move 0 to po-qty-received.
           accept today-8 from date yyyymmdd.
           move today-8 to po-date.
           move "O" to po-status-flag.
           move 0 to po-receipt-date.
           move "N" to po-sent-flag.
           move 0 to po-promised-date.
           move "N" to po-line-type.
           write po-record.
           if status-1 not = "0"
               display "Unable to write line - status "
                       status-1 status-2
               go to add-non-stock-line-exit.

           add 1 to poh-line-count.
           rewrite po-header-record.
           if poh-status not = "00"
               display "Line written but header count failed"
                       " - status " poh-status.
           display "Line " po-line " added - non-stock, charged to "
                   po-expense-account " / " po-cost-center.

       add-non-stock-line-exit.
           exit.

      ***********************************************************
      * Blanket Order Release Checking                           *
      *    A line for an item on a live blanket with the vendor  *
               display "Unable to record receipt - status "
                       status-1 status-2
               go to receive-line-exit.
           if po-non-stock
               perform post-non-stock-receipt
                       thru post-non-stock-receipt-exit
               go to receive-line-exit.
           if poh-dropship-order not = spaces
               display "Vendor shipment confirmed on drop-ship PO"
               if po-closed
       receive-line-exit.
           exit.

      ***********************************************************
      * Non-Stock Receipt - Straight to Expense                 *
      *    No stock-held and no movement: the received value     *
      *    (in USD at the order's rate) debits the line's        *
      *    expense account under its cost center and credits     *
      *    accrued payables, where INVMATCH's invoice clears it. *
      ***********************************************************

       post-non-stock-receipt.
           if journal-declined
               go to post-non-stock-receipt-none.
           if not journal-open
               perform open-journal thru open-journal-exit.
           if not journal-open
               go to post-non-stock-receipt-none.
           if poh-currency-rate > 0
               compute ws-expense-value rounded =
                   ws-received-qty * po-unit-cost * poh-currency-rate
           else
               compute ws-expense-value rounded =
                   ws-received-qty * po-unit-cost.
           if ws-expense-value = 0
               go to post-non-stock-receipt-exit.
           accept jx-date from date yyyymmdd.
           move po-expense-account to jx-account.
           move "DR" to jx-dr-cr.
           move ws-expense-value to jx-amount.
           move "NSRECEIPT" to jx-source.
           write journal-export-record.
           call "GLPOSTCC" using journal-export-record
                                 po-cost-center.
           move payables-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move ws-expense-value to ws-value-edited.
           display "Non-stock receipt - " ws-value-edited
                   " charged to " po-expense-account
                   " / " po-cost-center.
           go to post-non-stock-receipt-exit.

       post-non-stock-receipt-none.
           display "Non-stock receipt recorded - no GL posting "
                   "made".

       post-non-stock-receipt-exit.
           exit.

       open-journal.
           display "Accrued payables account for non-stock "
                   "receipts (blank for no posting) : ".
           move spaces to payables-account.
           accept payables-account.
           if payables-account = spaces
               move "X" to journal-switch
               go to open-journal-exit.
           move payables-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to open-journal-exit.
           open extend journal-export.
           if exp-status = "00"
               move "Y" to journal-switch
           else
               display "Unable to open GLJRNL.DAT - status "
                       exp-status.

       open-journal-exit.
           exit.

      ***********************************************************
      * Account Validation Against the Chart (see COAREC.CPY)    *
      ***********************************************************

       check-account.
           move "Y" to account-ok-switch.
           if not chart-on-file
               go to check-account-exit.
           move ws-check-account to coa-account.
           read coa-file.
           if coa-status not = "00"
               move "N" to account-ok-switch
               display "Account " ws-check-account
                       " is not on the chart of accounts"
               go to check-account-exit.
           if not coa-active
               move "N" to account-ok-switch
               display "Account " ws-check-account
                       " is not active".

       check-account-exit.
           exit.

      ***********************************************************
      *    A drop-ship PO line received in full means the vendor *
      *    has shipped the customer's goods - the matching open  *
               close so-header-file.
           if blanket-file-open
               close blanket-file.
           if rfq-files-open
               close rfq-file
               close bid-file.
           if chart-on-file
               close coa-file.
           if cost-centers-open
               close cost-center-file.
           if journal-open
               close journal-export
               cancel "GLPOST".

       endit.
           goback.
