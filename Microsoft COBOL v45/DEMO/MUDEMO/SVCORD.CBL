      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      SVCORD.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Repair and service orders for the serial-tracked units  *
      *  customers send back to be mended rather than returned.  *
      *  RMAENTRY can only restock, scrap or send to the vendor, *
      *  so repairs used to live on paper tags.                  *
      *                                                          *
      *  O logs the unit by stock code and serial number off     *
      *  MUSERIAL.DAT - it must have been shipped, and the order *
      *  is raised for the customer it went to - numbered off    *
      *  MUSVCNUM.DAT onto MUSVCORD.DAT (see SVCORD.CPY).  The   *
      *  warranty runs the item's months on MUWARRTY.DAT (keyed  *
      *  in SERFLAG) from sn-ship-date; the unit is in warranty  *
      *  when it comes in on or before that day.                 *
      *  P issues a repair part out of stock-held, as KITISSUE   *
      *  does - freeze check, FIFO layer relief, a serial for a  *
      *  serial-tracked part - with an issue movement carrying   *
      *  the order number in mv-reference.  L books a            *
      *  technician's hours at an hourly charge rate.  Both are  *
      *  lines on MUSVCLIN.DAT (see SVCLINE.CPY).                *
      *  C closes the order one of two ways.  B books a shipped, *
      *  unbilled sales order of the same number - one line per  *
      *  part at its price and one LABOUR line for the labour    *
      *  charge - that BILLRUN invoices with everything else, as *
      *  CCONSIGN does for usage.  W charges the repair to       *
      *  warranty: the parts' cost comes back out of cost of     *
      *  sales, where GLJRNL put the issues, and the hours at    *
      *  the keyed labour cost rate out of labour applied, both  *
      *  debited to warranty expense through GLPOST and onto     *
      *  GLJRNL.DAT.  I shows an order and its lines.  Every     *
      *  step is logged to SVCORD.LST.                           *
      *                                                          *
      ************************************************************

       identification division.
       program-id. SVCORD.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select service-order-file assign "MUSVCORD.DAT"
                organization indexed
                access dynamic
                record key svc-number
                status file-status.

           select service-line-file assign "MUSVCLIN.DAT"
                organization indexed
                access dynamic
                record key svl-key
                status svl-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select serial-file assign "MUSERIAL.DAT"
                organization indexed
                access dynamic
                record key sn-key
                status ser-status.

           select warranty-file assign "MUWARRTY.DAT"
                organization indexed
                access dynamic
                record key wt-stock-key
                status wty-status.

           select movement-log assign "MUMOVLOG.DAT"
                organization indexed
                access dynamic
                record key mv-key
                alternate record key mv-date
                    with duplicates
                status mov-log-status.

           select freeze-file assign "MUPHYFRZ.DAT"
                organization indexed
                access dynamic
                record key pf-stock-key
                status frz-status.

           select layer-file assign "MUCSTLYR.DAT"
                organization indexed
                access dynamic
                record key cl-key
                status lyr-status.

           select order-file assign "MUORDERS.DAT"
                organization indexed
                access dynamic
                record key order-key
                status ord-status.

           select so-header-file assign "MUSOHDR.DAT"
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.

           select service-log assign "SVCORD.LST"
                organization line sequential
                status log-status.

           select number-file assign "MUSVCNUM.DAT"
                organization line sequential
                status num-status.
      /
       data division.

       file section.
       fd  service-order-file.
           copy svcord.cpy.

       fd  service-line-file.
           copy svcline.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  serial-file.
           copy serial.cpy.

       fd  warranty-file.
           copy warranty.cpy.

       fd  movement-log.
           copy moverec.cpy.

       fd  freeze-file.
           copy phyfrz.cpy.

       fd  layer-file.
           copy cstlyr.cpy.

       fd  order-file.
           copy orderrec.cpy.

       fd  so-header-file.
           copy sohdr.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).

       fd  service-log.
       01  service-log-line             pic x(80).

       fd  number-file.
       01  number-line                  pic 9(05).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  svl-status                   pic xx.
       01  stock-status                 pic xx.
       01  cus-status                   pic xx.
       01  mov-log-status               pic xx.
       01  ord-status                   pic xx.
       01  soh-status                   pic xx.
       01  log-status                   pic xx.
       01  num-status                   pic xx.
       01  exp-status                   pic xx    value spaces.

       01  ser-status                   pic xx.
       01  ser-open-switch              pic x     value "N".
           88  serial-file-open                   value "Y".
       01  wty-status                   pic xx.
       01  wty-open-switch              pic x     value "N".
           88  warranty-file-open                 value "Y".
       01  frz-status                   pic xx.
       01  frz-open-switch              pic x     value "N".
           88  freeze-file-open                   value "Y".
       01  frozen-switch                pic x.
           88  item-is-frozen                     value "Y".
       01  lyr-status                   pic xx.
       01  lyr-open-switch              pic x     value "N".
           88  layer-file-open                    value "Y".
       01  ws-layer-qty                 pic 9(06)v9(03).
       01  ws-layer-left                pic 9(06)v9(03).
       01  ws-layer-take                pic 9(06)v9(03).

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  warranty-account             pic x(06).
       01  cos-account                  pic x(06).
       01  labour-account               pic x(06).
       01  ws-labour-cost-rate          pic 9(04)v99.
       01  ws-labour-cost               pic 9(10)v99.

       01  choice                       pic x.
       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  next-svc-number              pic 9(05) value 0.
       01  ws-svc-number                pic x(06).
       01  ws-stock-key                 pic x(10).
       01  ws-serial-number             pic x(15).
       01  ws-part-qty                  pic 9(06)v9(03).
       01  ws-whole-qty                 pic 9(06).
       01  ws-price-each                pic 9(08)v99.
       01  ws-hours                     pic 9(03)v99.
       01  ws-charge-rate               pic 9(04)v99.
       01  ws-line-value                pic 9(10)v99.
       01  ws-action                    pic x(10).
       01  ws-amount-edited             pic z(09)9.99.
       01  ws-qty-edited                pic z(05)9.999.
       01  ws-hours-edited              pic z(04)9.99.
       01  order-line-count             pic 9(03).

      ***********************************************************
      * Warranty End Date Arithmetic                            *
      ***********************************************************

       01  wk-date                      pic 9(08).
       01  wk-date-split redefines wk-date.
           03  wk-year                  pic 9(04).
           03  wk-month                 pic 9(02).
           03  wk-day                   pic 9(02).
       01  wk-months                    pic 9(05).
       01  wk-years-on                  pic 9(04).
       01  month-length-values.
           03  filler                   pic x(24) value
               "312831303130313130313031".
       01  month-length-table redefines month-length-values.
           03  month-length             pic 9(02) occurs 12 times.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "SVCORD - repair and service orders".
           open i-o service-order-file.
           if status-1 not = "0"
               open output service-order-file
               close service-order-file
               open i-o service-order-file.
           if status-1 not = "0"
               display "Unable to open MUSVCORD.DAT - status "
                       status-1 status-2
               go to endit.

           open i-o service-line-file.
           if svl-status not = "00"
               open output service-line-file
               close service-line-file
               open i-o service-line-file.
           if svl-status not = "00"
               display "Unable to open MUSVCLIN.DAT - status "
                       svl-status
               close service-order-file
               go to endit.

           open i-o stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close service-order-file
               close service-line-file
               go to endit.

           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close service-order-file
               close service-line-file
               close stock-file
               go to endit.

           open i-o movement-log.
           if mov-log-status not = "00"
               open output movement-log.
           if mov-log-status not = "00"
               display "Unable to open MUMOVLOG.DAT - status "
                       mov-log-status
               close service-order-file
               close service-line-file
               close stock-file
               close customer-file
               go to endit.

           open i-o order-file.
           if ord-status not = "00"
               display "Unable to open MUORDERS.DAT - status "
                       ord-status
               close service-order-file
               close service-line-file
               close stock-file
               close customer-file
               close movement-log
               go to endit.

           open i-o so-header-file.
           if soh-status not = "00"
               display "Unable to open MUSOHDR.DAT - status "
                       soh-status
               close service-order-file
               close service-line-file
               close stock-file
               close customer-file
               close movement-log
               close order-file
               go to endit.

           open extend service-log.
           if log-status not = "00"
               open output service-log.
           if log-status not = "00"
               display "Unable to open SVCORD.LST - status "
                       log-status
               close service-order-file
               close service-line-file
               close stock-file
               close customer-file
               close movement-log
               close order-file
               close so-header-file
               go to endit.

           perform read-next-number thru read-next-number-exit.

      *    Units are found by serial number, so without the
      *    serial file no order can be opened.
           open i-o serial-file.
           if ser-status = "00"
               move "Y" to ser-open-switch.

      *    No warranty file means nothing carries a warranty.
           open input warranty-file.
           if wty-status = "00"
               move "Y" to wty-open-switch.

      *    With a physical inventory freeze on file, frozen
      *    items refuse to move until PHYVAR releases them.
           open input freeze-file.
           if frz-status = "00"
               move "Y" to frz-open-switch.

      *    Layer-costed items keep their value in MUCSTLYR.DAT -
      *    created on first use so the first "F" item posts
      *    cleanly.
           open i-o layer-file.
           if lyr-status not = "00"
               open output layer-file
               close layer-file
               open i-o layer-file.
           if lyr-status = "00"
               move "Y" to lyr-open-switch.

      *    With a chart of accounts on file, the keyed accounts
      *    must be on it and active.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.

       ent-ry.
           display "O-Open  P-Part  L-Labour  C-Close  I-Inquire  "
                   "Q-Quit : ".
           accept choice.
           accept today-8 from date yyyymmdd.
           evaluate choice
               when "O" when "o"
                   perform open-order thru open-order-exit
               when "P" when "p"
                   perform issue-part thru issue-part-exit
               when "L" when "l"
                   perform book-labour thru book-labour-exit
               when "C" when "c"
                   perform close-order thru close-order-exit
               when "I" when "i"
                   perform inquire-order thru inquire-order-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Open a Service Order for a Customer's Unit              *
      ***********************************************************

       open-order.
           if not serial-file-open
               display "No serial file - units cannot be found"
               go to open-order-exit.
           display "Stock code of the unit : ".
           accept ws-stock-key.
           move ws-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status " stock-status
               go to open-order-exit.
           display stock-description-1.
           display "Serial number : ".
           move spaces to ws-serial-number.
           accept ws-serial-number.
           move ws-stock-key to sn-stock-key.
           move ws-serial-number to sn-serial-number.
           read serial-file.
           if ser-status not = "00"
               display "Serial number not on file"
               go to open-order-exit.
           if not sn-shipped
               display "Unit was never shipped to a customer - "
                       "not a repair"
               go to open-order-exit.
           move sn-customer-code to customer-code.
           read customer-file
               invalid key
                   display "Customer " sn-customer-code
                           " not on file"
                   go to open-order-exit
           end-read.
           display "Customer " customer-code "  " customer-name.
           display "Shipped " sn-ship-date.

           move spaces to service-order-record.
           move sn-customer-code to svc-customer-code.
           move ws-stock-key to svc-stock-key.
           move ws-serial-number to svc-serial-number.
           move today-8 to svc-open-date.
           perform find-warranty thru find-warranty-exit.
           if svc-in-warranty
               display "IN WARRANTY to " svc-warranty-end
           else
               if svc-warranty-end = 0
                   display "Item carries no warranty"
               else
                   display "Warranty expired " svc-warranty-end
               end-if
           end-if.
           display "Fault reported : ".
           accept svc-problem.
           display "Open the service order (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to open-order-exit.

           add 1 to next-svc-number.
           move spaces to svc-number.
           string "S" next-svc-number
                   delimited by size into svc-number.
           move "O" to svc-status-flag.
           move 0 to svc-line-count.
           move 0 to svc-parts-cost.
           move 0 to svc-parts-price.
           move 0 to svc-labour-hours.
           move 0 to svc-labour-charge.
           move 0 to svc-close-date.
           write service-order-record.
           if status-1 not = "0"
               display "Unable to open service order - status "
                       status-1 status-2
               subtract 1 from next-svc-number
               go to open-order-exit.
           perform save-next-number thru save-next-number-exit.
           display "Service order " svc-number " opened".
           move spaces to service-log-line.
           string svc-number "  OPENED    cust=" svc-customer-code
                   "  unit=" svc-stock-key " " svc-serial-number
                   "  warranty=" svc-warranty-flag
                   delimited by size into service-log-line.
           write service-log-line.

       open-order-exit.
           exit.

      *    The warranty end is the ship date moved on by the
      *    item's months, the day pulled back to the end of a
      *    shorter month.

       find-warranty.
           move "N" to svc-warranty-flag.
           move 0 to svc-warranty-end.
           if not warranty-file-open or sn-ship-date = 0
               go to find-warranty-exit.
           move svc-stock-key to wt-stock-key.
           read warranty-file.
           if wty-status not = "00" or wt-months = 0
               go to find-warranty-exit.
           move sn-ship-date to wk-date.
           compute wk-months = wk-month - 1 + wt-months.
           divide wk-months by 12 giving wk-years-on
               remainder wk-months.
           add wk-years-on to wk-year.
           compute wk-month = wk-months + 1.
           if wk-day > month-length(wk-month)
               move month-length(wk-month) to wk-day.
           move wk-date to svc-warranty-end.
           if svc-open-date not > svc-warranty-end
               move "Y" to svc-warranty-flag.

       find-warranty-exit.
           exit.

      ***********************************************************
      * Find an Open Service Order                              *
      ***********************************************************

       get-open-order.
           display "Service order number : ".
           move spaces to ws-svc-number.
           accept ws-svc-number.
           move ws-svc-number to svc-number.
           read service-order-file.
           if status-1 not = "0"
               display "Service order not on file"
               move spaces to ws-svc-number
               go to get-open-order-exit.
           if not svc-open
               display "Service order is closed"
               move spaces to ws-svc-number
               go to get-open-order-exit.
           display "Customer " svc-customer-code "  unit "
                   svc-stock-key " " svc-serial-number.

       get-open-order-exit.
           exit.

      ***********************************************************
      * Issue a Repair Part from Stock                          *
      ***********************************************************

       issue-part.
           perform get-open-order thru get-open-order-exit.
           if ws-svc-number = spaces
               go to issue-part-exit.
           display "Part stock code : ".
           accept ws-stock-key.
           move ws-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status " stock-status
               go to issue-part-exit.
           display stock-description-1.
           perform check-freeze thru check-freeze-exit.
           if item-is-frozen
               go to issue-part-exit.
           move spaces to ws-serial-number.
           if stock-serialized
               perform get-part-serial thru get-part-serial-exit
               if ws-serial-number = spaces
                   go to issue-part-exit
               end-if
               move 1 to ws-part-qty
           else
               display "Quantity : "
               move 0 to ws-part-qty
               accept ws-part-qty
           end-if.
           if ws-part-qty = 0
               go to issue-part-exit.
           move ws-part-qty to ws-whole-qty.
           if not stock-fractional and ws-part-qty not = ws-whole-qty
               display "Item is issued in whole units"
               go to issue-part-exit.
           if stock-held < ws-part-qty
               display "Only " stock-held " held - not issued"
               go to issue-part-exit.
           display "Price each (0 for list) : ".
           move 0 to ws-price-each.
           accept ws-price-each.
           if ws-price-each = 0
               move stock-sell-price to ws-price-each.

           subtract ws-part-qty from stock-held.
           move today-8 to stock-last-txn-date.
           rewrite stock-record.
           if stock-status not = "00"
               display "Unable to issue part - status " stock-status
               go to issue-part-exit.
           perform log-movement.
           move ws-part-qty to ws-layer-qty.
           perform relieve-layers thru relieve-layers-exit.
           if ws-serial-number not = spaces
               move "H" to sn-status-flag
               move svc-customer-code to sn-customer-code
               move today-8 to sn-ship-date
               rewrite serial-record
               if ser-status not = "00"
                   display "Unable to update serial - status "
                           ser-status
               end-if
           end-if.

           add 1 to svc-line-count.
           move spaces to service-line-record.
           move svc-number to svl-number.
           move svc-line-count to svl-line.
           move "P" to svl-type.
           move today-8 to svl-date.
           move ws-stock-key to svl-stock-key.
           move ws-serial-number to svl-serial-number.
           move ws-part-qty to svl-qty.
           move stock-cost to svl-unit-cost.
           move ws-price-each to svl-unit-price.
           move 0 to svl-hours.
           move stock-description-1 to svl-note.
           write service-line-record.
           if svl-status not = "00"
               display "Unable to write service line - status "
                       svl-status.
           compute ws-line-value rounded = ws-part-qty * stock-cost.
           add ws-line-value to svc-parts-cost.
           compute ws-line-value rounded =
               ws-part-qty * ws-price-each.
           add ws-line-value to svc-parts-price.
           perform rewrite-order thru rewrite-order-exit.
           move ws-part-qty to ws-qty-edited.
           move "PART" to ws-action.
           move spaces to service-log-line.
           string svc-number "  " ws-action "  stock=" ws-stock-key
                   "  qty=" ws-qty-edited " " ws-serial-number
                   delimited by size into service-log-line.
           write service-log-line.
           display "Part issued to " svc-number.

       issue-part-exit.
           exit.

       get-part-serial.
           if not serial-file-open
               display "No serial file - serial tracked parts "
                       "cannot be issued"
               go to get-part-serial-exit.
           display "Serial number of the part : ".
           accept ws-serial-number.
           if ws-serial-number = spaces
               go to get-part-serial-exit.
           move ws-stock-key to sn-stock-key.
           move ws-serial-number to sn-serial-number.
           read serial-file.
           if ser-status not = "00"
               display "Serial number not on file"
               move spaces to ws-serial-number
               go to get-part-serial-exit.
           if not sn-in-stock
               display "Serial is not in stock"
               move spaces to ws-serial-number.

       get-part-serial-exit.
           exit.

      ***********************************************************
      * Book Labour Against the Order                           *
      ***********************************************************

       book-labour.
           perform get-open-order thru get-open-order-exit.
           if ws-svc-number = spaces
               go to book-labour-exit.
           display "Technician : ".
           move spaces to svl-technician.
           accept svl-technician.
           display "Hours : ".
           move 0 to ws-hours.
           accept ws-hours.
           if ws-hours = 0
               go to book-labour-exit.
           display "Charge rate per hour : ".
           move 0 to ws-charge-rate.
           accept ws-charge-rate.
           display "Work done : ".
           move spaces to svl-note.
           accept svl-note.

           add 1 to svc-line-count.
           move svc-number to svl-number.
           move svc-line-count to svl-line.
           move "L" to svl-type.
           move today-8 to svl-date.
           move spaces to svl-stock-key.
           move spaces to svl-serial-number.
           move 0 to svl-qty.
           move 0 to svl-unit-cost.
           move ws-charge-rate to svl-unit-price.
           move ws-hours to svl-hours.
           write service-line-record.
           if svl-status not = "00"
               display "Unable to write service line - status "
                       svl-status
               subtract 1 from svc-line-count
               go to book-labour-exit.
           add ws-hours to svc-labour-hours.
           compute ws-line-value rounded = ws-hours * ws-charge-rate.
           add ws-line-value to svc-labour-charge.
           perform rewrite-order thru rewrite-order-exit.
           move ws-hours to ws-hours-edited.
           move "LABOUR" to ws-action.
           move spaces to service-log-line.
           string svc-number "  " ws-action "  tech=" svl-technician
                   "  hours=" ws-hours-edited
                   delimited by size into service-log-line.
           write service-log-line.
           display "Labour booked to " svc-number.

       book-labour-exit.
           exit.

       rewrite-order.
           rewrite service-order-record.
           if status-1 not = "0"
               display "Unable to update service order - status "
                       status-1 status-2.

       rewrite-order-exit.
           exit.

      ***********************************************************
      * Close - Bill the Customer or Charge Warranty            *
      ***********************************************************

       close-order.
           perform get-open-order thru get-open-order-exit.
           if ws-svc-number = spaces
               go to close-order-exit.
           perform show-totals.
           if svc-in-warranty
               display "Unit is IN WARRANTY to " svc-warranty-end
           else
               display "Unit is out of warranty".
           display "B-Bill the customer  W-Charge warranty  "
                   "Q-Leave open : ".
           accept choice.
           evaluate choice
               when "B" when "b"
                   perform bill-order thru bill-order-exit
               when "W" when "w"
                   perform charge-warranty thru charge-warranty-exit
               when other
                   continue
           end-evaluate.

       close-order-exit.
           exit.

      *    A shipped, unbilled sales order of the order's own
      *    number - BILLRUN invoices it and files the open item.
      *    The parts already left stock-held when issued.

       bill-order.
           move svc-customer-code to customer-code.
           read customer-file
               invalid key
                   display "Customer not on file - not billed"
                   go to bill-order-exit
           end-read.
           move svc-number to soh-number.
           move svc-customer-code to soh-customer-code.
           move today-8 to soh-order-date.
           move "S" to soh-status-flag.
           move 0 to soh-line-count.
           move "S" to soh-type-flag.
           move svc-serial-number to soh-customer-ref.
           move spaces to soh-carrier-code.
           move customer-salesrep to soh-salesrep.
           move customer-currency to soh-currency-code.
           move 0 to soh-shipto.
           move soh-order-date to soh-request-date.
           write so-header-record.
           if soh-status not = "00"
               display "Unable to book billing order - status "
                       soh-status
               go to bill-order-exit.
           move 0 to order-line-count.
           move svc-number to svl-number.
           move 0 to svl-line.
           start service-line-file key not less than svl-key.
           if svl-status not = "00"
               go to bill-order-labour.

       bill-order-read.
           read service-line-file next record
               at end
                   go to bill-order-labour
           end-read.
           if svl-number not = svc-number
               go to bill-order-labour.
           if not svl-part or svl-unit-price = 0
               go to bill-order-read.
           move svl-stock-key to order-stock-key.
      *    A part issued in part units bills as one line at its
      *    extended value - the order line holds whole units.
           move svl-qty to ws-whole-qty.
           if svl-qty = ws-whole-qty
               move ws-whole-qty to order-qty
               move svl-unit-price to order-price-each
           else
               move 1 to order-qty
               compute order-price-each rounded =
                   svl-qty * svl-unit-price.
           perform write-billing-line thru write-billing-line-exit.
           go to bill-order-read.

       bill-order-labour.
           if svc-labour-charge > 0
               move "LABOUR" to order-stock-key
               move 1 to order-qty
               move svc-labour-charge to order-price-each
               perform write-billing-line thru write-billing-line-exit.
           move order-line-count to soh-line-count.
           rewrite so-header-record.
           move "B" to svc-status-flag.
           move today-8 to svc-close-date.
           perform rewrite-order thru rewrite-order-exit.
           compute ws-line-value = svc-parts-price + svc-labour-charge.
           move ws-line-value to ws-amount-edited.
           move "BILLED" to ws-action.
           move spaces to service-log-line.
           string svc-number "  " ws-action "  lines=" order-line-count
                   "  value=" ws-amount-edited
                   delimited by size into service-log-line.
           write service-log-line.
           display "Closed - booked as order " svc-number
                   " for BILLRUN to invoice".

       bill-order-exit.
           exit.

       write-billing-line.
           add 1 to order-line-count.
           move svc-number to order-number.
           move order-line-count to order-line.
           move svc-customer-code to order-customer-code.
           move today-8 to order-date.
           move "S" to order-status-flag.
           move "N" to order-billed-flag.
           move "N" to order-dropship-flag.
           move 0 to order-freight.
           write order-record.
           if ord-status not = "00"
               display "Unable to book billing line - status "
                       ord-status
               subtract 1 from order-line-count.

       write-billing-line-exit.
           exit.

      *    The issues went to cost of sales through GLJRNL; a
      *    warranty repair takes that cost back out, and the
      *    hours out of labour applied, into warranty expense.

       charge-warranty.
           if not svc-in-warranty
               display "Unit is out of warranty - charge it to "
                       "warranty anyway (Y/N) ? "
               accept yesno
               if yesno not = "Y" and yesno not = "y"
                   go to charge-warranty-exit
               end-if
           end-if.
           display "Warranty expense GL account : ".
           accept warranty-account.
           display "Cost of sales GL account : ".
           accept cos-account.
           display "Labour applied GL account : ".
           accept labour-account.
           display "Labour cost per hour : ".
           move 0 to ws-labour-cost-rate.
           accept ws-labour-cost-rate.
           if warranty-account = spaces or cos-account = spaces
                   or labour-account = spaces
               display "GL accounts required - not closed"
               go to charge-warranty-exit.
           move warranty-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to charge-warranty-exit.
           move cos-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to charge-warranty-exit.
           move labour-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to charge-warranty-exit.
           compute ws-labour-cost rounded =
               svc-labour-hours * ws-labour-cost-rate.

           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               go to charge-warranty-exit.
           move today-8 to jx-date.
           move "WARRANTY" to jx-source.
           if svc-parts-cost > 0
               move svc-parts-cost to jx-amount
               move warranty-account to jx-account
               move "DR" to jx-dr-cr
               write journal-export-record
               call "GLPOST" using journal-export-record
               move cos-account to jx-account
               move "CR" to jx-dr-cr
               write journal-export-record
               call "GLPOST" using journal-export-record.
           if ws-labour-cost > 0
               move ws-labour-cost to jx-amount
               move warranty-account to jx-account
               move "DR" to jx-dr-cr
               write journal-export-record
               call "GLPOST" using journal-export-record
               move labour-account to jx-account
               move "CR" to jx-dr-cr
               write journal-export-record
               call "GLPOST" using journal-export-record.
           close journal-export.

           move "W" to svc-status-flag.
           move today-8 to svc-close-date.
           perform rewrite-order thru rewrite-order-exit.
           compute ws-line-value = svc-parts-cost + ws-labour-cost.
           move ws-line-value to ws-amount-edited.
           move "WARRANTY" to ws-action.
           move spaces to service-log-line.
           string svc-number "  " ws-action "  expense="
                   ws-amount-edited
                   delimited by size into service-log-line.
           write service-log-line.
           display "Closed to warranty expense " ws-amount-edited.

       charge-warranty-exit.
           exit.

      ***********************************************************
      * Inquiry                                                 *
      ***********************************************************

       inquire-order.
           display "Service order number : ".
           move spaces to ws-svc-number.
           accept ws-svc-number.
           move ws-svc-number to svc-number.
           read service-order-file.
           if status-1 not = "0"
               display "Service order not on file"
               go to inquire-order-exit.
           display svc-number "  customer " svc-customer-code
                   "  unit " svc-stock-key " " svc-serial-number.
           display "  opened " svc-open-date "  " svc-problem.
           if svc-in-warranty
               display "  in warranty to " svc-warranty-end
           else
               display "  out of warranty".
           evaluate true
               when svc-billed
                   display "  closed " svc-close-date
                           " - billed to the customer"
               when svc-warranty-closed
                   display "  closed " svc-close-date
                           " - charged to warranty"
               when other
                   display "  open"
           end-evaluate.
           move svc-number to svl-number.
           move 0 to svl-line.
           start service-line-file key not less than svl-key.
           if svl-status not = "00"
               go to inquire-order-totals.

       inquire-order-read.
           read service-line-file next record
               at end
                   go to inquire-order-totals
           end-read.
           if svl-number not = svc-number
               go to inquire-order-totals.
           if svl-part
               move svl-qty to ws-qty-edited
               move svl-unit-price to ws-amount-edited
               display "  " svl-line " part   " svl-stock-key
                       " " ws-qty-edited " @ " ws-amount-edited
                       " " svl-serial-number
           else
               move svl-hours to ws-hours-edited
               move svl-unit-price to ws-amount-edited
               display "  " svl-line " labour " svl-technician
                       " " ws-hours-edited " hrs @ "
                       ws-amount-edited
           end-if.
           go to inquire-order-read.

       inquire-order-totals.
           perform show-totals.

       inquire-order-exit.
           exit.

       show-totals.
           move svc-parts-cost to ws-amount-edited.
           display "  Parts at cost    " ws-amount-edited.
           move svc-parts-price to ws-amount-edited.
           display "  Parts at price   " ws-amount-edited.
           move svc-labour-hours to ws-hours-edited.
           move svc-labour-charge to ws-amount-edited.
           display "  Labour " ws-hours-edited " hrs  "
                   ws-amount-edited.

      ***********************************************************
      * Movement Logging                                         *
      ***********************************************************

       log-movement.
           move stock-key to mv-stock-key.
           move "I" to mv-type.
           move ws-part-qty to mv-quantity.
           move today-8 to mv-date.
           accept mv-time from time.
           move space to mv-qty-sign.
           move 0 to mv-seq.
           move spaces to mv-lot-number.
           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move svc-number to mv-reference.
           move spaces to mv-batch-number.
           perform write-movement thru write-movement-exit.

      *    Two movements in the same second collide on the key -
      *    the next sequence number breaks the tie.

       write-movement.
           write movement-record.
           if mov-log-status = "22"
               add 1 to mv-seq
               go to write-movement.
           if mov-log-status not = "00"
               display "Unable to write movement - status "
                       mov-log-status.

       write-movement-exit.
           exit.

      ***********************************************************
      * Physical Inventory Freeze Check (see PHYFRZ.CPY)         *
      ***********************************************************

       check-freeze.
           move "N" to frozen-switch.
           if not freeze-file-open
               go to check-freeze-exit.
           move stock-key to pf-stock-key.
           read freeze-file.
           if frz-status = "00" and pf-frozen
               move "Y" to frozen-switch
               display "Item " stock-key " is frozen for the "
                       "physical inventory - refused until "
                       "PHYVAR releases it".

       check-freeze-exit.
           exit.

      ***********************************************************
      * FIFO Cost Layer Upkeep (see STOCKRCV and STOCKISS)       *
      *    A layer-costed item is valued from its layers alone,  *
      *    so quantity taken off relieves the oldest layers      *
      *    first.                                                *
      ***********************************************************

       relieve-layers.
           if not stock-fifo-costed or not layer-file-open
               go to relieve-layers-exit.
           move ws-layer-qty to ws-layer-left.
           move stock-key to cl-stock-key.
           move 0 to cl-receipt-date.
           move 0 to cl-seq.
           start layer-file key not less than cl-key.
           if lyr-status not = "00"
               go to relieve-layers-exit.

       relieve-layers-read.
           if ws-layer-left = 0
               go to relieve-layers-exit.
           read layer-file next record
               at end
                   go to relieve-layers-exit
           end-read.
           if cl-stock-key not = stock-key
               go to relieve-layers-exit.
           if cl-qty-remaining = 0
               go to relieve-layers-read.
           if cl-qty-remaining >= ws-layer-left
               move ws-layer-left to ws-layer-take
           else
               move cl-qty-remaining to ws-layer-take
           end-if.
           subtract ws-layer-take from cl-qty-remaining.
           subtract ws-layer-take from ws-layer-left.
           rewrite cost-layer-record.
           if lyr-status not = "00"
               display "Unable to relieve cost layer - status "
                       lyr-status
               go to relieve-layers-exit.
           go to relieve-layers-read.

       relieve-layers-exit.
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
      * Service Order Number Handling                            *
      ***********************************************************

       read-next-number.
           move 0 to next-svc-number.
           open input number-file.
           if num-status not = "00"
               go to read-next-number-exit.
           read number-file
               at end
                   go to read-next-number-close.
           move number-line to next-svc-number.

       read-next-number-close.
           close number-file.

       read-next-number-exit.
           exit.

       save-next-number.
           open output number-file.
           if num-status not = "00"
               display "Unable to save MUSVCNUM.DAT - status "
                       num-status
               go to save-next-number-exit.
           move next-svc-number to number-line.
           write number-line.
           close number-file.

       save-next-number-exit.
           exit.

       wrap-up.
           close service-order-file.
           close service-line-file.
           close stock-file.
           close customer-file.
           close movement-log.
           close order-file.
           close so-header-file.
           close service-log.
           if serial-file-open
               close serial-file.
           if warranty-file-open
               close warranty-file.
           if freeze-file-open
               close freeze-file.
           if layer-file-open
               close layer-file.
           if chart-on-file
               close coa-file.

       endit.
           cancel "GLPOST".
           goback.
