      *  movement) or cancel a line (relieving the commitment    *
      *  only); the header closes by itself when no line is      *
      *  left open.  Every action is logged to ORDENT.LST.       *
      *  A line is only cancelled against a lost-sale reason,    *
      *  and the item, quantity and value go on the lost-demand  *
      *  file MULOSTDM.DAT (see LOSTDMD.CPY) for LOSTRPT.        *
      *                                                          *
      *  A type "D" order is a drop-ship: the vendor sends the   *
      *  goods straight to the customer, so a drop-ship line     *
      *  customer-credit-limit, or a supervisor from MUSUPVR.DAT *
      *  must override.                                          *
      *                                                          *
      *  The clerk may key a different price for a line, but     *
      *  only with a reason; the signed-on operator, the list    *
      *  and contract prices and the price charged go on the     *
      *  price override log MUPRCOVR.DAT (see PRCOVR.CPY).  A    *
      *  line whose margin over stock-cost falls below its       *
      *  category's category-min-margin - below cost at the      *
      *  least - is refused unless a supervisor from MUSUPVR.DAT *
      *  approves it, and that approval is logged the same way.  *
      *  PRCOVRPT reports the week's overrides.                  *
      *                                                          *
      *  An order can go to one of the customer's ship-to sites  *
      *  on MUSHIPTO.DAT (see SHIPTO.CPY) rather than the        *
      *  bill-to address: the site's number rides on the header, *
      *  its carrier becomes the order's carrier, and the        *
      *  drop-ship PO, the shipment log and the packing slip     *
      *  all carry the site's address.                           *
      *                                                          *
      *  Each shipped line is weighed (order-qty times           *
      *  stock-unit-weight) and the order's freight for the day  *
      *  is priced off the carrier rate file MUCARRAT.DAT (see   *
      *  CARRATE.CPY) at the ship-to's zone, or the customer's;  *
      *  the line carries whatever the day's total adds to what  *
      *  the order's earlier lines were charged, for BILLRUN to  *
      *  bill.  The packing slip shows the weight and freight.   *
      *                                                          *
      *  Cartons PACKOUT packed a line into on MUCARTON.DAT (see *
      *  CARTON.CPY) are stamped shipped with the line, and the  *
      *  packing slip lists each container and what is in it.    *
      *  Shipping asks for the carrier's tracking number - one   *
      *  per container where the line was packed, else one for   *
      *  the line - and files it on the shipment log with the    *
      *  line; an order's lines show, once shipped, the tracking *
      *  number and the delivery PODIMP has confirmed, if any.   *
      *                                                          *
      *  A new order takes the customer's requested ship date.   *
      *  Stock ALLOCRUN has reserved on MUALLOC.DAT (see         *
      *  ALLOCREC.CPY) belongs to the line it was reserved for:  *
      *  that line ships against it and its allocation is then   *
      *  released, as it is when the line is cancelled, while    *
      *  any other line can only ship from the stock left free.  *
      *                                                          *
      *  A line may be keyed under the customer's own part       *
      *  number: one that is not our stock code is translated    *
      *  through the customer-item cross-reference MUCSTITM.DAT  *
      *  (see CUSTITEM.CPY), and the packing slip prints the     *
      *  customer's number under each item that has one.         *
      *                                                          *
      *  A hazardous item (stock-hazmat-class, see HAZCLASS.CPY) *
      *  only ships by a carrier with a permission row for its   *
      *  class on MUCARHAZ.DAT (see CARHAZ.CPY) - the carrier is *
      *  keyed onto the order before the stock moves, and any    *
      *  other carrier refuses the line.  The packing slip       *
      *  prints the UN number, class and hazard wording under    *
      *  each hazardous item.                                    *
      *                                                          *
      *  A line the item's available-to-promise cannot cover is  *
      *  offered the item's alternates from MUALTITM.DAT (see    *
      *  ALTITEM.CPY) in preference order with their own         *
      *  available-to-promise; one taken in its place - with the *
      *  customer's agreement where the alternate needs it -     *
      *  goes on the line and is logged to MUSUBLOG.DAT (see     *
      *  SUBLOG.CPY).                                            *
      *                                                          *
      *  An order takes the customer's billing currency onto the *
      *  header for BILLRUN to invoice it in.  Prices are keyed  *
      *  and carried in dollars; for an order in another         *
      *  currency each line's price is also shown in that        *
      *  currency at the day's rate off MUCURR.DAT and           *
      *  CURRHIST.DAT - the invoice converts at the rate of the  *
      *  invoice date.                                           *
      *                                                          *
      ************************************************************

       identification division.
                record key cp-key
                status cpr-status.

           select category-file assign "MUCATEGY.DAT"
                organization indexed
                access dynamic
                record key category-code
                status cat-status.

           select price-override-log assign "MUPRCOVR.DAT"
                organization line sequential
                status pov-status.

           select lost-demand-file assign "MULOSTDM.DAT"
                organization line sequential
                status ldm-status.

           select po-file assign "MUPODATA.DAT"
                organization indexed
                access dynamic
                organization indexed
                access dynamic
                record key sh-key
                alternate record key sh-tracking-number
                    with duplicates
                alternate record key sh-order-ref
                    with duplicates
                status shp-status.

           select packing-slip assign "PACKSLIP.LST"
                access dynamic
                record key pf-stock-key
                status frz-status.

           select shipto-file assign "MUSHIPTO.DAT"
                organization indexed
                access dynamic
                record key st-key
                status sto-status.

           select carrier-rate-file assign "MUCARRAT.DAT"
                organization indexed
                access dynamic
                record key cr-key
                status crt-status.

           select carton-file assign "MUCARTON.DAT"
                organization indexed
                access dynamic
                record key ct-key
                alternate record key ct-order-carton
                    with duplicates
                alternate record key ct-tracking-number
                    with duplicates
                status ctn-status.

           select allocation-file assign "MUALLOC.DAT"
                organization indexed
                access dynamic
                record key al-key
                status alc-status.

           select customer-item-file assign "MUCSTITM.DAT"
                organization indexed
                access dynamic
                record key ci-key
                alternate record key ci-item-key
                    with duplicates
                status cit-status.

           select hazmat-class-file assign "MUHAZCLS.DAT"
                organization indexed
                access dynamic
                record key hz-class-code
                status hzc-status.

           select carrier-hazmat-file assign "MUCARHAZ.DAT"
                organization indexed
                access dynamic
                record key ch-key
                status chz-status.

           select alternate-file assign "MUALTITM.DAT"
                organization indexed
                access dynamic
                record key alt-key
                status alf-status.

           select substitution-log assign "MUSUBLOG.DAT"
                organization line sequential
                status sbl-status.

           select currency-file assign "MUCURR.DAT"
                organization line sequential
                status curr-status.

           select rate-history assign "CURRHIST.DAT"
                organization line sequential
                status rhi-status.
      /
       data division.

       fd  contract-price-file.
           copy cprice.cpy.

       fd  category-file.
           copy category.cpy.

       fd  price-override-log.
           copy prcovr.cpy.

       fd  lost-demand-file.
           copy lostdmd.cpy.

       fd  po-file.
           copy porec.cpy.


       fd  freeze-file.
           copy phyfrz.cpy.

       fd  shipto-file.
           copy shipto.cpy.

       fd  carrier-rate-file.
           copy carrate.cpy.

       fd  carton-file.
           copy carton.cpy.

       fd  allocation-file.
           copy allocrec.cpy.

       fd  customer-item-file.
           copy custitem.cpy.

       fd  hazmat-class-file.
           copy hazclass.cpy.

       fd  carrier-hazmat-file.
           copy carhaz.cpy.

       fd  alternate-file.
           copy altitem.cpy.

       fd  substitution-log.
           copy sublog.cpy.

       fd  currency-file.
           copy currate.cpy.

       fd  rate-history.
       01  rate-history-record.
           03  rh-cur-code              pic x(03).
           03  rh-old-rate              pic 9(04)v9999.
           03  rh-new-rate              pic 9(04)v9999.
           03  rh-eff-date              pic 9(08).
           03  rh-time                  pic 9(08).
      /
       working-storage section.

       01  ws-price-source              pic x(08).
       01  ws-price-edited              pic z(07)9.99.

      ***********************************************************
      * Price Overrides and Minimum Margin (see PRCOVR.CPY)      *
      ***********************************************************

       01  cat-status                   pic xx.
       01  cat-open-switch              pic x     value "N".
           88  categories-open                    value "Y".
       01  pov-status                   pic xx.
       01  price-override-switch        pic x.
           88  price-overridden                   value "Y".
       01  margin-ok-switch             pic x.
           88  margin-approved                    value "Y".
       01  ws-list-price                pic 9(08)v99.
       01  ws-contract-price            pic 9(08)v99.
       01  ws-override-price            pic 9(08)v99.
       01  ws-override-reason           pic x(30).
       01  ws-margin-supervisor         pic x(08).
       01  ws-min-margin                pic 9(02).
       01  ws-line-margin               pic s9(05)v99.
       01  ws-margin-edited             pic -(05)9.99.
       01  ws-margin-shortfall          pic s9(12)v99.

      ***********************************************************
      * Lost-Sale Reasons (see LOSTDMD.CPY)                      *
      ***********************************************************

       01  ldm-status                   pic xx.
       01  ws-lost-reason               pic 9(02).
           88  lost-reason-valid                  value 01 thru 05.

      ***********************************************************
      * Drop-Ship Purchase Orders (see POHDR.CPY)                *
      ***********************************************************
       01  slip-pieces                  pic 9(07).
       01  slip-lines                   pic 9(03).

       01  sto-status                   pic xx.
       01  sto-open-switch              pic x     value "N".
           88  shipto-file-open                   value "Y".
       01  ws-shipto                    pic 9(03).
       01  deliver-name                 pic x(30).
       01  deliver-address-1            pic x(30).
       01  deliver-address-2            pic x(30).

       01  crt-status                   pic xx.
       01  crt-open-switch              pic x     value "N".
           88  carrier-rates-open                 value "Y".
       01  frt-found-switch             pic x.
           88  frt-rate-found                     value "Y".
       01  frt-zone                     pic x(02).
       01  frt-line-weight              pic 9(07)v9(03).
       01  frt-prior-weight             pic 9(07)v9(03).
       01  frt-total-weight             pic 9(07)v9(03).
       01  frt-prior-freight            pic 9(06)v99.
       01  frt-total-freight            pic 9(06)v99.
       01  frt-rate                     pic 9(04)v99.
       01  frt-minimum                  pic 9(06)v99.
       01  slip-weight                  pic 9(07)v9(03).
       01  slip-freight                 pic 9(06)v99.
       01  slip-weight-edit             pic z(06)9.999.
       01  slip-freight-edit            pic z(05)9.99.

       01  ctn-status                   pic xx.
       01  ctn-open-switch              pic x     value "N".
           88  carton-file-open                   value "Y".
       01  slip-cartons                 pic 9(03).

       01  ws-tracking-number           pic x(20).
       01  ws-line-tracking             pic x(20).
       01  ws-last-tracking             pic x(20) value spaces.
       01  ws-last-tracking-order       pic x(06) value spaces.
       01  tracked-container-table.
           03  tc-tbl-container         pic x(10) occurs 20 times.
       01  tracked-container-count      pic 9(02) comp value 0.
       01  tc-subscript                 pic 9(02) comp value 0.

       01  alc-status                   pic xx.
       01  alc-open-switch              pic x     value "N".
           88  allocation-file-open               value "Y".
       01  line-alloc-switch            pic x.
           88  line-is-allocated                  value "Y".
       01  ws-reserved-qty              pic 9(07).
       01  ws-free-qty                  pic s9(07).
       01  ws-request-date              pic 9(08).

       01  hzc-status                   pic xx.
       01  hzc-open-switch              pic x     value "N".
           88  hazmat-classes-open                value "Y".
       01  chz-status                   pic xx.
       01  chz-open-switch              pic x     value "N".
           88  carrier-permits-open               value "Y".
       01  carrier-hazmat-switch        pic x.
           88  carrier-may-carry                  value "Y".

       01  alf-status                   pic xx.
       01  alf-open-switch              pic x     value "N".
           88  alternates-on-file                 value "Y".
       01  sbl-status                   pic xx.
       01  alternate-table.
           03  alternate-entry          occurs 9 times.
               05  ae-stock-key         pic x(10).
               05  ae-approval-flag     pic x.
       01  alt-count                    pic 9(02).
       01  alt-pick                     pic 9(02).
       01  alt-available                pic s9(07).
       01  alt-original-key             pic x(10).
       01  alt-agreed-flag              pic x.
       01  alt-chosen-switch            pic x     value "N".
           88  alternate-chosen                   value "Y".

       01  cit-status                   pic xx.
       01  cit-open-switch              pic x     value "N".
           88  cross-reference-open               value "Y".
       01  ws-entered-part              pic x(15).
       01  ws-customer-part             pic x(15).

       01  slip-carton-line.
           03  filler                   pic x(07) value "Carton ".
           03  sc-carton-number         pic 9(03).
           03  filler                   pic x(02) value spaces.
           03  sc-container-id          pic x(10).
           03  filler                   pic x(07) value "  line ".
           03  sc-line                  pic 9(03).
           03  filler                   pic x(02) value spaces.
           03  sc-stock-key             pic x(10).
           03  filler                   pic x(02) value spaces.
           03  sc-qty                   pic z(05)9.

       01  slip-head-line.
           03  filler                   pic x(13)
                   value "PACKING SLIP ".
       01  ws-layer-take                pic 9(06)v9(03).
       01  ws-layer-cost-sum            pic 9(13)v99.

      ***********************************************************
      * Order Currency (see CURRATE.CPY)                         *
      ***********************************************************

       01  curr-status                  pic xx.
       01  rhi-status                   pic xx.
       01  ws-order-rate                pic 9(04)v9999.
       01  ws-rate-edited               pic z(03)9.9999.
       01  ws-fx-price                  pic 9(08)v99.
       01  ws-look-up-date              pic 9(08).
       01  ws-look-up-code              pic x(03).
       01  ws-found-rate                pic 9(04)v9999.
       01  ws-found-date                pic 9(08).

       01  currency-table.
           03  curr-entry               occurs 20 times.
               05  curr-tbl-code        pic x(03).
               05  curr-tbl-rate        pic 9(04)v9999.

       01  currency-count               pic 9(02) comp value 0.
       01  currency-subscript           pic 9(02) comp value 0.

       01  conv-date                    pic 9(08).
       01  conv-date-split redefines conv-date.
           03  conv-year                pic 9(04).
       01  uns-month                    pic 9(02).
       01  uns-days-in-month            pic 9(02).

       linkage section.
       01  ws-operator-id               pic x(08).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division using ws-operator-id.
       main.
           display "ORDENT - sales order entry".
           open i-o order-file.
           if cpr-status = "00"
               move "Y" to cpr-open-switch.

      *    With no category file every category's minimum is
      *    zero - only a line sold below cost needs approval.
           open input category-file.
           if cat-status = "00"
               move "Y" to cat-open-switch.

           open i-o po-file.
           if po-status not = "00"
               open output po-file
           if frz-status = "00"
               move "Y" to frz-open-switch.

      *    An absent ship-to file just means every order goes to
      *    the customer's own address.
           open input shipto-file.
           if sto-status = "00"
               move "Y" to sto-open-switch.

      *    Without a carrier rate file no freight is charged.
           open input carrier-rate-file.
           if crt-status = "00"
               move "Y" to crt-open-switch.

      *    An absent carton file just means nothing was packed
      *    through PACKOUT.
           open i-o carton-file.
           if ctn-status = "00"
               move "Y" to ctn-open-switch.

      *    An absent allocation file just means ALLOCRUN has
      *    never reserved anything.
           open i-o allocation-file.
           if alc-status = "00"
               move "Y" to alc-open-switch.

      *    Without the cross-reference only our stock codes are
      *    taken.
           open input customer-item-file.
           if cit-status = "00"
               move "Y" to cit-open-switch.

      *    Without the permission table no carrier is cleared to
      *    take a hazardous item.
           open input hazmat-class-file.
           if hzc-status = "00"
               move "Y" to hzc-open-switch.
           open input carrier-hazmat-file.
           if chz-status = "00"
               move "Y" to chz-open-switch.

      *    Without the alternates file a short line is simply
      *    taken short, as before.
           open input alternate-file.
           if alf-status = "00"
               move "Y" to alf-open-switch.

           perform load-currency-table thru load-currency-table-exit.

       ent-ry.
           display "Order number (blank to exit) : ".
           accept ws-order-number.
                   "  customer " soh-customer-code
                   "  dated " soh-order-date
                   "  status " soh-status-flag
                   "  lines " soh-line-count
                   "  ship-to " soh-shipto
                   "  wanted " soh-request-date
                   "  currency " soh-currency-code.
           perform list-order-lines thru list-order-lines-exit.
           if not soh-open
               display "This order is already shipped or cancelled"
                   display "Customer record missing"
                   go to maintain-order-exit
           end-read.
           perform find-order-rate thru find-order-rate-exit.
           display "A-Add line  S-Ship a line  X-Cancel a line  "
                   "Enter-leave : ".
           accept choice.
                   "  " order-stock-key
                   "  qty " order-qty
                   "  " order-status-flag.
           if order-shipped and shipment-log-open
               perform show-line-delivery
                       thru show-line-delivery-exit.
           add 1 to lines-shown.
           go to list-order-lines-read.

       list-order-lines-exit.
           exit.

       show-line-delivery.
           move order-number to sh-order-number.
           move order-line to sh-order-line.
           start shipment-log key = sh-order-ref.
           if shp-status not = "00"
               go to show-line-delivery-exit.
           read shipment-log next record
               at end
                   go to show-line-delivery-exit
           end-read.
           display "       shipped " sh-ship-date
                   "  carrier " sh-carrier-code
                   "  tracking " sh-tracking-number.
           if sh-delivered
               display "       delivered " sh-delivered-date
                       " " sh-delivered-time
                       "  signed " sh-signed-by
           else
               display "       no delivery confirmation yet".

       show-line-delivery-exit.
           exit.

      ***********************************************************
      * Create a New Order                                      *
      ***********************************************************
           display "Customer reference (blank if none) : ".
           accept soh-customer-ref.
           move spaces to soh-carrier-code.
           move customer-salesrep to soh-salesrep.
           move customer-currency to soh-currency-code.
           if soh-currency-code = spaces
               move "USD" to soh-currency-code.
           perform choose-shipto thru choose-shipto-exit.
           move ws-order-number to soh-number.
           accept today-8 from date yyyymmdd.
           move today-8 to soh-order-date.
           display "Requested ship date (YYYYMMDD, 0 for today) : ".
           move 0 to ws-request-date.
           accept ws-request-date.
           if ws-request-date < today-8
               move today-8 to ws-request-date.
           move ws-request-date to soh-request-date.
           move "O" to soh-status-flag.
           move 0 to soh-line-count.
           write so-header-record.
               go to create-order-exit.
           display "Order " soh-number " opened for customer "
                   soh-customer-code " " customer-name.
           perform find-order-rate thru find-order-rate-exit.

       create-order-lines.
           perform add-order-line thru add-order-line-exit.
       create-order-exit.
           exit.

      *    A site picked from the customer's ship-to file brings
      *    its own carrier onto the order.

       choose-shipto.
           move 0 to soh-shipto.
           if not shipto-file-open
               go to choose-shipto-exit.
           display "Ship-to number (0 for the bill-to address) : ".
           accept ws-shipto.
           if ws-shipto = 0
               go to choose-shipto-exit.
           move soh-customer-code to st-customer-code.
           move ws-shipto to st-number.
           read shipto-file
               invalid key
                   display "Ship-to not on file for this customer"
                   go to choose-shipto
           end-read.
           if not st-active
               display "Ship-to " st-number " is inactive"
               go to choose-shipto.
           move ws-shipto to soh-shipto.
           move st-carrier-code to soh-carrier-code.
           display "Shipping to " st-name.

       choose-shipto-exit.
           exit.

      *    The delivery address is the order's ship-to site, or
      *    the customer's own address when it has none.

       load-delivery-address.
           move customer-name to deliver-name.
           move customer-address-1 to deliver-address-1.
           move customer-address-2 to deliver-address-2.
           if soh-shipto = 0 or not shipto-file-open
               go to load-delivery-address-exit.
           move soh-customer-code to st-customer-code.
           move soh-shipto to st-number.
           read shipto-file
               invalid key
                   go to load-delivery-address-exit
           end-read.
           move st-name to deliver-name.
           move st-address-1 to deliver-address-1.
           move st-address-2 to deliver-address-2.

       load-delivery-address-exit.
           exit.

      ***********************************************************
      * Add a Line to the Order                                 *
      ***********************************************************

       add-order-line.
           move "N" to alt-chosen-switch.
           display "Line - stock code or customer part number "
                   "(blank to skip) : ".
           move spaces to ws-entered-part.
           accept ws-entered-part.
           if ws-entered-part = spaces
               go to add-order-line-exit.
           move ws-entered-part to ws-hold-stock-key.
           move ws-hold-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               perform translate-part thru translate-part-exit.
           if stock-status not = "00"
               display "Stock code not found - status " stock-status
               go to add-order-line-exit.
           accept ws-hold-qty.
           if ws-hold-qty = 0
               go to add-order-line-exit.
           if ws-hold-qty > ws-atp-qty
               perform offer-alternates thru offer-alternates-exit
               if alternate-chosen
                   compute ws-atp-qty =
                       stock-held + stock-qty-on-order
                       - stock-qty-committed - stock-qty-backordered
               end-if
           end-if.
           if ws-hold-qty > ws-atp-qty
               display "Exceeds available to promise - take anyway "
                       "(Y/N) ? "
           move ws-line-price to ws-price-edited.
           display "Priced at " ws-price-edited
                   " (" ws-price-source ")".
           perform override-line-price thru override-line-price-exit.
           perform show-order-currency-price
                   thru show-order-currency-price-exit.

           perform check-line-margin thru check-line-margin-exit.
           if not margin-approved
               go to add-order-line-exit.

           perform check-credit-limit thru check-credit-limit-exit.
           if not credit-approved
               move "Y" to order-dropship-flag
           else
               move "N" to order-dropship-flag.
           move 0 to order-freight.
           write order-record.
           if status-1 not = "0"
               display "Unable to write line - status "
               display "Line written but header count failed"
                       " - status " soh-status.

           if price-overridden or ws-margin-supervisor not = spaces
               perform log-price-override
                       thru log-price-override-exit.

           if alternate-chosen
               perform log-substitution thru log-substitution-exit
               move "SUBST " to ws-action
               perform log-order.

           if soh-dropship
               perform raise-dropship-po
                       thru raise-dropship-po-exit
       add-order-line-exit.
           exit.

      ***********************************************************
      * Alternates for a Short Line (see ALTMAINT)               *
      *    Each alternate on MUALTITM.DAT that is on file and    *
      *    live is shown in preference order with its own        *
      *    available-to-promise.  One taken becomes the line's   *
      *    item and its stock record is left current; otherwise  *
      *    the item keyed is read back.                          *
      ***********************************************************

       offer-alternates.
           move "N" to alt-chosen-switch.
           move space to alt-agreed-flag.
           move 0 to alt-count.
           if not alternates-on-file
               go to offer-alternates-exit.
           move ws-hold-stock-key to alt-original-key.
           move alt-original-key to alt-stock-key.
           move 0 to alt-preference.
           start alternate-file key not less than alt-key.
           if alf-status not = "00"
               go to offer-alternates-exit.

       offer-alternates-read.
           read alternate-file next record
               at end
                   go to offer-alternates-pick
           end-read.
           if alt-stock-key not = alt-original-key
               go to offer-alternates-pick.
           if alt-count >= 9
               go to offer-alternates-pick.
           move alt-alternate-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               go to offer-alternates-read.
           if stock-discontinued
               go to offer-alternates-read.
           compute alt-available =
               stock-held + stock-qty-on-order
               - stock-qty-committed - stock-qty-backordered.
           add 1 to alt-count.
           move alt-alternate-key to ae-stock-key(alt-count).
           move alt-approval-flag to ae-approval-flag(alt-count).
           display "  " alt-count "  " alt-alternate-key
                   "  available to promise " alt-available.
           display "      " stock-description-1.
           if alt-approval-needed
               display "      customer must agree to this one".
           go to offer-alternates-read.

       offer-alternates-pick.
           if alt-count = 0
               go to offer-alternates-restore.
           display "Alternate to take instead (0 - none) : ".
           move 0 to alt-pick.
           accept alt-pick.
           if alt-pick = 0 or alt-pick > alt-count
               go to offer-alternates-restore.
           if ae-approval-flag(alt-pick) = "Y"
               display "Has the customer agreed to "
                       ae-stock-key(alt-pick) " (Y/N) ? "
               accept yesno
               if yesno not = "Y" and yesno not = "y"
                   display "Not substituted without the customer's "
                           "agreement"
                   go to offer-alternates-restore
               end-if
               move "Y" to alt-agreed-flag
           end-if.
           move ae-stock-key(alt-pick) to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Alternate re-read failed - status "
                       stock-status
               go to offer-alternates-restore.
           move stock-key to ws-hold-stock-key.
           move "Y" to alt-chosen-switch.
           display "Taking " ws-hold-stock-key " in place of "
                   alt-original-key.
           go to offer-alternates-exit.

       offer-alternates-restore.
           move alt-original-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock record re-read failed - status "
                       stock-status.

       offer-alternates-exit.
           exit.

       log-substitution.
           open extend substitution-log.
           if sbl-status not = "00"
               open output substitution-log.
           if sbl-status not = "00"
               display "Unable to open MUSUBLOG.DAT - status "
                       sbl-status
               go to log-substitution-exit.
           move alt-original-key to sub-stock-key.
           move order-stock-key to sub-alternate-key.
           move order-qty to sub-qty.
           move spaces to sub-reference.
           string order-number "/" order-line
                   delimited by size into sub-reference.
           move alt-agreed-flag to sub-approval-flag.
           accept sub-date from date yyyymmdd.
           accept sub-time from time.
           move ws-operator-id to sub-operator-id.
           move "ORDENT" to sub-program.
           write substitution-record.
           close substitution-log.

       log-substitution-exit.
           exit.

      *    A number that is not our stock code may be the
      *    customer's own for one of our items.

       translate-part.
           if not cross-reference-open
               go to translate-part-exit.
           move soh-customer-code to ci-customer-code.
           move ws-entered-part to ci-customer-part.
           read customer-item-file
               invalid key
                   go to translate-part-exit
           end-read.
           move ci-stock-key to ws-hold-stock-key.
           move ws-hold-stock-key to stock-key.
           read stock-file.
           if stock-status = "00"
               display "Customer part " ws-entered-part
                       " is stock code " ws-hold-stock-key.

       translate-part-exit.
           exit.

      *    The customer's number for stock-key, first on file.

       find-customer-part.
           move spaces to ws-customer-part.
           if not cross-reference-open
               go to find-customer-part-exit.
           move soh-customer-code to ci-item-customer.
           move stock-key to ci-stock-key.
           start customer-item-file key = ci-item-key.
           if cit-status not = "00"
               go to find-customer-part-exit.
           read customer-item-file next record
               at end
                   go to find-customer-part-exit
           end-read.
           move ci-customer-part to ws-customer-part.

       find-customer-part-exit.
           exit.

      ***********************************************************
      * Raise the Vendor PO for a Drop-Ship Line                 *
      *    The goods never enter the building: nothing lands on  *
           move "USD" to poh-currency-code.
           move 1 to poh-currency-rate.
           move ws-order-number to poh-dropship-order.
           perform load-delivery-address
                   thru load-delivery-address-exit.
           move deliver-name to poh-ship-to-name.
           move deliver-address-1 to poh-ship-to-addr-1.
           move deliver-address-2 to poh-ship-to-addr-2.
           write po-header-record.
           if poh-status not = "00"
               display "Unable to raise drop-ship PO - status "
           move "N" to po-sent-flag.
           move 0 to po-promised-date.
           move 0 to po-unit-cost.
           move "S" to po-line-type.
           move spaces to po-description.
           move spaces to po-expense-account.
           move spaces to po-cost-center.
           write po-record.
           if po-status = "00"
               display "Drop-ship PO " ws-ds-po-number
                       " on hand - cannot ship " order-qty
               go to ship-line-exit.

      *    A hazardous item goes only by a carrier cleared for
      *    its class - that is settled before anything moves.
           if not stock-not-hazmat
               perform check-hazmat-carrier
                       thru check-hazmat-carrier-exit
               if not carrier-may-carry
                   go to ship-line-exit
               end-if
           end-if.

      *    Stock ALLOCRUN has reserved for other lines is not
      *    this line's to take - only its own allocation or the
      *    free balance can ship it.
           perform check-allocation thru check-allocation-exit.
           if not line-is-allocated and ws-free-qty < order-qty
               display "Only " ws-free-qty " free - the rest of "
                       "stock-held is allocated to other orders"
               go to ship-line-exit.

      *    A lot-tracked line may only ship from lots that pass
      *    the expiry and shelf-life checks - short-dated stock
      *    stays on the shelf and the shipment is refused, not
               end-if
               perform update-header-status
                       thru update-header-status-exit
               perform release-allocation
                       thru release-allocation-exit
           else
               display "Unable to update line - status "
                       status-1 status-2.
           if leap-year and conv-month > 2
               add 1 to conv-serial.

      ***********************************************************
      * Hazmat Carrier Clearance (see CARHAZ.CPY)                *
      *    The order's carrier is keyed now if the order has     *
      *    none yet, so the check is against the carrier that    *
      *    will actually take the goods.                         *
      ***********************************************************

       check-hazmat-carrier.
           move "N" to carrier-hazmat-switch.
           move ws-order-number to soh-number.
           read so-header-file.
           if soh-status not = "00"
               display "Order header not readable - hazardous "
                       "item not shipped"
               go to check-hazmat-carrier-exit.
           if soh-carrier-code = spaces
               display "Carrier code for this order : "
               accept soh-carrier-code
               rewrite so-header-record.
           if not carrier-permits-open
               display "No carrier hazmat permissions on file - "
                       stock-un-number " class " stock-hazmat-class
                       " not shipped"
               go to check-hazmat-carrier-exit.
           move soh-carrier-code to ch-carrier-code.
           move stock-hazmat-class to ch-class-code.
           read carrier-hazmat-file
               invalid key
                   move "N" to ch-permitted-flag
           end-read.
           if ch-permitted
               move "Y" to carrier-hazmat-switch
           else
               display "Carrier " soh-carrier-code
                       " is not cleared for hazard class "
                       stock-hazmat-class " (" stock-un-number
                       ") - shipment refused".

       check-hazmat-carrier-exit.
           exit.

      ***********************************************************
      * Shipping Paperwork                                       *
      *    The first line shipped on an order keys its carrier   *
      *    onto the header; every shipped line files on the      *
      *    shipment log MUSHIPLG.DAT for the packing slip and    *
      *    SHIPMAN's end-of-day carrier manifest, with its weight *
      *    and the freight charged on it.                        *
      ***********************************************************

       record-shipment.
           move ws-order-number to soh-number.
           read so-header-file.
           if soh-status = "00" and soh-carrier-code = spaces
               display "Carrier code for this order : "
               accept soh-carrier-code
               rewrite so-header-record.
           perform price-line-freight thru price-line-freight-exit.
           move spaces to ws-line-tracking.
           move 0 to tracked-container-count.
           if carton-file-open
               perform ship-cartons thru ship-cartons-exit
               perform track-containers thru track-containers-exit.
           if ws-line-tracking = spaces
               display "Tracking number for this line : "
               perform key-tracking-number
                       thru key-tracking-number-exit
               move ws-tracking-number to ws-line-tracking.
           if not shipment-log-open
               go to record-shipment-exit.
           move today-8 to sh-ship-date.
           move order-number to sh-order-number.
           move order-line to sh-order-line.
           move soh-carrier-code to sh-carrier-code.
           move order-stock-key to sh-stock-key.
           move order-qty to sh-qty.
           move soh-shipto to sh-shipto.
           move frt-line-weight to sh-weight.
           move order-freight to sh-freight.
           move ws-line-tracking to sh-tracking-number.
           move space to sh-delivery-flag.
           move 0 to sh-delivered-date.
           move 0 to sh-delivered-time.
           move spaces to sh-signed-by.
           write shipment-log-record.
           if shp-status not = "00"
               display "Unable to log shipment - status "
       record-shipment-exit.
           exit.

      *    Every carton the line was packed into ships with it.

       ship-cartons.
           move ws-order-number to ct-order-number.
           move 0 to ct-carton-number.
           start carton-file key not less than ct-order-carton.
           if ctn-status not = "00"
               go to ship-cartons-exit.

       ship-cartons-read.
           read carton-file next record
               at end
                   go to ship-cartons-exit
           end-read.
           if ct-order-number not = ws-order-number
               go to ship-cartons-exit.
           if ct-order-line not = order-line or ct-ship-date not = 0
               go to ship-cartons-read.
           move today-8 to ct-ship-date.
           rewrite carton-record.
           if ctn-status not = "00"
               display "Unable to mark container " ct-container-id
                       " shipped - status " ctn-status
               go to ship-cartons-read.
           if tracked-container-count < 20
               add 1 to tracked-container-count
               move ct-container-id
                       to tc-tbl-container(tracked-container-count).
           go to ship-cartons-read.

       ship-cartons-exit.
           exit.

      *    A container already shipped with another line keeps
      *    the tracking number it went with; a new one is asked
      *    for.  The line files under its first container's.

       track-containers.
           move 0 to tc-subscript.

       track-containers-next.
           if tc-subscript >= tracked-container-count
               go to track-containers-exit.
           add 1 to tc-subscript.
           perform find-container-tracking
                   thru find-container-tracking-exit.
           if ws-tracking-number = spaces
               display "Tracking number for container "
                       tc-tbl-container(tc-subscript) " : "
               perform key-tracking-number
                       thru key-tracking-number-exit.
           if tc-subscript = 1
               move ws-tracking-number to ws-line-tracking.
           if ws-tracking-number = spaces
               go to track-containers-next.
           move tc-tbl-container(tc-subscript) to ct-container-id.
           move order-line to ct-order-line.
           read carton-file
               invalid key
                   go to track-containers-next
           end-read.
           move ws-tracking-number to ct-tracking-number.
           rewrite carton-record.
           if ctn-status not = "00"
               display "Unable to record tracking on container "
                       ct-container-id " - status " ctn-status.
           go to track-containers-next.

       track-containers-exit.
           exit.

       find-container-tracking.
           move spaces to ws-tracking-number.
           move tc-tbl-container(tc-subscript) to ct-container-id.
           move 0 to ct-order-line.
           start carton-file key not less than ct-key.
           if ctn-status not = "00"
               go to find-container-tracking-exit.

       find-container-tracking-read.
           read carton-file next record
               at end
                   go to find-container-tracking-exit
           end-read.
           if ct-container-id not = tc-tbl-container(tc-subscript)
               go to find-container-tracking-exit.
           if ct-tracking-number = spaces
               go to find-container-tracking-read.
           move ct-tracking-number to ws-tracking-number.

       find-container-tracking-exit.
           exit.

      *    Several lines or containers of one order often travel
      *    under one number - Enter takes the last one keyed on
      *    the order.

       key-tracking-number.
           move spaces to ws-tracking-number.
           if ws-last-tracking-order = ws-order-number
                   and ws-last-tracking not = spaces
               display "  (Enter for " ws-last-tracking ")".
           accept ws-tracking-number.
           if ws-tracking-number = spaces
                   and ws-last-tracking-order = ws-order-number
               move ws-last-tracking to ws-tracking-number.
           if ws-tracking-number not = spaces
               move ws-tracking-number to ws-last-tracking
               move ws-order-number to ws-last-tracking-order.

       key-tracking-number-exit.
           exit.

      *    The order's freight is priced on everything it has
      *    shipped today, so the rate break reached by the whole
      *    consignment applies; the line is charged the increase
      *    over what the day's earlier lines were charged.

       price-line-freight.
           compute frt-line-weight = order-qty * stock-unit-weight.
           move 0 to frt-prior-weight.
           move 0 to frt-prior-freight.
           if shipment-log-open
               perform sum-prior-shipments
                       thru sum-prior-shipments-exit.
           compute frt-total-weight = frt-prior-weight
                                    + frt-line-weight.
           perform find-freight-zone thru find-freight-zone-exit.
           perform price-freight thru price-freight-exit.
           if frt-total-freight > frt-prior-freight
               compute order-freight = frt-total-freight
                                     - frt-prior-freight
           else
               move 0 to order-freight.
           rewrite order-record.
           if status-1 not = "0"
               display "Unable to record freight on line - status "
                       status-1 status-2
               go to price-line-freight-exit.
           if order-freight > 0
               display "Freight charged on this line " order-freight.

       price-line-freight-exit.
           exit.

       sum-prior-shipments.
           move today-8 to sh-ship-date.
           move ws-order-number to sh-order-number.
           move 0 to sh-order-line.
           start shipment-log key not less than sh-key.
           if shp-status not = "00"
               go to sum-prior-shipments-exit.

       sum-prior-shipments-read.
           read shipment-log next record
               at end
                   go to sum-prior-shipments-exit
           end-read.
           if sh-ship-date not = today-8
                   or sh-order-number not = ws-order-number
               go to sum-prior-shipments-exit.
           add sh-weight to frt-prior-weight.
           add sh-freight to frt-prior-freight.
           go to sum-prior-shipments-read.

       sum-prior-shipments-exit.
           exit.

      *    The ship-to's zone when the order goes to a site that
      *    has one, otherwise the customer's.

       find-freight-zone.
           move spaces to frt-zone.
           move order-customer-code to customer-code.
           read customer-file.
           if cus-status = "00"
               move customer-freight-zone to frt-zone.
           if soh-shipto = 0 or not shipto-file-open
               go to find-freight-zone-exit.
           move soh-customer-code to st-customer-code.
           move soh-shipto to st-number.
           read shipto-file
               invalid key
                   go to find-freight-zone-exit
           end-read.
           if st-freight-zone not = spaces
               move st-freight-zone to frt-zone.

       find-freight-zone-exit.
           exit.

      *    The carrier's rows for the zone, else its blank-zone
      *    rows; the minimum charge is the floor.

       price-freight.
           move 0 to frt-total-freight.
           if not carrier-rates-open or frt-total-weight = 0
               go to price-freight-exit.
           perform find-rate-break thru find-rate-break-exit.
           if not frt-rate-found and frt-zone not = spaces
               move spaces to frt-zone
               perform find-rate-break thru find-rate-break-exit.
           if not frt-rate-found
               go to price-freight-exit.
           compute frt-total-freight rounded =
                   frt-total-weight * frt-rate.
           if frt-total-freight < frt-minimum
               move frt-minimum to frt-total-freight.

       price-freight-exit.
           exit.

      *    The highest weight break the consignment reaches.

       find-rate-break.
           move "N" to frt-found-switch.
           move soh-carrier-code to cr-carrier-code.
           move frt-zone to cr-zone.
           move 0 to cr-weight-break.
           start carrier-rate-file key not less than cr-key.
           if crt-status not = "00"
               go to find-rate-break-exit.

       find-rate-break-read.
           read carrier-rate-file next record
               at end
                   go to find-rate-break-exit
           end-read.
           if cr-carrier-code not = soh-carrier-code
                   or cr-zone not = frt-zone
                   or cr-weight-break > frt-total-weight
               go to find-rate-break-exit.
           move "Y" to frt-found-switch.
           move cr-rate-per-kilo to frt-rate.
           move cr-minimum-charge to frt-minimum.
           go to find-rate-break-read.

       find-rate-break-exit.
           exit.

      *    The slip covers everything shipped on the order
      *    today, straight off the shipment log.

       print-packing-slip.
           move 0 to slip-pieces.
           move 0 to slip-weight.
           move 0 to slip-freight.
           move 0 to slip-lines.
           move spaces to packing-slip-line.
           write packing-slip-line.
           write packing-slip-line.
           move customer-name to packing-slip-line.
           write packing-slip-line.
           perform load-delivery-address
                   thru load-delivery-address-exit.
           if soh-shipto not = 0
               move spaces to packing-slip-line
               string "Ship to " deliver-name
                       delimited by size into packing-slip-line
               write packing-slip-line.
           move deliver-address-1 to packing-slip-line.
           write packing-slip-line.
           move deliver-address-2 to packing-slip-line.
           write packing-slip-line.
           move today-8 to sh-ship-date.
           move ws-order-number to sh-order-number.
           move sh-qty to sl-qty.
           move slip-detail-line to packing-slip-line.
           write packing-slip-line.
           perform find-customer-part thru find-customer-part-exit.
           if ws-customer-part not = spaces
               move spaces to packing-slip-line
               string "  Your part number " ws-customer-part
                       delimited by size into packing-slip-line
               write packing-slip-line.
           if stock-status = "00" and not stock-not-hazmat
               perform print-slip-hazard thru print-slip-hazard-exit.
           add sh-qty to slip-pieces.
           add sh-weight to slip-weight.
           add sh-freight to slip-freight.
           add 1 to slip-lines.
           go to print-packing-slip-read.

                   "   pieces " slip-pieces
                   delimited by size into packing-slip-line.
           write packing-slip-line.
           move slip-weight to slip-weight-edit.
           move slip-freight to slip-freight-edit.
           move spaces to packing-slip-line.
           string "Weight (kilos) " slip-weight-edit
                   "   freight " slip-freight-edit
                   delimited by size into packing-slip-line.
           write packing-slip-line.
           if carton-file-open
               perform print-slip-cartons
                       thru print-slip-cartons-exit.
           display "Packing slip written to PACKSLIP.LST".

       print-packing-slip-exit.
           exit.

      *    A hazardous item carries its UN number, class and the
      *    class's wording beneath it.

       print-slip-hazard.
           move stock-hazmat-class to hz-class-code.
           move spaces to hz-data.
           if hazmat-classes-open
               read hazmat-class-file
                   invalid key
                       move spaces to hz-data
               end-read.
           move spaces to packing-slip-line.
           string "  HAZARDOUS  " stock-un-number
                   "  class " stock-hazmat-class
                   "  " hz-description
                   delimited by size into packing-slip-line.
           write packing-slip-line.
           if hz-hazard-wording not = spaces
               move spaces to packing-slip-line
               string "  " hz-hazard-wording
                       delimited by size into packing-slip-line
               write packing-slip-line.

       print-slip-hazard-exit.
           exit.

      *    The containers that went today, each with its contents.

       print-slip-cartons.
           move 0 to slip-cartons.
           move ws-order-number to ct-order-number.
           move 0 to ct-carton-number.
           start carton-file key not less than ct-order-carton.
           if ctn-status not = "00"
               go to print-slip-cartons-exit.

       print-slip-cartons-read.
           read carton-file next record
               at end
                   go to print-slip-cartons-exit
           end-read.
           if ct-order-number not = ws-order-number
               go to print-slip-cartons-exit.
           if ct-ship-date not = today-8
               go to print-slip-cartons-read.
           if slip-cartons = 0
               move spaces to packing-slip-line
               write packing-slip-line.
           add 1 to slip-cartons.
           move ct-carton-number to sc-carton-number.
           move ct-container-id to sc-container-id.
           move ct-order-line to sc-line.
           move ct-stock-key to sc-stock-key.
           move ct-qty to sc-qty.
           move slip-carton-line to packing-slip-line.
           write packing-slip-line.
           go to print-slip-cartons-read.

       print-slip-cartons-exit.
           exit.

      ***********************************************************
      * Stock Allocations (see ALLOCREC.CPY)                     *
      *    A line ALLOCRUN reserved for has its own record; any  *
      *    other line may only take what stock-held has left     *
      *    once every allocation on the item is set aside.       *
      ***********************************************************

       check-allocation.
           move "N" to line-alloc-switch.
           move 0 to ws-reserved-qty.
           move stock-held to ws-free-qty.
           if not allocation-file-open
               go to check-allocation-exit.
           move order-key to al-key.
           read allocation-file.
           if alc-status = "00"
               move "Y" to line-alloc-switch
               go to check-allocation-exit.
           move low-values to al-key.
           start allocation-file key not less than al-key.
           if alc-status not = "00"
               go to check-allocation-exit.

       check-allocation-read.
           read allocation-file next record
               at end
                   go to check-allocation-total
           end-read.
           if al-stock-key = order-stock-key
               add al-qty to ws-reserved-qty.
           go to check-allocation-read.

       check-allocation-total.
           compute ws-free-qty = stock-held - ws-reserved-qty.

       check-allocation-exit.
           exit.

       release-allocation.
           if not line-is-allocated
               go to release-allocation-exit.
           move order-key to al-key.
           delete allocation-file record.
           if alc-status not = "00"
               display "Unable to release allocation - status "
                       alc-status.

       release-allocation-exit.
           exit.

      ***********************************************************
      * Cancel a Line                                           *
      ***********************************************************
           perform get-open-line thru get-open-line-exit.
           if not order-open
               go to cancel-line-exit.
           display "Lost-sale reason - 01 Price  02 Availability  "
                   "03 Lead time  04 Competitor  05 Customer "
                   "cancelled : ".
           move 0 to ws-lost-reason.
           accept ws-lost-reason.
           if not lost-reason-valid
               display "Invalid reason code - line not cancelled"
               go to cancel-line-exit.
           if order-dropship
               move "X" to order-status-flag
               rewrite order-record
                       "vendor PO through POMAINT as well"
               move "CANCEL" to ws-action
               perform log-order
               perform log-lost-demand thru log-lost-demand-exit
               perform update-header-status
                       thru update-header-status-exit
               go to cancel-line-exit.
               display "Line cancelled - commitment relieved"
               move "CANCEL" to ws-action
               perform log-order
               perform log-lost-demand thru log-lost-demand-exit
               perform check-allocation thru check-allocation-exit
               perform release-allocation
                       thru release-allocation-exit
               perform update-header-status
                       thru update-header-status-exit
           else
       cancel-line-exit.
           exit.

      *    A line with no price of its own is valued at list, as
      *    the credit check values it.

       log-lost-demand.
           open extend lost-demand-file.
           if ldm-status not = "00"
               open output lost-demand-file.
           if ldm-status not = "00"
               display "Unable to open MULOSTDM.DAT - status "
                       ldm-status
               go to log-lost-demand-exit.
           move "O" to ldm-source.
           move order-number to ldm-document.
           move order-line to ldm-line.
           move order-customer-code to ldm-customer-code.
           move order-stock-key to ldm-stock-key.
           move order-qty to ldm-qty.
           if order-price-each > 0
               compute ldm-value = order-qty * order-price-each
           else
               compute ldm-value = order-qty * stock-sell-price.
           move ws-lost-reason to ldm-reason-code.
           accept ldm-date from date yyyymmdd.
           accept ldm-time from time.
           move ws-operator-id to ldm-operator-id.
           move "ORDENT" to ldm-program.
           write lost-demand-record.
           close lost-demand-file.

       log-lost-demand-exit.
           exit.

      *    Fetch a keyed line and its stock record; a line that
      *    is not open comes back with order-status-flag as it
      *    stands so the caller declines it.
       find-line-price-exit.
           exit.

      ***********************************************************
      * Manual Price Override                                    *
      *    The clerk may charge something other than the price   *
      *    found, but must say why.  The list and contract       *
      *    prices are kept for the override log.                 *
      ***********************************************************

       override-line-price.
           move "N" to price-override-switch.
           move stock-sell-price to ws-list-price.
           move 0 to ws-contract-price.
           if ws-price-source = "CONTRACT"
               move ws-line-price to ws-contract-price.
           move spaces to ws-override-reason.
           display "Price to charge (0 - keep " ws-price-edited
                   ") : ".
           move 0 to ws-override-price.
           accept ws-override-price.
           if ws-override-price = 0
                   or ws-override-price = ws-line-price
               go to override-line-price-exit.
           display "Reason for the price change : ".
           accept ws-override-reason.
           if ws-override-reason = spaces
               display "No reason given - price stays at "
                       ws-price-edited
               go to override-line-price-exit.
           move ws-override-price to ws-line-price.
           move "MANUAL  " to ws-price-source.
           move "Y" to price-override-switch.
           move ws-line-price to ws-price-edited.
           display "Price changed to " ws-price-edited.

       override-line-price-exit.
           exit.

      ***********************************************************
      * Minimum Margin Check                                     *
      *    The margin over stock-cost must reach the category's  *
      *    category-min-margin (no category - zero, so only a    *
      *    sale below cost).  Short of it the line is refused    *
      *    unless a supervisor from MUSUPVR.DAT approves, as for *
      *    the credit limit.  The test is made without dividing  *
      *    so a price of nothing cannot fail it.                 *
      ***********************************************************

       check-line-margin.
           move "Y" to margin-ok-switch.
           move spaces to ws-margin-supervisor.
           move 0 to ws-min-margin.
           if not categories-open
               go to check-line-margin-test.
           move stock-category to category-code.
           read category-file.
           if cat-status = "00"
               move category-min-margin to ws-min-margin.

       check-line-margin-test.
           if ws-line-price = 0
                   or stock-cost > ws-line-price * 1000
               move -99999.99 to ws-line-margin
           else
               compute ws-line-margin rounded =
                   (ws-line-price - stock-cost) * 100
                   / ws-line-price.
           compute ws-margin-shortfall =
               (ws-line-price - stock-cost) * 100
               - ws-min-margin * ws-line-price.
           if ws-margin-shortfall not < 0
               go to check-line-margin-exit.
           move ws-line-margin to ws-margin-edited.
           display "Margin " ws-margin-edited "% is below the "
                   ws-min-margin "% minimum for category "
                   stock-category.
           display "Supervisor ID to approve (blank to refuse) : ".
           move spaces to ws-supervisor-id.
           accept ws-supervisor-id.
           if ws-supervisor-id = spaces
               move "N" to margin-ok-switch
               display "Line refused - below minimum margin"
               go to check-line-margin-exit.
           perform check-supervisor thru check-supervisor-exit.
           if supervisor-authorized
               move ws-supervisor-id to ws-margin-supervisor
               display "Price approved by " ws-supervisor-id
           else
               move "N" to margin-ok-switch
               display "Not an authorized supervisor - line "
                       "refused".

       check-line-margin-exit.
           exit.

      ***********************************************************
      * Price Override Log (see PRCOVR.CPY)                      *
      ***********************************************************

       log-price-override.
           open extend price-override-log.
           if pov-status not = "00"
               open output price-override-log.
           if pov-status not = "00"
               display "Unable to open MUPRCOVR.DAT - status "
                       pov-status
               go to log-price-override-exit.
           move order-number to pov-order-number.
           move order-line to pov-order-line.
           move order-customer-code to pov-customer-code.
           move order-stock-key to pov-stock-key.
           move order-qty to pov-qty.
           move ws-list-price to pov-list-price.
           move ws-contract-price to pov-contract-price.
           move order-price-each to pov-price-charged.
           move stock-cost to pov-unit-cost.
           move ws-line-margin to pov-margin-pct.
           move ws-min-margin to pov-min-margin.
           move price-override-switch to pov-override-flag.
           move ws-override-reason to pov-reason.
           move ws-operator-id to pov-operator-id.
           move ws-margin-supervisor to pov-supervisor-id.
           accept pov-date from date yyyymmdd.
           accept pov-time from time.
           write price-override-record.
           close price-override-log.

       log-price-override-exit.
           exit.

      ***********************************************************
      * Credit Limit Check                                       *
      *    Open AR off MUARITEM.DAT plus the value already       *
               go to sum-open-ar-exit.
           if not ar-open-item
               go to sum-open-ar-read.
           if ar-type-credit-side
               subtract ar-open-amount from ws-open-ar
           else
               add ar-open-amount to ws-open-ar
       sum-open-commitments-exit.
           exit.

      ***********************************************************
      * Order Currency                                          *
      *    The day's rate for the order's currency - the newest  *
      *    CURRHIST entry on or before today, else the current   *
      *    MUCURR rate (see FXREVAL).  Dollars need no rate.     *
      ***********************************************************

       find-order-rate.
           move 1 to ws-order-rate.
           move soh-currency-code to ws-look-up-code.
           if ws-look-up-code = spaces or ws-look-up-code = "USD"
               go to find-order-rate-exit.
           accept today-8 from date yyyymmdd.
           move today-8 to ws-look-up-date.
           perform find-rate-at-date thru find-rate-at-date-exit.
           move ws-found-rate to ws-order-rate.
           if ws-order-rate = 0
               display "No exchange rate on file for "
                       ws-look-up-code " - BILLRUN cannot invoice "
                       "the order until there is one"
               go to find-order-rate-exit.
           move ws-order-rate to ws-rate-edited.
           display "Billed in " ws-look-up-code " - today "
                   ws-rate-edited " dollars to the unit".

       find-order-rate-exit.
           exit.

       show-order-currency-price.
           if soh-currency-code = spaces or soh-currency-code = "USD"
                   or ws-order-rate = 0
               go to show-order-currency-price-exit.
           compute ws-fx-price rounded = ws-line-price / ws-order-rate.
           move ws-fx-price to ws-price-edited.
           display "  which is " soh-currency-code " "
                   ws-price-edited " each at today's rate".

       show-order-currency-price-exit.
           exit.

       find-rate-at-date.
           move 0 to ws-found-rate.
           move 0 to ws-found-date.
           open input rate-history.
           if rhi-status not = "00"
               go to find-rate-at-date-fallback.

       find-rate-at-date-read.
           read rate-history
               at end
                   go to find-rate-at-date-close
           end-read.
           if rh-cur-code not = ws-look-up-code
               go to find-rate-at-date-read.
           if rh-eff-date > ws-look-up-date
               go to find-rate-at-date-read.
           if rh-eff-date >= ws-found-date
               move rh-eff-date to ws-found-date
               move rh-new-rate to ws-found-rate.
           go to find-rate-at-date-read.

       find-rate-at-date-close.
           close rate-history.

       find-rate-at-date-fallback.
           if ws-found-rate = 0
               perform look-up-current-rate
                       thru look-up-current-rate-exit.

       find-rate-at-date-exit.
           exit.

       look-up-current-rate.
           move 0 to currency-subscript.

       look-up-current-rate-scan.
           if currency-subscript >= currency-count
               go to look-up-current-rate-exit.
           add 1 to currency-subscript.
           if curr-tbl-code(currency-subscript) = ws-look-up-code
               move curr-tbl-rate(currency-subscript)
                       to ws-found-rate
               go to look-up-current-rate-exit.
           go to look-up-current-rate-scan.

       look-up-current-rate-exit.
           exit.

       load-currency-table.
           move 0 to currency-count.
           open input currency-file.
           if curr-status not = "00"
               go to load-currency-table-exit.

       load-currency-table-read.
           read currency-file
               at end
                   go to load-currency-table-close.
           if currency-count < 20
               add 1 to currency-count
               move cur-code       to curr-tbl-code(currency-count)
               move cur-rate-to-usd to curr-tbl-rate(currency-count).
           go to load-currency-table-read.

       load-currency-table-close.
           close currency-file.

       load-currency-table-exit.
           exit.

      ***********************************************************
      * Supervisor Authority off MUSUPVR.DAT (see WRITEOFF)     *
      ***********************************************************
           move ws-issue-unit-cost to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.
           perform write-movement thru write-movement-exit.

       write-ship-movement-exit.
               close ar-file.
           if contract-prices-open
               close contract-price-file.
           if categories-open
               close category-file.
           close po-file.
           close po-header-file.
           if shipment-log-open
               close layer-file.
           if freeze-file-open
               close freeze-file.
           if shipto-file-open
               close shipto-file.
           if carrier-rates-open
               close carrier-rate-file.
           if carton-file-open
               close carton-file.
           if allocation-file-open
               close allocation-file.
           if cross-reference-open
               close customer-item-file.
           if hazmat-classes-open
               close hazmat-class-file.
           if carrier-permits-open
               close carrier-hazmat-file.
           if alternates-on-file
               close alternate-file.

       endit.
           goback.
