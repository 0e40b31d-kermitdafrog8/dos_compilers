      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     PRICECHG.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Mass selling price change.  PRICEMNT sets one item at   *
      *  a time, so the annual increase took two days and went   *
      *  live in pieces.  Selects items on MUSTOCK.DAT by        *
      *  stock-category, by vendor of record or by a range of    *
      *  stock codes, and raises or lowers stock-sell-price by   *
      *  a percentage or a flat amount, then rounds it - to the  *
      *  whole unit, or down from the nearest whole unit to end  *
      *  in .99 or .95.  A before/after proof listing always     *
      *  goes to PRICECHG.LST first, followed by every customer  *
      *  contract row on MUCPRICE.DAT (see CPRICE.CPY) for the   *
      *  items selected, so sales can review those contracts.    *
      *  Only then does the operator apply the change at once -  *
      *  logged to PRICHIST.DAT exactly as PRICEMNT logs - or    *
      *  park it on MUPRCPND.DAT (see PRICEPND.CPY) for a        *
      *  future effective date, which the nightly step PRICEAPL  *
      *  applies when the date comes round.                      *
      *                                                          *
      ************************************************************

       identification division.
       program-id. PRICECHG.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status file-status.

           select contract-price-file assign "MUCPRICE.DAT"
                organization indexed
                access dynamic
                record key cp-key
                status cpr-status.

           select pending-file assign "MUPRCPND.DAT"
                organization indexed
                access dynamic
                record key pp-key
                status pnd-status.

           select price-history assign "PRICHIST.DAT"
                organization line sequential
                status phi-status.

           select proof-rpt assign "PRICECHG.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  stock-file.
           copy stockrec.cpy.

       fd  contract-price-file.
           copy cprice.cpy.

       fd  pending-file.
           copy pricepnd.cpy.

      *    The same layout PRICEMNT writes.
       fd  price-history.
       01  price-history-record.
           03  ph-stock-key             pic x(10).
           03  ph-old-price             pic 9(08)v99.
           03  ph-new-price             pic 9(08)v99.
           03  ph-eff-date              pic 9(08).
           03  ph-operator-id           pic x(08).

       fd  proof-rpt.
       01  proof-line                   pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  cpr-status                   pic xx.
       01  cpr-open-switch              pic x     value "N".
           88  contract-prices-open               value "Y".
       01  pnd-status                   pic xx.
       01  phi-status                   pic xx.
       01  rpt-status                   pic xx.

       01  ws-operator-id               pic x(08).
       01  today-8                      pic 9(08).
       01  choice                       pic x.
       01  yesno                        pic x.

      ***********************************************************
      * The Change - What Is Selected and How It Is Priced      *
      ***********************************************************

       01  select-by                    pic x.
           88  select-category                    value "C" "c".
           88  select-vendor                      value "V" "v".
           88  select-key-range                   value "K" "k".
       01  sel-category                 pic x(04).
       01  sel-vendor                   pic 9(04).
       01  sel-key-from                 pic x(10).
       01  sel-key-to                   pic x(10).

       01  change-method                pic x.
           88  change-percent                     value "P" "p".
           88  change-amount                      value "A" "a".
       01  change-direction             pic x.
           88  change-increase                    value "I" "i".
           88  change-decrease                    value "D" "d".
       01  change-value                 pic 9(06)v99.
       01  round-rule                   pic x.
           88  round-none                         value "N" "n".
           88  round-whole                        value "W" "w".
           88  round-99                           value "9".
           88  round-95                           value "5".
       01  ws-eff-date                  pic 9(08).

       01  item-switch                  pic x.
           88  item-selected                      value "Y".
       01  price-switch                 pic x.
           88  price-changes                      value "Y".
           88  price-below-zero                   value "Z".
       01  scan-eof-switch              pic x.
           88  scan-eof                           value "Y".

       01  ws-work-price                pic s9(09)v99.
       01  ws-whole-price               pic s9(09).
       01  ws-new-price                 pic 9(08)v99.
       01  ws-old-price                 pic 9(08)v99.

       01  items-changed                pic 9(05).
       01  items-refused                pic 9(05).
       01  contracts-listed             pic 9(05).
       01  items-posted                 pic 9(05).

      ***********************************************************
      * Proof Listing                                            *
      ***********************************************************

       01  proof-heading-1              pic x(80)
           value "STOCK CONTROL SYSTEM - SELLING PRICE CHANGE PROOF".

       01  proof-heading-2.
           03  filler                   pic x(41)
               value "Stock Code  Description".
           03  filler                   pic x(05) value "Cat".
           03  filler                   pic x(12) value "  Old Price".
           03  filler                   pic x(12) value "  New Price".
           03  filler                   pic x(10) value "    Change".

       01  proof-detail-line.
           03  pd-stock-key             pic x(10).
           03  filler                   pic x(02).
           03  pd-description           pic x(28).
           03  filler                   pic x(01).
           03  pd-category              pic x(04).
           03  filler                   pic x(01).
           03  pd-old-price             pic z(07)9.99.
           03  filler                   pic x(01).
           03  pd-new-price             pic z(07)9.99.
           03  filler                   pic x(01).
           03  pd-change                pic -(06)9.99.

       01  contract-heading-1           pic x(80)
           value "CUSTOMER CONTRACT PRICES ON THE ITEMS SELECTED - FOR
      -    " SALES REVIEW".

       01  contract-heading-2.
           03  filler                   pic x(18)
               value "Cust  Stock Code".
           03  filler                   pic x(07) value "   From".
           03  filler                   pic x(12) value "   Contract".
           03  filler                   pic x(12) value "   Old List".
           03  filler                   pic x(11) value "   New List".

       01  contract-detail-line.
           03  cd-customer              pic 9(04).
           03  filler                   pic x(02).
           03  cd-stock-key             pic x(10).
           03  filler                   pic x(02).
           03  cd-qty-from              pic z(05)9.
           03  filler                   pic x(01).
           03  cd-contract-price        pic z(07)9.99.
           03  filler                   pic x(01).
           03  cd-old-price             pic z(07)9.99.
           03  filler                   pic x(01).
           03  cd-new-price             pic z(07)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "PRICECHG - mass selling price change".
           display "Operator ID : ".
           accept ws-operator-id.
           open i-o stock-file.
           if status-1 not = "0"
               display "Unable to open MUSTOCK.DAT - status "
                       status-1 status-2
               go to endit.

      *    No contract file simply means nobody has a contract
      *    to review.
           open input contract-price-file.
           if cpr-status = "00"
               move "Y" to cpr-open-switch.

           accept today-8 from date yyyymmdd.

           perform get-selection thru get-selection-exit.
           if select-by = space
               go to wrap-up.
           perform get-method thru get-method-exit.
           if change-value = 0
               go to wrap-up.

           perform print-proof thru print-proof-exit.
           if items-changed = 0
               display "No selling price would change"
               go to wrap-up.
           display items-changed " prices change - proof on "
                   "PRICECHG.LST".
           if contracts-listed > 0
               display contracts-listed " contract price rows "
                       "listed for sales review".

       ent-ry.
           display "A-Apply now  P-Park for an effective date  "
                   "X-Abandon : ".
           accept choice.
           evaluate choice
               when "A" when "a"
                   perform apply-now thru apply-now-exit
               when "P" when "p"
                   perform park-change thru park-change-exit
               when "X" when "x"
                   display "Price change abandoned"
               when other
                   go to ent-ry
           end-evaluate.

       wrap-up.
           close stock-file.
           if contract-prices-open
               close contract-price-file.

       endit.
           goback.

      ***********************************************************
      * Keying the Change                                       *
      ***********************************************************

       get-selection.
           display "Select by C-Category  V-Vendor  K-Key range "
                   "(blank to quit) : ".
           move space to select-by.
           accept select-by.
           if select-by = space
               go to get-selection-exit.
           if select-category
               display "Stock category : "
               move spaces to sel-category
               accept sel-category
               go to get-selection-exit.
           if select-vendor
               display "Vendor code : "
               move 0 to sel-vendor
               accept sel-vendor
               go to get-selection-exit.
           if select-key-range
               display "From stock code : "
               move spaces to sel-key-from
               accept sel-key-from
               display "To stock code (blank for the end) : "
               move spaces to sel-key-to
               accept sel-key-to
               if sel-key-to = spaces
                   move high-values to sel-key-to
               end-if
               go to get-selection-exit.
           go to get-selection.

       get-selection-exit.
           exit.

       get-method.
           display "Change by P-Percent or A-Amount : ".
           accept change-method.
           if not change-percent and not change-amount
               go to get-method.

       get-method-direction.
           display "I-Increase or D-Decrease : ".
           accept change-direction.
           if not change-increase and not change-decrease
               go to get-method-direction.
           if change-percent
               display "Percentage (0 to quit) : "
           else
               display "Amount (0 to quit) : ".
           move 0 to change-value.
           accept change-value.
           if change-value = 0
               go to get-method-exit.
           if change-percent and change-decrease
                   and change-value not < 100
               display "A decrease must be under 100 percent"
               go to get-method-direction.

       get-method-round.
           display "Round N-None  W-Whole  9-End in .99  "
                   "5-End in .95 : ".
           accept round-rule.
           if not round-none and not round-whole
                   and not round-99 and not round-95
               go to get-method-round.

       get-method-exit.
           exit.

      ***********************************************************
      * Selection and the New Price                              *
      ***********************************************************

       start-item-scan.
           move "N" to scan-eof-switch.
           if select-key-range
               move sel-key-from to stock-key
           else
               move low-values to stock-key.
           start stock-file key not less than stock-key.
           if status-1 not = "0"
               move "Y" to scan-eof-switch.

       start-item-scan-exit.
           exit.

       read-next-item.
           move "N" to item-switch.
           read stock-file next record
               at end
                   move "Y" to scan-eof-switch
                   go to read-next-item-exit
           end-read.
           if select-key-range and stock-key > sel-key-to
               move "Y" to scan-eof-switch
               go to read-next-item-exit.
           perform test-item thru test-item-exit.

       read-next-item-exit.
           exit.

      *    An item without a selling price has nothing to change.

       test-item.
           move "N" to item-switch.
           if stock-sell-price = 0
               go to test-item-exit.
           if select-category and stock-category not = sel-category
               go to test-item-exit.
           if select-vendor and stock-vendor-code not = sel-vendor
               go to test-item-exit.
           move "Y" to item-switch.
           perform price-item thru price-item-exit.

       test-item-exit.
           exit.

       price-item.
           move "N" to price-switch.
           if change-percent and change-increase
               compute ws-work-price rounded =
                   stock-sell-price * (100 + change-value) / 100.
           if change-percent and change-decrease
               compute ws-work-price rounded =
                   stock-sell-price * (100 - change-value) / 100.
           if change-amount and change-increase
               compute ws-work-price =
                   stock-sell-price + change-value.
           if change-amount and change-decrease
               compute ws-work-price =
                   stock-sell-price - change-value.
           if round-whole
               compute ws-whole-price rounded = ws-work-price
               move ws-whole-price to ws-work-price.
           if round-99
               compute ws-whole-price rounded = ws-work-price
               compute ws-work-price = ws-whole-price - .01
               if ws-work-price < .99
                   move .99 to ws-work-price
               end-if
           end-if.
           if round-95
               compute ws-whole-price rounded = ws-work-price
               compute ws-work-price = ws-whole-price - .05
               if ws-work-price < .95
                   move .95 to ws-work-price
               end-if
           end-if.
           if ws-work-price < .01
               move "Z" to price-switch
               go to price-item-exit.
           move ws-work-price to ws-new-price.
           if ws-new-price not = stock-sell-price
               move "Y" to price-switch.

       price-item-exit.
           exit.

      ***********************************************************
      * Before/After Proof, then the Contracts to Review        *
      ***********************************************************

       print-proof.
           move 0 to items-changed.
           move 0 to items-refused.
           move 0 to contracts-listed.
           open output proof-rpt.
           if rpt-status not = "00"
               display "Unable to open PRICECHG.LST - status "
                       rpt-status
               go to print-proof-exit.
           move proof-heading-1 to proof-line.
           write proof-line.
           move spaces to proof-line.
           string "Operator " ws-operator-id "  date " today-8
                   delimited by size into proof-line.
           write proof-line.
           move proof-heading-2 to proof-line.
           write proof-line.
           move spaces to proof-line.
           write proof-line.
           perform start-item-scan thru start-item-scan-exit.

       print-proof-read.
           if scan-eof
               go to print-proof-contracts.
           perform read-next-item thru read-next-item-exit.
           if not item-selected
               go to print-proof-read.
           if price-below-zero
               add 1 to items-refused
               move spaces to proof-line
               string stock-key "  ** new price would fall below "
                       "one cent - left alone"
                       delimited by size into proof-line
               write proof-line
               go to print-proof-read.
           if not price-changes
               go to print-proof-read.
           move stock-key to pd-stock-key.
           move stock-description-1 to pd-description.
           move stock-category to pd-category.
           move stock-sell-price to pd-old-price.
           move ws-new-price to pd-new-price.
           compute pd-change = ws-new-price - stock-sell-price.
           move proof-detail-line to proof-line.
           write proof-line.
           add 1 to items-changed.
           go to print-proof-read.

       print-proof-contracts.
           move spaces to proof-line.
           write proof-line.
           move spaces to proof-line.
           string "Prices changing " items-changed
                   "   left alone " items-refused
                   delimited by size into proof-line.
           write proof-line.
           if not contract-prices-open or items-changed = 0
               go to print-proof-close.
           move spaces to proof-line.
           write proof-line.
           move contract-heading-1 to proof-line.
           write proof-line.
           move contract-heading-2 to proof-line.
           write proof-line.
           move spaces to proof-line.
           write proof-line.
           move low-values to cp-key.
           start contract-price-file key not less than cp-key.
           if cpr-status not = "00"
               go to print-proof-close.

       print-proof-contract-read.
           read contract-price-file next record
               at end
                   go to print-proof-close
           end-read.
           move cp-stock-key to stock-key.
           read stock-file.
           if status-1 not = "0"
               go to print-proof-contract-read.
           perform test-item thru test-item-exit.
           if not item-selected or not price-changes
               go to print-proof-contract-read.
           move cp-customer-code to cd-customer.
           move cp-stock-key to cd-stock-key.
           move cp-qty-from to cd-qty-from.
           move cp-price to cd-contract-price.
           move stock-sell-price to cd-old-price.
           move ws-new-price to cd-new-price.
           move contract-detail-line to proof-line.
           write proof-line.
           add 1 to contracts-listed.
           go to print-proof-contract-read.

       print-proof-close.
           close proof-rpt.

       print-proof-exit.
           exit.

      ***********************************************************
      * Apply Now - Logged Like PRICEMNT                        *
      ***********************************************************

       apply-now.
           display "Apply " items-changed " price changes now (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to apply-now-exit.
           open extend price-history.
           if phi-status not = "00"
               open output price-history.
           if phi-status not = "00"
               display "Unable to open PRICHIST.DAT - status "
                       phi-status
               go to apply-now-exit.
           move 0 to items-posted.
           perform start-item-scan thru start-item-scan-exit.

       apply-now-read.
           if scan-eof
               go to apply-now-done.
           perform read-next-item thru read-next-item-exit.
           if not item-selected or not price-changes
               go to apply-now-read.
           move stock-sell-price to ws-old-price.
           move ws-new-price to stock-sell-price.
           move today-8 to stock-sell-eff-date.
           rewrite stock-record.
           if status-1 not = "0"
               display "Unable to reprice " stock-key " - status "
                       status-1 status-2
               go to apply-now-read.
           move stock-key to ph-stock-key.
           move ws-old-price to ph-old-price.
           move stock-sell-price to ph-new-price.
           move stock-sell-eff-date to ph-eff-date.
           move ws-operator-id to ph-operator-id.
           write price-history-record.
           add 1 to items-posted.
           go to apply-now-read.

       apply-now-done.
           close price-history.
           display items-posted " selling prices changed".

       apply-now-exit.
           exit.

      ***********************************************************
      * Park for an Effective Date - PRICEAPL Applies It        *
      ***********************************************************

       park-change.
           display "Effective date (YYYYMMDD, after today) : ".
           move 0 to ws-eff-date.
           accept ws-eff-date.
           if ws-eff-date = 0
               go to park-change-exit.
           if ws-eff-date not > today-8
               display "A change effective today is applied now"
               go to park-change.
           open i-o pending-file.
           if pnd-status not = "00"
               open output pending-file
               close pending-file
               open i-o pending-file.
           if pnd-status not = "00"
               display "Unable to open MUPRCPND.DAT - status "
                       pnd-status
               go to park-change-exit.
           move 0 to items-posted.
           perform start-item-scan thru start-item-scan-exit.

       park-change-read.
           if scan-eof
               go to park-change-done.
           perform read-next-item thru read-next-item-exit.
           if not item-selected or not price-changes
               go to park-change-read.
           move ws-eff-date to pp-eff-date.
           move stock-key to pp-stock-key.
           move stock-sell-price to pp-old-price.
           move ws-new-price to pp-new-price.
           move ws-operator-id to pp-operator-id.
           move today-8 to pp-parked-date.
      *    A second change parked for the same day replaces the
      *    first.
           write price-pending-record
               invalid key
                   rewrite price-pending-record
           end-write.
           if pnd-status not = "00"
               display "Unable to park " stock-key " - status "
                       pnd-status
               go to park-change-read.
           add 1 to items-posted.
           go to park-change-read.

       park-change-done.
           close pending-file.
           display items-posted " price changes parked for "
                   ws-eff-date.

       park-change-exit.
           exit.
