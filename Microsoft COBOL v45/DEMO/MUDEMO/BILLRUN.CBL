      *  MUCALNDR.DAT business days to the invoice date - the    *
      *  open amount CASHAPP works down and ARAGE ages.          *
      *                                                          *
      *  Sales tax: a line whose stock-category is flagged       *
      *  taxable on MUCATEGY.DAT is taxed at the rate of the     *
      *  customer's jurisdiction on MUTAXJUR.DAT (see            *
      *  TAXJUR.CPY) unless the customer holds an exemption      *
      *  certificate.  The tax prints under the goods, is added  *
      *  to the total due and carried on the AR open item, and   *
      *  posts through GLPOST - debit the receivables account    *
      *  keyed at the start of the run, credit the               *
      *  jurisdiction's tax liability account.                   *
      *                                                          *
      *  Each line carries the order's sales rep off MUSOHDR.DAT *
      *  (the customer's rep for an order with none) and its    *
      *  value at stock-cost, for COMMRUN's commission.          *
      *                                                          *
      *  An order going to one of the customer's ship-to sites   *
      *  on MUSHIPTO.DAT (see SHIPTO.CPY) is taxed at the site's *
      *  jurisdiction - the customer's own code only where the   *
      *  site has none - and the invoice shows where it went.    *
      *                                                          *
      *  The freight ORDENT charged on the order's lines is      *
      *  billed as one more invoice line, stock key FREIGHT,     *
      *  untaxed and uncommissioned, into the total due.         *
      *                                                          *
      *  An item the customer orders under their own part number *
      *  on MUCSTITM.DAT (see CUSTITEM.CPY) has that number      *
      *  printed under its invoice line.                         *
      *                                                          *
      *  A repair SVCORD closes to the customer arrives as a     *
      *  shipped order of the service order's number; its        *
      *  LABOUR line bills at the order line's price, untaxed,   *
      *  with no stock record behind it.                         *
      *                                                          *
      *  An order delivered abroad - the ship-to site's country, *
      *  else the customer's, set and not home - also gets a     *
      *  commercial invoice on COMMINV.LST for the customs       *
      *  broker: each goods line with its tariff code, country   *
      *  of origin, net weight and value, under the customer's   *
      *  incoterms (EXW where none is keyed), with the total net *
      *  weight, freight and invoice value.  Each goods line is  *
      *  also filed on MUEXPLIN.DAT (see EXPLINE.CPY) for        *
      *  EXPSUM's monthly export statistics.                     *
      *                                                          *
      *  An order taken in a customer's own currency (the order  *
      *  header's, else the customer's - see CUSTOMER.CPY) is    *
      *  invoiced in it at the rate of the invoice date: the     *
      *  newest CURRHIST.DAT rate on or before the date, else    *
      *  the current MUCURR.DAT rate.  Each line keeps its       *
      *  dollar price, value and tax and carries the currency,   *
      *  the rate and the same amounts in the currency; the      *
      *  document and commercial invoice show the currency, and  *
      *  the open item holds the total in both - the dollars     *
      *  every report ages, and what the customer owes in their  *
      *  own money for CASHAPP.  An order in a currency with no  *
      *  rate on file is not billed until there is one.          *
      *                                                          *
      ************************************************************

       identification division.
                record key inv-key
                status inv-status.

           select so-header-file assign "MUSOHDR.DAT"
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select invoice-doc assign "INVOICE.LST"
                organization line sequential
                status doc-status.
                access dynamic
                record key cal-date
                status cal-status.

           select category-file assign "MUCATEGY.DAT"
                organization indexed
                access dynamic
                record key category-code
                status cat-status.

           select tax-file assign "MUTAXJUR.DAT"
                organization indexed
                access dynamic
                record key tj-code
                status tax-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.

           select shipto-file assign "MUSHIPTO.DAT"
                organization indexed
                access dynamic
                record key st-key
                status sto-status.

           select customer-item-file assign "MUCSTITM.DAT"
                organization indexed
                access dynamic
                record key ci-key
                alternate record key ci-item-key
                    with duplicates
                status cit-status.

           select commercial-doc assign "COMMINV.LST"
                organization line sequential
                status cmi-status.

           select export-line-file assign "MUEXPLIN.DAT"
                organization indexed
                access dynamic
                record key ex-key
                status exl-status.

           select currency-file assign "MUCURR.DAT"
                organization line sequential
                status curr-status.

           select rate-history assign "CURRHIST.DAT"
                organization line sequential
                status rhi-status.
      /
       data division.

       fd  invoice-file.
           copy invoice.cpy.

       fd  so-header-file.
           copy sohdr.cpy.

       fd  invoice-doc.
       01  invoice-doc-line             pic x(80).


       fd  calendar-file.
           copy calrec.cpy.

       fd  category-file.
           copy category.cpy.

       fd  tax-file.
           copy taxjur.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).

       fd  customer-item-file.
           copy custitem.cpy.

       fd  shipto-file.
           copy shipto.cpy.

       fd  commercial-doc.
       01  commercial-doc-line          pic x(80).

       fd  export-line-file.
           copy expline.cpy.

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

       01  cur-customer-code            pic 9(04).
       01  cur-line-seq                 pic 9(03).
       01  invoice-total                pic 9(12)v99.
       01  invoice-freight              pic 9(08)v99.

       01  ar-status                    pic xx.
       01  ws-due-date                  pic 9(08).
       01  ws-lead-days                 pic 9(03).

      ***********************************************************
      * Sales Tax (see TAXJUR.CPY)                              *
      ***********************************************************

       01  cat-status                   pic xx.
       01  cat-open-switch              pic x     value "N".
           88  category-file-open                 value "Y".
       01  tax-status                   pic xx.
       01  tax-open-switch              pic x     value "N".
           88  tax-file-open                      value "Y".
       01  exp-status                   pic xx    value spaces.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  receivables-account          pic x(06).

       01  cur-tax-code                 pic x(04).
       01  cur-tax-name                 pic x(30).
       01  cur-tax-rate                 pic 9(02)v9(03).
       01  cur-tax-account              pic x(06).
       01  cur-exempt-switch            pic x.
           88  customer-exempt                    value "Y".
       01  invoice-taxable              pic 9(12)v99.
       01  invoice-tax                  pic 9(12)v99.
       01  ws-line-tax                  pic 9(10)v99.
       01  line-taxable-switch          pic x.
           88  line-taxable                       value "Y".
       01  tax-posted                   pic 9(12)v99 value 0.

       01  soh-status                   pic xx.
       01  soh-open-switch              pic x     value "N".
           88  order-headers-open                 value "Y".
       01  cur-salesrep                 pic x(04).

       01  sto-status                   pic xx.
       01  sto-open-switch              pic x     value "N".
           88  shipto-file-open                   value "Y".

       01  cit-status                   pic xx.
       01  cit-open-switch              pic x     value "N".
           88  cross-reference-open               value "Y".
       01  ws-customer-part             pic x(15).
       01  cur-shipto                   pic 9(03).
       01  shipto-found-switch          pic x.
           88  shipto-found                       value "Y".

      ***********************************************************
      * Export Shipments (see EXPLINE.CPY)                      *
      *    Goods going to any country but home-country are      *
      *    exports and get the commercial invoice.              *
      ***********************************************************

       01  home-country                 pic x(02) value "US".
       01  cmi-status                   pic xx.
       01  cmi-open-switch              pic x     value "N".
           88  commercial-doc-open                value "Y".
       01  exl-status                   pic xx.
       01  exl-open-switch              pic x     value "N".
           88  export-file-open                   value "Y".
       01  export-switch                pic x     value "N".
           88  invoice-is-export                  value "Y".
       01  cur-dest-country             pic x(02).
       01  cur-incoterms                pic x(03).
       01  export-net-weight            pic 9(08)v9(03).
       01  export-goods-value           pic 9(12)v99.
       01  ws-line-weight               pic 9(07)v9(03).
       01  export-invoices              pic 9(05) value 0.
       01  spool-document               pic x(12).
       01  export-lines-untariffed      pic 9(05) value 0.

       01  cmi-head-line.
           03  filler                   pic x(19) value
               "COMMERCIAL INVOICE ".
           03  ch-invoice-number        pic x(06).
           03  filler                   pic x(08) value "  dated ".
           03  ch-invoice-date          pic 9(08).
           03  filler                   pic x(08) value "  order ".
           03  ch-order-number          pic x(06).

       01  cmi-terms-line.
           03  filler                   pic x(20) value
               "Destination country ".
           03  ct-country               pic x(02).
           03  filler                   pic x(14) value
               "   Incoterms  ".
           03  ct-incoterms             pic x(03).
           03  filler                   pic x(14) value
               "   Currency  ".
           03  ct-currency              pic x(03).

       01  cmi-column-line              pic x(80) value
           "Stock code Tariff code Orig    Qty     Net kg   Unit price
      -    "           Value".

       01  cmi-detail-line.
           03  cd-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  cd-tariff-code           pic x(10).
           03  filler                   pic x(01).
           03  cd-origin                pic x(02).
           03  filler                   pic x(02).
           03  cd-qty                   pic z(05)9.
           03  filler                   pic x(01).
           03  cd-weight                pic z(06)9.999.
           03  filler                   pic x(01).
           03  cd-price                 pic z(07)9.99.
           03  filler                   pic x(01).
           03  cd-value                 pic z(11)9.99.

       01  cmi-total-line.
           03  cx-label                 pic x(22).
           03  cx-value                 pic z(11)9.99.

       01  cmi-weight-line.
           03  filler                   pic x(22) value
               "Total net weight kg".
           03  cw-weight                pic z(07)9.999.

      ***********************************************************
      * Invoice Currency (see CURRATE.CPY)                      *
      *    cur-currency-rate is the dollars one unit was worth   *
      *    on the invoice date; a dollar invoice is at 1.        *
      ***********************************************************

       01  curr-status                  pic xx.
       01  rhi-status                   pic xx.
       01  cur-currency-code            pic x(03).
       01  cur-currency-rate            pic 9(04)v9999.
       01  currency-invoice-switch      pic x     value "N".
           88  invoice-in-currency                value "Y".
       01  ws-fx-unit-price             pic 9(08)v99.
       01  ws-fx-line-value             pic 9(12)v99.
       01  ws-fx-line-tax               pic 9(10)v99.
       01  invoice-fx-total             pic 9(12)v99.
       01  invoice-fx-tax               pic 9(12)v99.
       01  invoice-fx-freight           pic 9(08)v99.
       01  ws-fx-value-edited           pic z(11)9.99.
       01  ws-rate-edited               pic z(03)9.9999.
       01  ws-doc-description           pic x(30).
       01  currency-invoices            pic 9(05) value 0.
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

      ***********************************************************
      * Date-to-Serial-Day Conversion                           *
      ***********************************************************
           03  filler                   pic x(02).
           03  dd-value                 pic $(11)9.99.

       01  doc-tax-line.
           03  filler                   pic x(12) value "SALES TAX".
           03  dt-name                  pic x(30).
           03  filler                   pic x(02).
           03  dt-rate                  pic z9.999.
           03  filler                   pic x(01) value "%".
           03  filler                   pic x(14).
           03  dt-value                 pic $(11)9.99.

       01  doc-fx-detail-line.
           03  df-stock-key             pic x(10).
           03  filler                   pic x(02).
           03  df-description           pic x(29).
           03  filler                   pic x(02).
           03  df-qty                   pic z(05)9.
           03  filler                   pic x(01).
           03  df-price                 pic z(07)9.99.
           03  filler                   pic x(01).
           03  df-currency              pic x(03).
           03  df-value                 pic z(11)9.99.

       01  doc-fx-tax-line.
           03  filler                   pic x(12) value "SALES TAX".
           03  dx-name                  pic x(30).
           03  filler                   pic x(02).
           03  dx-rate                  pic z9.999.
           03  filler                   pic x(01) value "%".
           03  filler                   pic x(10).
           03  dx-currency              pic x(03).
           03  filler                   pic x(01).
           03  dx-value                 pic z(11)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************
       procedure division.
       main.
           display "BILLRUN - invoice shipped sales orders".
           display "Receivables GL account : ".
           accept receivables-account.

      *    With a chart of accounts on file, the keyed account
      *    must be on it and active; with none, it is accepted
      *    exactly as keyed.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           move receivables-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to endit.
           if receivables-account = spaces
               display "Receivables account required - run refused"
               go to endit.

           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               go to endit.

           open i-o order-file.
           if status-1 not = "0"
               display "Unable to open MUORDERS.DAT - status "
           if cal-status = "00"
               move "Y" to cal-open-switch.

      *    No category or tax file on disk simply means nothing
      *    is taxed - invoices go out exactly as they always did.
           open input category-file.
           if cat-status = "00"
               move "Y" to cat-open-switch.
           open input tax-file.
           if tax-status = "00"
               move "Y" to tax-open-switch.

           open input so-header-file.
           if soh-status = "00"
               move "Y" to soh-open-switch.
           open input shipto-file.
           if sto-status = "00"
               move "Y" to sto-open-switch.
           open input customer-item-file.
           if cit-status = "00"
               move "Y" to cit-open-switch.

      *    The export documents are only ever needed once goods
      *    go abroad; a run that cannot open them still bills,
      *    and says so against each export order.
           open output commercial-doc.
           if cmi-status = "00"
               move "Y" to cmi-open-switch.
           open i-o export-line-file.
           if exl-status not = "00"
               open output export-line-file
               close export-line-file
               open i-o export-line-file.
           if exl-status = "00"
               move "Y" to exl-open-switch.

           perform read-next-number thru read-next-number-exit.
           accept today-8 from date yyyymmdd.
           perform load-currency-table thru load-currency-table-exit.

           move low-values to order-key.
           start order-file key not less than order-key.
      ***********************************************************

       bill-line.
      *    A repair's labour comes from SVCORD as a LABOUR line
      *    priced on the order line - no stock record, no tax,
      *    no cost.
           if order-stock-key = "LABOUR"
               initialize stock-record
               move "Service labour" to stock-description-1
               go to bill-line-price.
           move order-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
      *    The price actually charged travels on the order line;
      *    a zero there (converted old orders) means the list
      *    price applies.
       bill-line-price.
           if order-price-each > 0
               move order-price-each to ws-unit-price
           else
               end-if
           end-if.

           compute ws-fx-unit-price rounded =
               ws-unit-price / cur-currency-rate.
           compute ws-fx-line-value = order-qty * ws-fx-unit-price.

           add 1 to cur-line-seq.
           move cur-invoice-number to inv-number.
           move cur-line-seq to inv-line.
           move ws-unit-price to inv-unit-price.
           move ws-line-value to inv-value.
           move today-8 to inv-date.
           perform tax-line thru tax-line-exit.
           move cur-tax-code to inv-tax-code.
           move ws-line-tax to inv-tax-amount.
           move cur-salesrep to inv-salesrep.
           compute inv-cost-value = order-qty * stock-cost.
           move 0 to inv-comm-period.
           move cur-currency-code to inv-currency-code.
           move cur-currency-rate to inv-currency-rate.
           move ws-fx-unit-price to inv-fx-unit-price.
           move ws-fx-line-value to inv-fx-value.
           move ws-fx-line-tax to inv-fx-tax-amount.
           write invoice-record.
           if inv-status not = "00"
               display "Unable to write invoice line for order "
                       status-1 status-2.

           perform print-invoice-detail.
           if invoice-is-export and order-stock-key not = "LABOUR"
               perform export-line thru export-line-exit.
           add ws-line-value to invoice-total.
           if line-taxable
               add ws-line-value to invoice-taxable.
           add ws-line-tax to invoice-tax.
           add ws-fx-line-value to invoice-fx-total.
           add ws-fx-line-tax to invoice-fx-tax.
           add order-freight to invoice-freight.
           add 1 to lines-billed.

       bill-line-exit.
                           " - customer not on file - skipped"
                   go to open-invoice-exit
           end-read.
           perform find-salesrep thru find-salesrep-exit.
           perform find-invoice-rate thru find-invoice-rate-exit.
           if cur-currency-rate = 0
               display "Order " order-number " - no exchange rate "
                       "for " cur-currency-code " - not billed"
               go to open-invoice-exit.
           add 1 to next-invoice-number.
           move spaces to cur-invoice-number.
           string "I" next-invoice-number
           move order-customer-code to cur-customer-code.
           move 0 to cur-line-seq.
           move 0 to invoice-total.
           move 0 to invoice-taxable.
           move 0 to invoice-tax.
           move 0 to invoice-freight.
           move 0 to invoice-fx-total.
           move 0 to invoice-fx-tax.
           move 0 to invoice-fx-freight.
           move "Y" to invoice-open-switch.
           perform find-shipto thru find-shipto-exit.
           perform find-customer-tax thru find-customer-tax-exit.
           perform print-invoice-heading.
           perform find-destination thru find-destination-exit.

       open-invoice-exit.
           exit.

      ***********************************************************
      * The Customer's Tax Jurisdiction                         *
      *    A customer with no tax code, or a code not on the     *
      *    jurisdiction file, is billed without tax; one with    *
      *    an exemption certificate keeps the code (the          *
      *    returns report exempt sales) at a zero rate.  A       *
      *    ship-to site's own code takes precedence.             *
      ***********************************************************

       find-customer-tax.
           move customer-tax-code to cur-tax-code.
           if shipto-found and st-tax-code not = spaces
               move st-tax-code to cur-tax-code.
           move spaces to cur-tax-name.
           move 0 to cur-tax-rate.
           move spaces to cur-tax-account.
           move "N" to cur-exempt-switch.
           if cur-tax-code = spaces or not tax-file-open
               move spaces to cur-tax-code
               go to find-customer-tax-exit.
           move cur-tax-code to tj-code.
           read tax-file
               invalid key
                   display "Customer " customer-code " tax code "
                           cur-tax-code " not on file - not taxed"
                   move spaces to cur-tax-code
                   go to find-customer-tax-exit
           end-read.
           if not tj-active
               display "Customer " customer-code " tax code "
                       cur-tax-code " inactive - not taxed"
               move spaces to cur-tax-code
               go to find-customer-tax-exit.
           move tj-name to cur-tax-name.
           move tj-gl-account to cur-tax-account.
           if customer-exempt-cert not = spaces
               move "Y" to cur-exempt-switch
           else
               move tj-rate to cur-tax-rate.

       find-customer-tax-exit.
           exit.

      *    The rep on the order header is the one the order was  *
      *    taken for; an order with none takes the customer's.   *
      *    So with the currency the order was taken in.          *

       find-salesrep.
           move customer-salesrep to cur-salesrep.
           move 0 to cur-shipto.
           move customer-currency to cur-currency-code.
           if not order-headers-open
               go to find-salesrep-exit.
           move order-number to soh-number.
           read so-header-file
               invalid key
                   go to find-salesrep-exit
           end-read.
           if soh-salesrep not = spaces
               move soh-salesrep to cur-salesrep.
           move soh-shipto to cur-shipto.
           if soh-currency-code not = spaces
               move soh-currency-code to cur-currency-code.

       find-salesrep-exit.
           exit.

      *    The order's ship-to site, when it has one.

       find-shipto.
           move "N" to shipto-found-switch.
           if cur-shipto = 0 or not shipto-file-open
               go to find-shipto-exit.
           move customer-code to st-customer-code.
           move cur-shipto to st-number.
           read shipto-file
               invalid key
                   display "Order " order-number " ship-to "
                           cur-shipto " not on file"
                   go to find-shipto-exit
           end-read.
           move "Y" to shipto-found-switch.

       find-shipto-exit.
           exit.

      ***********************************************************
      * The Rate of the Invoice Date                            *
      *    The newest CURRHIST entry on or before the date, else *
      *    the current MUCURR rate (see FXREVAL); zero when the  *
      *    currency has neither.                                 *
      ***********************************************************

       find-invoice-rate.
           move "N" to currency-invoice-switch.
           move 1 to cur-currency-rate.
           if cur-currency-code = spaces
               move "USD" to cur-currency-code.
           if cur-currency-code = "USD"
               go to find-invoice-rate-exit.
           move cur-currency-code to ws-look-up-code.
           move today-8 to ws-look-up-date.
           perform find-rate-at-date thru find-rate-at-date-exit.
           move ws-found-rate to cur-currency-rate.
           move "Y" to currency-invoice-switch.

       find-invoice-rate-exit.
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
      * Where the Goods Are Going                               *
      *    The site's country when it has one, the customer's    *
      *    otherwise; blank or home-country is a home shipment.  *
      ***********************************************************

       find-destination.
           move "N" to export-switch.
           move customer-country to cur-dest-country.
           if shipto-found and st-country not = spaces
               move st-country to cur-dest-country.
           if cur-dest-country = spaces
                   or cur-dest-country = home-country
               go to find-destination-exit.
           move "Y" to export-switch.
           move customer-incoterms to cur-incoterms.
           if cur-incoterms = spaces
               move "EXW" to cur-incoterms.
           move 0 to export-net-weight.
           move 0 to export-goods-value.
           add 1 to export-invoices.
           if not commercial-doc-open
               display "Order " order-number " goes to "
                       cur-dest-country
                       " - COMMINV.LST not open, no commercial "
                       "invoice"
               go to find-destination-exit.
           perform print-commercial-heading.

       find-destination-exit.
           exit.

      ***********************************************************
      * Tax on One Line - Taxable Categories Only               *
      ***********************************************************

       tax-line.
           move 0 to ws-line-tax.
           move 0 to ws-fx-line-tax.
           move "N" to line-taxable-switch.
           if cur-tax-code = spaces or not category-file-open
               go to tax-line-exit.
           move stock-category to category-code.
           read category-file
               invalid key
                   go to tax-line-exit
           end-read.
           if not category-taxable
               go to tax-line-exit.
           move "Y" to line-taxable-switch.
           if customer-exempt
               go to tax-line-exit.
           compute ws-line-tax rounded =
               ws-line-value * cur-tax-rate / 100.
           compute ws-fx-line-tax rounded =
               ws-fx-line-value * cur-tax-rate / 100.

       tax-line-exit.
           exit.

      ***********************************************************
      * Close the Invoice - Document Total and the AR Item      *
      *    Due date is the invoice date plus the customer's      *
      ***********************************************************

       close-invoice.
           perform bill-freight thru bill-freight-exit.
           perform print-invoice-tax thru print-invoice-tax-exit.
           add invoice-tax to invoice-total.
           add invoice-fx-tax to invoice-fx-total.
           move invoice-total to ws-value-edited.
           move spaces to invoice-doc-line.
           if invoice-in-currency
               move invoice-fx-total to ws-fx-value-edited
               string "Order " cur-order-number
                       "   total due " cur-currency-code " "
                       ws-fx-value-edited
                       delimited by size into invoice-doc-line
               write invoice-doc-line
               move cur-currency-rate to ws-rate-edited
               move spaces to invoice-doc-line
               string "Invoiced at " ws-rate-edited
                       " dollars to the unit - dollar value "
                       ws-value-edited
                       delimited by size into invoice-doc-line
               add 1 to currency-invoices
           else
               string "Order " cur-order-number
                       "   total due " ws-value-edited
                       delimited by size into invoice-doc-line.
           write invoice-doc-line.
           if invoice-is-export
               perform close-commercial thru close-commercial-exit.

           move customer-terms-days to ws-lead-days.
           move today-8 to conv-date.
           move invoice-total to ar-open-amount.
           move "O" to ar-status-flag.
           move 0 to ar-shortpay-reason.
           move cur-tax-code to ar-tax-code.
           move invoice-taxable to ar-taxable-amount.
           move invoice-tax to ar-tax-amount.
           move cur-currency-code to ar-currency-code.
           move cur-currency-rate to ar-currency-rate.
           move invoice-fx-total to ar-fx-original-amount.
           move invoice-fx-total to ar-fx-open-amount.
           write ar-item-record.
           if ar-status not = "00"
               display "Unable to file open item for "
                       cur-invoice-number " - status " ar-status
           else
               perform post-invoice-tax thru post-invoice-tax-exit.

           add 1 to invoices-raised.
           display "Invoice " cur-invoice-number
       close-invoice-exit.
           exit.

      ***********************************************************
      * Freight - One Line for the Order's Shipping Charges     *
      *    Freight is not a taxable sale and earns no            *
      *    commission.                                           *
      ***********************************************************

       bill-freight.
           if invoice-freight = 0
               go to bill-freight-exit.
           compute invoice-fx-freight rounded =
               invoice-freight / cur-currency-rate.
           add 1 to cur-line-seq.
           move cur-invoice-number to inv-number.
           move cur-line-seq to inv-line.
           move cur-customer-code to inv-customer-code.
           move cur-order-number to inv-order-number.
           move 0 to inv-order-line.
           move "FREIGHT" to inv-stock-key.
           move 1 to inv-qty.
           move invoice-freight to inv-unit-price.
           move invoice-freight to inv-value.
           move today-8 to inv-date.
           move spaces to inv-tax-code.
           move 0 to inv-tax-amount.
           move spaces to inv-salesrep.
           move 0 to inv-cost-value.
           move 0 to inv-comm-period.
           move cur-currency-code to inv-currency-code.
           move cur-currency-rate to inv-currency-rate.
           move invoice-fx-freight to inv-fx-unit-price.
           move invoice-fx-freight to inv-fx-value.
           move 0 to inv-fx-tax-amount.
           write invoice-record.
           if inv-status not = "00"
               display "Unable to write freight line for order "
                       cur-order-number " - status " inv-status
               subtract 1 from cur-line-seq
               go to bill-freight-exit.
           move "Freight" to ws-doc-description.
           perform print-invoice-line thru print-invoice-line-exit.
           add invoice-freight to invoice-total.
           add invoice-fx-freight to invoice-fx-total.

       bill-freight-exit.
           exit.

      ***********************************************************
      * The Printed Invoice Document                            *
      ***********************************************************
           write invoice-doc-line.
           move customer-address-2 to invoice-doc-line.
           write invoice-doc-line.
           if shipto-found
               move spaces to invoice-doc-line
               string "Shipped to " st-name
                       delimited by size into invoice-doc-line
               write invoice-doc-line
               move spaces to invoice-doc-line
               string "           " st-address-1
                       delimited by size into invoice-doc-line
               write invoice-doc-line
               move spaces to invoice-doc-line
               string "           " st-address-2
                       delimited by size into invoice-doc-line
               write invoice-doc-line.
           move spaces to invoice-doc-line.
           write invoice-doc-line.

       print-invoice-detail.
           move stock-description-1 to ws-doc-description.
           perform print-invoice-line thru print-invoice-line-exit.
           perform find-customer-part thru find-customer-part-exit.
           if ws-customer-part not = spaces
               move spaces to invoice-doc-line
               string "  Your part number " ws-customer-part
                       delimited by size into invoice-doc-line
               write invoice-doc-line.

      *    A line in the invoice currency, or in dollars.

       print-invoice-line.
           if invoice-in-currency
               go to print-invoice-line-currency.
           move inv-stock-key to dd-stock-key.
           move ws-doc-description to dd-description.
           move inv-qty to dd-qty.
           move inv-unit-price to dd-price.
           move inv-value to dd-value.
           move doc-detail-line to invoice-doc-line.
           write invoice-doc-line.
           go to print-invoice-line-exit.

       print-invoice-line-currency.
           move spaces to doc-fx-detail-line.
           move inv-stock-key to df-stock-key.
           move ws-doc-description to df-description.
           move inv-qty to df-qty.
           move inv-fx-unit-price to df-price.
           move inv-currency-code to df-currency.
           move inv-fx-value to df-value.
           move doc-fx-detail-line to invoice-doc-line.
           write invoice-doc-line.

       print-invoice-line-exit.
           exit.

      *    The customer's number for the item, first on file.

       find-customer-part.
           move spaces to ws-customer-part.
           if not cross-reference-open
               go to find-customer-part-exit.
           move inv-customer-code to ci-item-customer.
           move inv-stock-key to ci-stock-key.
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

       print-invoice-tax.
           if cur-tax-code = spaces
               go to print-invoice-tax-exit.
           if customer-exempt
               move spaces to invoice-doc-line
               string "Tax exempt - certificate "
                       customer-exempt-cert
                       delimited by size into invoice-doc-line
               write invoice-doc-line
               go to print-invoice-tax-exit.
           if invoice-tax = 0
               go to print-invoice-tax-exit.
           if invoice-in-currency
               move spaces to doc-fx-tax-line
               move cur-tax-name to dx-name
               move cur-tax-rate to dx-rate
               move cur-currency-code to dx-currency
               move invoice-fx-tax to dx-value
               move doc-fx-tax-line to invoice-doc-line
               write invoice-doc-line
               go to print-invoice-tax-exit.
           move cur-tax-name to dt-name.
           move cur-tax-rate to dt-rate.
           move invoice-tax to dt-value.
           move doc-tax-line to invoice-doc-line.
           write invoice-doc-line.

       print-invoice-tax-exit.
           exit.

      ***********************************************************
      * The Commercial Invoice and Export Statistics            *
      *    One document per export invoice for the customs       *
      *    broker; every goods line also goes on MUEXPLIN.DAT    *
      *    as billed, for EXPSUM's monthly return.               *
      ***********************************************************

       print-commercial-heading.
           move spaces to commercial-doc-line.
           write commercial-doc-line.
           move cur-invoice-number to ch-invoice-number.
           move today-8 to ch-invoice-date.
           move order-number to ch-order-number.
           move cmi-head-line to commercial-doc-line.
           write commercial-doc-line.
           move spaces to commercial-doc-line.
           string "Consignee   " customer-name
                   delimited by size into commercial-doc-line.
           write commercial-doc-line.
           move spaces to commercial-doc-line.
           string "            " customer-address-1
                   delimited by size into commercial-doc-line.
           write commercial-doc-line.
           move spaces to commercial-doc-line.
           string "            " customer-address-2
                   delimited by size into commercial-doc-line.
           write commercial-doc-line.
           if shipto-found
               move spaces to commercial-doc-line
               string "Deliver to  " st-name
                       delimited by size into commercial-doc-line
               write commercial-doc-line
               move spaces to commercial-doc-line
               string "            " st-address-1
                       delimited by size into commercial-doc-line
               write commercial-doc-line
               move spaces to commercial-doc-line
               string "            " st-address-2
                       delimited by size into commercial-doc-line
               write commercial-doc-line.
           move cur-dest-country to ct-country.
           move cur-incoterms to ct-incoterms.
           move cur-currency-code to ct-currency.
           move cmi-terms-line to commercial-doc-line.
           write commercial-doc-line.
           move spaces to commercial-doc-line.
           write commercial-doc-line.
           move cmi-column-line to commercial-doc-line.
           write commercial-doc-line.

       export-line.
           compute ws-line-weight rounded =
               order-qty * stock-unit-weight.
           add ws-line-weight to export-net-weight.
           add ws-fx-line-value to export-goods-value.
           if stock-tariff-code = spaces
               add 1 to export-lines-untariffed
               display "Order " order-number "/" order-line
                       " goes abroad but " stock-key
                       " has no tariff code".
           if not commercial-doc-open
               go to export-line-file-it.
           move stock-key to cd-stock-key.
           move stock-tariff-code to cd-tariff-code.
           if stock-tariff-code = spaces
               move "** none **" to cd-tariff-code.
           move stock-origin-country to cd-origin.
           move order-qty to cd-qty.
           move ws-line-weight to cd-weight.
           move ws-fx-unit-price to cd-price.
           move ws-fx-line-value to cd-value.
           move cmi-detail-line to commercial-doc-line.
           write commercial-doc-line.
           move spaces to commercial-doc-line.
           string "           " stock-description-1
                   delimited by size into commercial-doc-line.
           write commercial-doc-line.

       export-line-file-it.
           if not export-file-open
               go to export-line-exit.
           move cur-invoice-number to ex-invoice-number.
           move cur-line-seq to ex-invoice-line.
           move today-8 to ex-date.
           move cur-customer-code to ex-customer-code.
           move order-number to ex-order-number.
           move cur-dest-country to ex-country.
           move stock-key to ex-stock-key.
           move stock-tariff-code to ex-tariff-code.
           move stock-origin-country to ex-origin-country.
           move cur-incoterms to ex-incoterms.
           move order-qty to ex-qty.
           move ws-line-weight to ex-net-weight.
           move ws-line-value to ex-value.
           write export-line-record.
           if exl-status not = "00"
               display "Unable to file export line for "
                       cur-invoice-number " - status " exl-status.

       export-line-exit.
           exit.

       close-commercial.
           if not commercial-doc-open
               go to close-commercial-exit.
           move spaces to commercial-doc-line.
           write commercial-doc-line.
           move export-net-weight to cw-weight.
           move cmi-weight-line to commercial-doc-line.
           write commercial-doc-line.
           move "Goods value" to cx-label.
           move export-goods-value to cx-value.
           move cmi-total-line to commercial-doc-line.
           write commercial-doc-line.
           move "Freight" to cx-label.
           move invoice-fx-freight to cx-value.
           move cmi-total-line to commercial-doc-line.
           write commercial-doc-line.
           if invoice-tax > 0
               move "Sales tax" to cx-label
               move invoice-fx-tax to cx-value
               move cmi-total-line to commercial-doc-line
               write commercial-doc-line.
           move "Total invoice value" to cx-label.
           move invoice-fx-total to cx-value.
           move cmi-total-line to commercial-doc-line.
           write commercial-doc-line.
           move spaces to commercial-doc-line.
           write commercial-doc-line.
           move "We certify this invoice true and correct and the "
               to commercial-doc-line.
           write commercial-doc-line.
           move "goods of the origin shown against each line."
               to commercial-doc-line.
           write commercial-doc-line.

       close-commercial-exit.
           exit.

      ***********************************************************
      * Post the Tax Collected                                  *
      *    Debit receivables, credit the jurisdiction's tax      *
      *    liability account - one pair of lines per invoice.    *
      ***********************************************************

       post-invoice-tax.
           if invoice-tax = 0
               go to post-invoice-tax-exit.
           move today-8 to jx-date.
           move receivables-account to jx-account.
           move "DR" to jx-dr-cr.
           move invoice-tax to jx-amount.
           move "BILLRUN" to jx-source.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move cur-tax-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           add invoice-tax to tax-posted.

       post-invoice-tax-exit.
           exit.

      ***********************************************************
      * Account Validation Against the Chart (see COAREC.CPY)    *
      ***********************************************************

       check-account.
           move "Y" to account-ok-switch.
           if not chart-on-file
               go to check-account-exit.
           if ws-check-account = spaces
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
      * Invoice Number Handling                                  *
           close ar-file.
           if calendar-open
               close calendar-file.
           if category-file-open
               close category-file.
           if tax-file-open
               close tax-file.
           if order-headers-open
               close so-header-file.
           if shipto-file-open
               close shipto-file.
           if cross-reference-open
               close customer-item-file.
           if commercial-doc-open
               close commercial-doc.
           if export-file-open
               close export-line-file.
           move tax-posted to ws-value-edited.
           display "Order lines scanned : " lines-scanned.
           display "Invoices raised     : " invoices-raised.
           display "Lines billed        : " lines-billed.
           display "Lines skipped       : " lines-skipped.
           display "Sales tax posted    : " ws-value-edited.
           display "Export invoices     : " export-invoices.
           display "Currency invoices   : " currency-invoices.
           if export-lines-untariffed > 0
               display "Export lines with no tariff code : "
                       export-lines-untariffed
                       " - key them through EXPMAINT".
           if invoices-raised = 0
               go to endit.
           display "Spool the invoices to the printer (Y/N) ? ".
           accept yesno.
           move "INVOICE.LST" to spool-document.
           if yesno = "Y" or yesno = "y"
               perform spool-invoices thru spool-invoices-exit.
           if export-invoices = 0 or not commercial-doc-open
               go to endit.
           display "Spool the commercial invoices (Y/N) ? ".
           accept yesno.
           move "COMMINV.LST" to spool-document.
           if yesno = "Y" or yesno = "y"
               perform spool-invoices thru spool-invoices-exit.

       endit.
           if exp-status = "00"
               close journal-export.
           if chart-on-file
               close coa-file.
           cancel "GLPOST".
           goback.

      ***********************************************************
           move "STOCKPRT" to parm-program.
           move 0 to parm-date-1.
           move 0 to parm-date-2.
           move spool-document to parm-text.
           write report-parm-record.
           close param-file.
           call "STOCKPRT".
