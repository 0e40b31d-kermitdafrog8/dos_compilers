      *  and the RMA is flagged credited so it can never credit  *
      *  twice.                                                  *
      *                                                          *
      *  Sales tax is credited back the way BILLRUN charged it:  *
      *  at the rate of the jurisdiction on the invoice line     *
      *  the price came from (the customer's current tax code    *
      *  and exemption when no invoice is on file), for items    *
      *  in a taxable category.  The tax is added to the memo,   *
      *  carried on the AR item, and reversed through GLPOST -   *
      *  debit the jurisdiction's tax liability account, credit  *
      *  the receivables account keyed at the start of the run.  *
      *                                                          *
      *  A credit priced off an invoice line with a sales rep    *
      *  files a commission chargeback on MUCOMMCB.DAT (see      *
      *  COMMCB.CPY) for COMMRUN to take back from the rep.      *
      *                                                          *
      *  A credit is raised in the currency the customer was     *
      *  invoiced in, at that invoice's rate - the price and     *
      *  rate come off the same invoice line - or, priced off    *
      *  stock, in the customer's currency at the rate of the    *
      *  day (CURRHIST.DAT, else MUCURR.DAT).  The open item     *
      *  carries the dollars and the currency amounts alike, and *
      *  the memo prints in the currency.  A credit in a         *
      *  currency with no rate on file waits for one.            *
      *                                                          *
      ************************************************************

       identification division.
           select number-file assign "MUCMNUM.DAT"
                organization line sequential
                status num-status.

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

           select chargeback-file assign "MUCOMMCB.DAT"
                organization indexed
                access dynamic
                record key cb-memo-number
                status cb-status.

           select currency-file assign "MUCURR.DAT"
                organization line sequential
                status curr-status.

           select rate-history assign "CURRHIST.DAT"
                organization line sequential
                status rhi-status.
      /
       data division.


       fd  number-file.
       01  number-line                  pic 9(05).

       fd  category-file.
           copy category.cpy.

       fd  tax-file.
           copy taxjur.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  chargeback-file.
           copy commcb.cpy.

       fd  currency-file.
           copy currate.cpy.

       fd  rate-history.
       01  rate-history-record.
           03  rh-cur-code              pic x(03).
           03  rh-old-rate              pic 9(04)v9999.
           03  rh-new-rate              pic 9(04)v9999.
           03  rh-eff-date              pic 9(08).
           03  rh-time                  pic 9(08).

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).
      /
       working-storage section.

       01  ws-price-edited              pic z(07)9.99.
       01  ws-value-edited              pic $(11)9.99.

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

       01  ws-invoice-found-switch      pic x.
           88  credit-from-invoice                value "Y".
       01  ws-inv-tax-code              pic x(04).
       01  ws-inv-tax-amount            pic 9(10)v99.
       01  ws-credit-tax-code           pic x(04).
       01  ws-credit-tax-rate           pic 9(02)v9(03).
       01  ws-credit-tax-account        pic x(06).
       01  ws-credit-taxable            pic 9(12)v99.
       01  ws-credit-tax                pic 9(12)v99.
       01  ws-credit-total              pic 9(12)v99.
       01  ws-tax-edited                pic $(11)9.99.

       01  cb-status                    pic xx.
       01  cb-open-switch               pic x     value "N".
           88  chargeback-file-open               value "Y".
       01  ws-inv-number                pic x(06).
       01  ws-inv-salesrep              pic x(04).
       01  ws-inv-unit-cost             pic 9(08)v99.

      ***********************************************************
      * Credit Currency (see CURRATE.CPY)                       *
      *    ws-credit-rate is the dollars one unit was worth; a   *
      *    dollar credit is at 1.                                *
      ***********************************************************

       01  curr-status                  pic xx.
       01  rhi-status                   pic xx.
       01  ws-credit-currency           pic x(03).
       01  ws-credit-rate               pic 9(04)v9999.
       01  ws-fx-credit-price           pic 9(08)v99.
       01  ws-fx-credit-value           pic 9(12)v99.
       01  ws-fx-credit-tax             pic 9(12)v99.
       01  ws-fx-credit-total           pic 9(12)v99.
       01  ws-fx-value-edited           pic z(11)9.99.
       01  ws-rate-edited               pic z(03)9.9999.
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

       01  rmas-scanned                 pic 9(05) value 0.
       01  memos-raised                 pic 9(05) value 0.
       01  chargebacks-filed            pic 9(05) value 0.

       01  doc-head-line.
           03  filler                   pic x(12)
       procedure division.
       main.
           display "CREDMEMO - credit memos from closed RMAs".
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

           open i-o rma-file.
           if status-1 not = "0"
               display "Unable to open MURMADTA.DAT - status "
           if inv-status = "00"
               move "Y" to inv-open-switch.

      *    No category or tax file simply means no tax to credit.
           open input category-file.
           if cat-status = "00"
               move "Y" to cat-open-switch.
           open input tax-file.
           if tax-status = "00"
               move "Y" to tax-open-switch.

           open i-o chargeback-file.
           if cb-status not = "00"
               open output chargeback-file
               close chargeback-file
               open i-o chargeback-file.
           if cb-status = "00"
               move "Y" to cb-open-switch.

           perform read-next-number thru read-next-number-exit.
           accept today-8 from date yyyymmdd.
           perform load-currency-table thru load-currency-table-exit.

           move low-values to rma-number.
           start rma-file key not less than rma-number.

       credit-rma.
           perform find-credit-price thru find-credit-price-exit.
           perform find-credit-currency
                   thru find-credit-currency-exit.
           if ws-credit-rate = 0
               display "RMA " rma-number " - no exchange rate for "
                       ws-credit-currency " - not credited"
               go to credit-rma-exit.
           move rma-qty-to-stock to ws-credit-qty.
           if rma-reason-code >= 01 and rma-reason-code <= 03
               add rma-qty-scrapped to ws-credit-qty
               add rma-qty-to-vendor to ws-credit-qty.
           compute ws-credit-value =
               ws-credit-qty * ws-credit-price.
           compute ws-fx-credit-value =
               ws-credit-qty * ws-fx-credit-price.
           perform find-credit-tax thru find-credit-tax-exit.
           compute ws-credit-total = ws-credit-value + ws-credit-tax.
           compute ws-fx-credit-total =
               ws-fx-credit-value + ws-fx-credit-tax.

           if ws-credit-value = 0
               move "Y" to rma-credited-flag
           move "C" to ar-document-type.
           move today-8 to ar-date.
           move today-8 to ar-due-date.
           move ws-credit-total to ar-original-amount.
           move ws-credit-total to ar-open-amount.
           move "O" to ar-status-flag.
           move 0 to ar-shortpay-reason.
           move ws-credit-tax-code to ar-tax-code.
           move ws-credit-taxable to ar-taxable-amount.
           move ws-credit-tax to ar-tax-amount.
           move ws-credit-currency to ar-currency-code.
           move ws-credit-rate to ar-currency-rate.
           move ws-fx-credit-total to ar-fx-original-amount.
           move ws-fx-credit-total to ar-fx-open-amount.
           write ar-item-record.
           if ar-status not = "00"
               display "Unable to file credit memo for RMA "
               subtract 1 from next-memo-number
               go to credit-rma-exit.
           perform save-next-number thru save-next-number-exit.
           perform post-credit-tax thru post-credit-tax-exit.
           perform file-chargeback thru file-chargeback-exit.

           move "Y" to rma-credited-flag.
           rewrite rma-record.

           perform print-memo-doc thru print-memo-doc-exit.
           add 1 to memos-raised.
           move ws-credit-total to ws-value-edited.
           display "Credit memo " ws-memo-number " for "
                   ws-value-edited " raised against RMA "
                   rma-number.
       find-credit-price.
           move 0 to ws-credit-price.
           move 0 to ws-latest-inv-date.
           move "N" to ws-invoice-found-switch.
           move spaces to ws-inv-tax-code.
           move 0 to ws-inv-tax-amount.
           move spaces to ws-inv-number.
           move spaces to ws-inv-salesrep.
           move 0 to ws-inv-unit-cost.
           move spaces to ws-credit-currency.
           move 1 to ws-credit-rate.
           move 0 to ws-fx-credit-price.
           if not invoice-file-open
               go to find-credit-price-fallback.
           move "N" to inv-eof-switch.
                   and inv-stock-key = rma-stock-key
                   and inv-date >= ws-latest-inv-date
               move inv-date to ws-latest-inv-date
               move inv-unit-price to ws-credit-price
               move "Y" to ws-invoice-found-switch
               move inv-tax-code to ws-inv-tax-code
               move inv-tax-amount to ws-inv-tax-amount
               move inv-number to ws-inv-number
               move inv-salesrep to ws-inv-salesrep
               move inv-currency-code to ws-credit-currency
               move inv-currency-rate to ws-credit-rate
               move inv-fx-unit-price to ws-fx-credit-price
               move 0 to ws-inv-unit-cost
               if inv-qty > 0
                   compute ws-inv-unit-cost rounded =
                       inv-cost-value / inv-qty
               end-if.
           go to find-credit-price-read.

       find-credit-price-fallback.
       find-credit-price-exit.
           exit.

      ***********************************************************
      *    The currency of the invoice the price came from, at   *
      *    its rate; priced off stock, the customer's currency   *
      *    at the rate of the day - the newest CURRHIST entry on *
      *    or before today, else the current MUCURR rate (see    *
      *    FXREVAL).  Zero when the currency has neither.        *
      ***********************************************************

       find-credit-currency.
           if credit-from-invoice
               go to find-credit-currency-dollars.
           move spaces to ws-credit-currency.
           move rma-customer-code to customer-code.
           read customer-file
               invalid key
                   go to find-credit-currency-dollars
           end-read.
           move customer-currency to ws-credit-currency.
           if ws-credit-currency = spaces or "USD"
               go to find-credit-currency-dollars.
           move ws-credit-currency to ws-look-up-code.
           move today-8 to ws-look-up-date.
           perform find-rate-at-date thru find-rate-at-date-exit.
           move ws-found-rate to ws-credit-rate.
           if ws-credit-rate > 0
               compute ws-fx-credit-price rounded =
                   ws-credit-price / ws-credit-rate.
           go to find-credit-currency-exit.

       find-credit-currency-dollars.
           if ws-credit-currency not = spaces
                   and ws-credit-rate > 0
               go to find-credit-currency-exit.
           move "USD" to ws-credit-currency.
           move 1 to ws-credit-rate.
           move ws-credit-price to ws-fx-credit-price.

       find-credit-currency-exit.
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
      *    Tax is credited only on a taxable category, and only  *
      *    where tax was charged - the invoice line says so; with*
      *    no invoice on file the customer's current tax code    *
      *    and exemption decide.                                 *
      ***********************************************************

       find-credit-tax.
           move spaces to ws-credit-tax-code.
           move 0 to ws-credit-tax-rate.
           move spaces to ws-credit-tax-account.
           move 0 to ws-credit-taxable.
           move 0 to ws-credit-tax.
           move 0 to ws-fx-credit-tax.
           if not category-file-open or not tax-file-open
               go to find-credit-tax-exit.
           move rma-customer-code to customer-code.
           read customer-file
               invalid key
                   go to find-credit-tax-exit
           end-read.
           if credit-from-invoice
               move ws-inv-tax-code to ws-credit-tax-code
           else
               move customer-tax-code to ws-credit-tax-code.
           if ws-credit-tax-code = spaces
               go to find-credit-tax-exit.
           move ws-credit-tax-code to tj-code.
           read tax-file
               invalid key
                   move spaces to ws-credit-tax-code
                   go to find-credit-tax-exit
           end-read.
           move rma-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               go to find-credit-tax-exit.
           move stock-category to category-code.
           read category-file
               invalid key
                   go to find-credit-tax-exit
           end-read.
           if not category-taxable
               go to find-credit-tax-exit.
           move ws-credit-value to ws-credit-taxable.
           if credit-from-invoice and ws-inv-tax-amount = 0
               go to find-credit-tax-exit.
           if not credit-from-invoice
                   and customer-exempt-cert not = spaces
               go to find-credit-tax-exit.
           move tj-rate to ws-credit-tax-rate.
           move tj-gl-account to ws-credit-tax-account.
           compute ws-credit-tax rounded =
               ws-credit-value * ws-credit-tax-rate / 100.
           compute ws-fx-credit-tax rounded =
               ws-fx-credit-value * ws-credit-tax-rate / 100.

       find-credit-tax-exit.
           exit.

      ***********************************************************
      *    The rep who was paid on the invoice line the price    *
      *    came from gives back the commission on what is        *
      *    credited.                                             *
      ***********************************************************

       file-chargeback.
           if not credit-from-invoice or ws-inv-salesrep = spaces
               go to file-chargeback-exit.
           if not chargeback-file-open
               go to file-chargeback-exit.
           move ws-memo-number to cb-memo-number.
           move ws-inv-salesrep to cb-salesrep.
           move rma-customer-code to cb-customer-code.
           move ws-inv-number to cb-invoice-number.
           move rma-stock-key to cb-stock-key.
           move today-8 to cb-date.
           move ws-credit-value to cb-credit-value.
           compute cb-cost-value = ws-credit-qty * ws-inv-unit-cost.
           move 0 to cb-comm-period.
           write chargeback-record.
           if cb-status not = "00"
               display "Memo " ws-memo-number " raised but the "
                       "commission chargeback not filed - status "
                       cb-status
               go to file-chargeback-exit.
           add 1 to chargebacks-filed.

       file-chargeback-exit.
           exit.

      ***********************************************************
      * Reverse the Tax Through the Ledger                      *
      ***********************************************************

       post-credit-tax.
           if ws-credit-tax = 0
               go to post-credit-tax-exit.
           move today-8 to jx-date.
           move ws-credit-tax-account to jx-account.
           move "DR" to jx-dr-cr.
           move ws-credit-tax to jx-amount.
           move "CREDMEMO" to jx-source.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move receivables-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.

       post-credit-tax-exit.
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
      * The Printed Credit Document                             *
      ***********************************************************
           write memo-doc-line.
           move customer-address-2 to memo-doc-line.
           write memo-doc-line.
           if ws-credit-currency not = "USD"
               go to print-memo-doc-currency.
           move ws-credit-price to ws-price-edited.
           move ws-credit-value to ws-value-edited.
           move spaces to memo-doc-line.
                   "  at " ws-price-edited
                   delimited by size into memo-doc-line.
           write memo-doc-line.
           if ws-credit-tax > 0
               move ws-credit-tax to ws-tax-edited
               move spaces to memo-doc-line
               string "Sales tax " tj-name
                       "   credited " ws-tax-edited
                       delimited by size into memo-doc-line
               write memo-doc-line
           end-if.
           move ws-credit-total to ws-value-edited.
           move spaces to memo-doc-line.
           string "Reason " rma-reason-code
                   "   credit due " ws-value-edited
                   delimited by size into memo-doc-line.
           write memo-doc-line.
           go to print-memo-doc-exit.

      *    A credit in the customer's currency prints in it, with
      *    the rate and the dollar value beneath.
       print-memo-doc-currency.
           move ws-fx-credit-price to ws-price-edited.
           move spaces to memo-doc-line.
           string rma-stock-key
                   "  RMA " rma-number
                   "  qty " ws-credit-qty
                   "  at " ws-credit-currency " " ws-price-edited
                   delimited by size into memo-doc-line.
           write memo-doc-line.
           if ws-fx-credit-tax > 0
               move ws-fx-credit-tax to ws-fx-value-edited
               move spaces to memo-doc-line
               string "Sales tax " tj-name
                       "   credited " ws-credit-currency " "
                       ws-fx-value-edited
                       delimited by size into memo-doc-line
               write memo-doc-line
           end-if.
           move ws-fx-credit-total to ws-fx-value-edited.
           move spaces to memo-doc-line.
           string "Reason " rma-reason-code
                   "   credit due " ws-credit-currency " "
                   ws-fx-value-edited
                   delimited by size into memo-doc-line.
           write memo-doc-line.
           move ws-credit-rate to ws-rate-edited.
           move ws-credit-total to ws-value-edited.
           move spaces to memo-doc-line.
           string "Credited at " ws-rate-edited
                   " dollars to the unit - dollar value "
                   ws-value-edited
                   delimited by size into memo-doc-line.
           write memo-doc-line.

       print-memo-doc-exit.
           exit.
           close memo-doc.
           if invoice-file-open
               close invoice-file.
           if category-file-open
               close category-file.
           if tax-file-open
               close tax-file.
           if chargeback-file-open
               close chargeback-file.
           display "RMAs scanned : " rmas-scanned.
           display "Memos raised : " memos-raised.
           display "Chargebacks  : " chargebacks-filed.

       endit.
           if exp-status = "00"
               close journal-export.
           if chart-on-file
               close coa-file.
           cancel "GLPOST".
           goback.
