      *  knows why.  Every application is stamped with the       *
      *  operator and logged to CASHAPP.LST the way STOCKRCV     *
      *  logs receipts.                                          *
      *  Each application is also filed on the cash history      *
      *  MUCASHHS.DAT (see CASHHIST.CPY) with the customer's     *
      *  check reference, for the statement run.                 *
      *  Checks that come in through the bank lockbox are        *
      *  applied by LOCKIMP on the same rules; the ones it could *
      *  not match exactly are on LOCKEXC.LST to finish here.    *
      *  A check worth more than the invoices it pays - or a     *
      *  deposit sent ahead of an order - can be left on the     *
      *  ledger as unapplied cash, a type "U" document numbered  *
      *  off MUUCNUM.DAT; the customer's open unapplied cash is  *
      *  offered for application against their invoices each     *
      *  time they are brought up here.                          *
      *                                                          *
      *  A customer billed in a foreign currency (see            *
      *  CUSTOMER.CPY) pays in it, or in dollars: the check      *
      *  pays only the items raised in its own currency, in that *
      *  currency, and is worth the rate of the day in dollars   *
      *  (CURRHIST.DAT, else MUCURR.DAT).  Each item comes off   *
      *  the ledger at the dollars it was raised at, and the     *
      *  difference is the realized exchange gain or loss,       *
      *  posted through GLPOST between the receivables account   *
      *  and the exchange gain/loss account keyed at the start - *
      *  without them no foreign currency is applied.  Unapplied *
      *  cash keeps the currency and rate it came in at.  The    *
      *  cash history holds dollars throughout - what came off   *
      *  the invoice, and what the check was worth in the bank.  *
      *                                                          *
      ************************************************************

           select cash-log assign "CASHAPP.LST"
                organization line sequential
                status log-status.

           select cash-history assign "MUCASHHS.DAT"
                organization indexed
                access dynamic
                record key ch-key
                status hst-status.

           select number-file assign "MUUCNUM.DAT"
                organization line sequential
                status num-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.

           select currency-file assign "MUCURR.DAT"
                organization line sequential
                status curr-status.

           select rate-history assign "CURRHIST.DAT"
                organization line sequential
                status rhi-status.
      /
       data division.


       fd  cash-log.
       01  cash-log-line                pic x(80).

       fd  cash-history.
           copy cashhist.cpy.

       fd  number-file.
       01  number-line                  pic 9(05).

       fd  coa-file.
           copy coarec.cpy.

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).

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


       01  cus-status                   pic xx.
       01  log-status                   pic xx.
       01  hst-status                   pic xx.
       01  num-status                   pic xx.

       01  ws-operator-id               pic x(08) value spaces.
       01  ws-customer-code             pic 9(04).
       01  ws-check-amount              pic 9(10)v99.
       01  ws-check-left                pic 9(10)v99.
       01  ws-check-reference           pic x(10).
       01  ws-apply-amount              pic 9(10)v99.
       01  ws-reason                    pic 9(02).
       01  today-8                      pic 9(08).

       01  applications-made           pic 9(04) value 0.

       01  yesno                        pic x.
       01  next-unapplied-number        pic 9(05) value 0.
       01  ws-unapplied-number          pic x(06).
       01  applying-switch              pic x     value "N".
           88  applying-unapplied                 value "Y".
       01  unapplied-table.
           03  ut-document              pic x(06) occurs 20 times.
       01  unapplied-count              pic 9(02) comp value 0.
       01  unapplied-subscript          pic 9(02) comp value 0.

      ***********************************************************
      * Check Currency and Exchange Gain or Loss                *
      *    ws-check-rate is the dollars one unit of the check's  *
      *    currency is worth; a dollar check is at 1.            *
      ***********************************************************

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  receivables-account          pic x(06).
       01  exchange-account             pic x(06).
       01  exp-status                   pic xx    value spaces.
       01  exchange-posting-switch      pic x     value "N".
           88  exchange-posting-ready             value "Y".

       01  curr-status                  pic xx.
       01  rhi-status                   pic xx.
       01  currency-ok-switch           pic x.
           88  currency-ok                        value "Y".
       01  ws-keyed-currency            pic x(03).
       01  ws-check-currency            pic x(03).
       01  ws-check-rate                pic 9(04)v9999.
       01  ws-rate-edited               pic z(03)9.9999.
       01  ws-item-currency             pic x(03).
       01  ws-item-open                 pic 9(12)v99.
       01  ws-base-apply                pic 9(10)v99.
       01  ws-value-received            pic 9(10)v99.
       01  ws-gain-loss                 pic 9(10)v99.
       01  gain-loss-switch             pic x.
           88  exchange-gain                      value "G".
       01  exchange-gains               pic 9(10)v99 value 0.
       01  exchange-losses              pic 9(10)v99 value 0.
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

      **********************************************************
      * Main Program                                           *
      **********************************************************
           display "CASHAPP - cash receipts application".
           display "Operator ID : ".
           accept ws-operator-id.
           display "Receivables GL account (blank if no foreign "
                   "currency cash) : ".
           accept receivables-account.
           display "Exchange gain/loss GL account : ".
           accept exchange-account.

      *    With a chart of accounts on file, the keyed accounts
      *    must be on it and active; with none, they are accepted
      *    exactly as keyed.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           move receivables-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to endit.
           move exchange-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to endit.
           if receivables-account = spaces
                   or exchange-account = spaces
               display "No foreign currency cash will be applied "
                       "this run"
               go to open-files.
           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               go to endit.
           move "Y" to exchange-posting-switch.

       open-files.
           open i-o ar-file.
           if status-1 not = "0"
               display "Unable to open MUARITEM.DAT - status "
               close ar-file
               close customer-file
               go to endit.
           open i-o cash-history.
           if hst-status not = "00"
               open output cash-history
               close cash-history
               open i-o cash-history.
           if hst-status not = "00"
               display "Unable to open MUCASHHS.DAT - status "
                       hst-status
               close ar-file
               close customer-file
               close cash-log
               go to endit.
           accept today-8 from date yyyymmdd.
           perform read-next-number thru read-next-number-exit.
           perform load-currency-table thru load-currency-table-exit.

       ent-ry.
           display "Customer code (0 to exit) : ".
           display "Customer " customer-code "  " customer-name.
           perform list-open-items thru list-open-items-exit.
           if open-items-shown = 0
               display "No open items for this customer".
           perform apply-unapplied thru apply-unapplied-exit.
           perform set-check-currency thru set-check-currency-exit.
           if not currency-ok
               go to ent-ry.
           display "Check amount (0 to leave) : ".
           accept ws-check-amount.
           if ws-check-amount = 0
               go to ent-ry.
           display "Check number / reference : ".
           accept ws-check-reference.
           move ws-check-amount to ws-check-left.
           perform apply-check thru apply-check-exit.
           go to ent-ry.
                   "  dated " ar-date
                   "  due " ar-due-date
                   "  open " ws-open-edited.
           if ar-currency-code not = spaces
                   and ar-currency-code not = "USD"
               move ar-fx-open-amount to ws-left-edited
               display "          in " ar-currency-code
                       " " ws-left-edited.
           add 1 to open-items-shown.
           go to list-open-items-read.

           end-read.
           if ar-customer-code not = ws-customer-code
               go to apply-check-done.
           if not ar-open-item or not ar-type-payable
               go to apply-check-read.
           perform find-item-open thru find-item-open-exit.
           if ws-item-currency not = ws-check-currency
               display "Invoice " ar-document-number " is in "
                       ws-item-currency " - not paid from "
                       ws-check-currency
               go to apply-check-read.
           move ws-item-open to ws-open-edited.
           move ws-check-left to ws-left-edited.
           display "Invoice " ar-document-number
                   "  open " ws-open-edited
           if ws-apply-amount > ws-check-left
               display "Only " ws-left-edited " of the check left"
               go to apply-check-read.
           if ws-apply-amount > ws-item-open
               display "Invoice has only " ws-open-edited " open"
               go to apply-check-read.
           perform apply-one-amount thru apply-one-amount-exit.
           go to apply-check-read.

       apply-check-done.
           if ws-check-left = 0
               go to apply-check-exit.
           move ws-check-left to ws-left-edited.
           if applying-unapplied
               display ws-left-edited " still unapplied on "
                       ws-unapplied-number
               go to apply-check-exit.
           display "Check not fully applied - " ws-left-edited
                   " left over".
           display "Leave it as unapplied cash / deposit (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform file-unapplied thru file-unapplied-exit
           else
               display ws-left-edited
                       " left on account to place by hand".

       apply-check-exit.
           exit.

       apply-one-amount.
           perform relieve-item thru relieve-item-exit.
           subtract ws-apply-amount from ws-check-left.
           if ar-open-amount = 0
               move 0 to ar-fx-open-amount
               move "C" to ar-status-flag
               move 0 to ar-shortpay-reason
               display "Invoice " ar-document-number " paid - closed"
                       status-1 status-2
               go to apply-one-amount-exit.
           perform log-application.
           if not applying-unapplied
               perform file-application thru file-application-exit.
           perform post-exchange thru post-exchange-exit.
           add 1 to applications-made.

       apply-one-amount-exit.
           exit.

      *    The item's open amount in the check's currency - an
      *    item raised in another currency is not paid from it.

       find-item-open.
           move ar-currency-code to ws-item-currency.
           if ws-item-currency = spaces
               move "USD" to ws-item-currency.
           if ws-item-currency = "USD"
               move ar-open-amount to ws-item-open
           else
               move ar-fx-open-amount to ws-item-open.

       find-item-open-exit.
           exit.

      *    A dollar amount comes off as it is.  A currency amount
      *    takes off the dollars the item was raised at - all of
      *    them when it pays the item off - and is worth the
      *    check's rate; the difference is the exchange gain or
      *    loss.

       relieve-item.
           move 0 to ws-gain-loss.
           move space to gain-loss-switch.
           move ws-apply-amount to ws-base-apply.
           move ws-apply-amount to ws-value-received.
           if ws-check-currency = "USD"
               subtract ws-base-apply from ar-open-amount
               move ar-open-amount to ar-fx-open-amount
               go to relieve-item-exit.
           move ar-open-amount to ws-base-apply.
           if ws-apply-amount = ar-fx-open-amount
               go to relieve-item-currency.
           compute ws-base-apply rounded =
               ws-apply-amount * ar-currency-rate.
           if ws-base-apply > ar-open-amount
               move ar-open-amount to ws-base-apply.

       relieve-item-currency.
           subtract ws-base-apply from ar-open-amount.
           subtract ws-apply-amount from ar-fx-open-amount.
           compute ws-value-received rounded =
               ws-apply-amount * ws-check-rate.
           if ws-value-received > ws-base-apply
               compute ws-gain-loss =
                   ws-value-received - ws-base-apply
               move "G" to gain-loss-switch
           else
               compute ws-gain-loss =
                   ws-base-apply - ws-value-received
               move "L" to gain-loss-switch.

       relieve-item-exit.
           exit.

      ***********************************************************
      * Unapplied Cash and Deposits                             *
      *    What is left of a check goes on the ledger as a type  *
      *    "U" document, filed on the cash history as received.  *
      *    Applying it later moves it onto an invoice - no new   *
      *    cash, so nothing more goes on the cash history.       *
      ***********************************************************

       file-unapplied.
           move ws-check-left to ws-base-apply.
           if ws-check-currency not = "USD"
               compute ws-base-apply rounded =
                   ws-check-left * ws-check-rate.
           move ws-base-apply to ws-value-received.
           move 0 to ws-gain-loss.
           move space to gain-loss-switch.
           add 1 to next-unapplied-number.
           move spaces to ws-unapplied-number.
           string "U" next-unapplied-number
                   delimited by size into ws-unapplied-number.
           move ws-customer-code to ar-customer-code.
           move ws-unapplied-number to ar-document-number.
           move "U" to ar-document-type.
           move today-8 to ar-date.
           move today-8 to ar-due-date.
           move ws-base-apply to ar-original-amount.
           move ws-base-apply to ar-open-amount.
           move "O" to ar-status-flag.
           move 0 to ar-shortpay-reason.
           move spaces to ar-tax-code.
           move 0 to ar-taxable-amount.
           move 0 to ar-tax-amount.
           move ws-check-currency to ar-currency-code.
           move ws-check-rate to ar-currency-rate.
           move ws-check-left to ar-fx-original-amount.
           move ws-check-left to ar-fx-open-amount.
           write ar-item-record.
           if status-1 not = "0"
               display "Unable to file unapplied cash - status "
                       status-1 status-2
               subtract 1 from next-unapplied-number
               go to file-unapplied-exit.
           perform save-next-number thru save-next-number-exit.
           move ws-check-left to ws-apply-amount.
           move 0 to ws-check-left.
           perform log-application.
           perform file-application thru file-application-exit.
           display "Unapplied cash " ws-unapplied-number " filed for "
                   ws-left-edited.

       file-unapplied-exit.
           exit.

       apply-unapplied.
           move 0 to unapplied-count.
           move ws-customer-code to ar-customer-code.
           move low-values to ar-document-number.
           start ar-file key not less than ar-key.
           if status-1 not = "0"
               go to apply-unapplied-exit.

       apply-unapplied-scan.
           read ar-file next record
               at end
                   go to apply-unapplied-ask
           end-read.
           if ar-customer-code not = ws-customer-code
               go to apply-unapplied-ask.
           if not ar-open-item or not ar-type-unapplied
               go to apply-unapplied-scan.
           if unapplied-count < 20
               add 1 to unapplied-count
               move ar-document-number to ut-document(unapplied-count).
           go to apply-unapplied-scan.

       apply-unapplied-ask.
           if unapplied-count = 0
               go to apply-unapplied-exit.
           display "Apply unapplied cash / deposits to open "
                   "invoices (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to apply-unapplied-exit.
           move "Y" to applying-switch.
           move 0 to unapplied-subscript.

       apply-unapplied-next.
           if unapplied-subscript >= unapplied-count
               go to apply-unapplied-done.
           add 1 to unapplied-subscript.
           move ws-customer-code to ar-customer-code.
           move ut-document(unapplied-subscript) to ar-document-number.
           read ar-file
               invalid key
                   go to apply-unapplied-next
           end-read.
           move ar-document-number to ws-unapplied-number.
           perform set-unapplied-currency
                   thru set-unapplied-currency-exit.
           if not currency-ok
               go to apply-unapplied-next.
           move ws-check-left to ws-left-edited.
           display "Applying unapplied cash " ws-unapplied-number
                   " of " ws-left-edited.
           perform apply-check thru apply-check-exit.
           move ws-customer-code to ar-customer-code.
           move ws-unapplied-number to ar-document-number.
           read ar-file
               invalid key
                   go to apply-unapplied-next
           end-read.
           if ws-check-currency = "USD"
               move ws-check-left to ar-open-amount
           else
               compute ar-open-amount rounded =
                   ws-check-left * ws-check-rate.
           move ws-check-left to ar-fx-open-amount.
           if ar-open-amount = 0
               move "C" to ar-status-flag.
           rewrite ar-item-record.
           if status-1 not = "0"
               display "Unable to update unapplied cash - status "
                       status-1 status-2.
           go to apply-unapplied-next.

       apply-unapplied-done.
           move "N" to applying-switch.

       apply-unapplied-exit.
           exit.

      *    Unapplied cash pays in the currency and at the rate it
      *    came in at.

       set-unapplied-currency.
           move "Y" to currency-ok-switch.
           move "USD" to ws-check-currency.
           move 1 to ws-check-rate.
           move ar-open-amount to ws-check-left.
           if ar-currency-code = spaces or "USD"
               go to set-unapplied-currency-exit.
           if not exchange-posting-ready
               display "Unapplied cash " ar-document-number
                       " is in " ar-currency-code
                       " - not applied this run"
               move "N" to currency-ok-switch
               go to set-unapplied-currency-exit.
           move ar-currency-code to ws-check-currency.
           move ar-currency-rate to ws-check-rate.
           move ar-fx-open-amount to ws-check-left.

       set-unapplied-currency-exit.
           exit.

      ***********************************************************
      * The Currency of the Check                               *
      *    A customer billed in dollars pays in dollars.  One    *
      *    billed in a foreign currency pays in it at the rate   *
      *    of the day - the newest CURRHIST entry on or before   *
      *    today, else the current MUCURR rate (see FXREVAL) -   *
      *    or in dollars.                                        *
      ***********************************************************

       set-check-currency.
           move "Y" to currency-ok-switch.
           move "USD" to ws-check-currency.
           move 1 to ws-check-rate.
           if customer-bills-usd
               go to set-check-currency-exit.
           display "Customer bills in " customer-currency
                   " - check currency (blank = " customer-currency
                   ", USD for dollars) : ".
           move spaces to ws-keyed-currency.
           accept ws-keyed-currency.
           if ws-keyed-currency = "USD"
               go to set-check-currency-exit.
           if ws-keyed-currency not = spaces
                   and ws-keyed-currency not = customer-currency
               display "This customer pays in " customer-currency
                       " or USD"
               move "N" to currency-ok-switch
               go to set-check-currency-exit.
           if not exchange-posting-ready
               display "No exchange gain/loss account keyed - "
                       customer-currency " not applied this run"
               move "N" to currency-ok-switch
               go to set-check-currency-exit.
           move customer-currency to ws-look-up-code.
           move today-8 to ws-look-up-date.
           perform find-rate-at-date thru find-rate-at-date-exit.
           if ws-found-rate = 0
               display "No exchange rate for " customer-currency
                       " - not applied"
               move "N" to currency-ok-switch
               go to set-check-currency-exit.
           move customer-currency to ws-check-currency.
           move ws-found-rate to ws-check-rate.
           move ws-check-rate to ws-rate-edited.
           display "Check in " ws-check-currency " at "
                   ws-rate-edited " dollars to the unit".

       set-check-currency-exit.
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
      * Unapplied Cash Number Handling                          *
      ***********************************************************

       read-next-number.
           move 0 to next-unapplied-number.
           open input number-file.
           if num-status not = "00"
               go to read-next-number-exit.
           read number-file
               at end
                   go to read-next-number-close.
           move number-line to next-unapplied-number.

       read-next-number-close.
           close number-file.

       read-next-number-exit.
           exit.

       save-next-number.
           open output number-file.
           if num-status not = "00"
               display "Unable to save MUUCNUM.DAT - status "
                       num-status
               go to save-next-number-exit.
           move next-unapplied-number to number-line.
           write number-line.
           close number-file.

       save-next-number-exit.
           exit.

      ***********************************************************
      * Logging                                                 *
      ***********************************************************
                   "  op=" ws-operator-id
                   delimited by size into cash-log-line.
           write cash-log-line.
           if ws-check-currency not = "USD"
               move spaces to cash-log-line
               string "  currency=" ws-check-currency
                       "  rate=" ws-check-rate
                       "  dollars=" ws-base-apply
                       "  exchange=" gain-loss-switch ws-gain-loss
                       delimited by size into cash-log-line
               write cash-log-line.

      *    Two applications for the same customer on the same day
      *    collide on the key - the next sequence breaks the tie.

       file-application.
           move ar-customer-code to ch-customer-code.
           move today-8 to ch-date.
           move 0 to ch-seq.
           move ar-document-number to ch-document-number.
           move ws-check-reference to ch-check-reference.
           move ws-base-apply to ch-amount.
           move ws-value-received to ch-received-amount.
           move ws-operator-id to ch-operator.
           move ar-shortpay-reason to ch-shortpay-reason.
           move 0 to ch-cleared-date.

       file-application-write.
           write cash-history-record.
           if hst-status = "22"
               add 1 to ch-seq
               go to file-application-write.
           if hst-status not = "00"
               display "Unable to file cash history - status "
                       hst-status.

       file-application-exit.
           exit.

      ***********************************************************
      * Post the Realized Exchange Gain or Loss                 *
      *    A gain debits receivables and credits the exchange    *
      *    gain/loss account; a loss the other way about.        *
      ***********************************************************

       post-exchange.
           if ws-gain-loss = 0
               go to post-exchange-exit.
           move today-8 to jx-date.
           move ws-gain-loss to jx-amount.
           move "CASHAPP" to jx-source.
           if exchange-gain
               add ws-gain-loss to exchange-gains
               move receivables-account to jx-account
           else
               add ws-gain-loss to exchange-losses
               move exchange-account to jx-account.
           move "DR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           if exchange-gain
               move exchange-account to jx-account
           else
               move receivables-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.

       post-exchange-exit.
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

       wrap-up.
           close ar-file.
           close customer-file.
           close cash-log.
           close cash-history.
           display "Applications made : " applications-made.
           if exchange-posting-ready
               move exchange-gains to ws-open-edited
               move exchange-losses to ws-left-edited
               display "Exchange gains    : " ws-open-edited
               display "Exchange losses   : " ws-left-edited.

       endit.
           if exp-status = "00"
               close journal-export.
           if chart-on-file
               close coa-file.
           cancel "GLPOST".
           goback.
