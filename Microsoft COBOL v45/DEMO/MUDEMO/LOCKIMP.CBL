      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     LOCKIMP.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Bank lockbox remittance import, in the SOIMPORT mould.  *
      *  The bank opens the customers' checks and sends a daily  *
      *  fixed-format file LOCKBOX.DAT, one line per check:      *
      *  customer code, check number, check amount, the date it  *
      *  was deposited and up to ten invoice numbers paid.  A    *
      *  check paying more invoices runs on over further lines   *
      *  with the same customer and check number and a zero      *
      *  amount, and consecutive lines for one check are taken   *
      *  together as one remittance.  A remittance is applied    *
      *  only when it matches exactly - customer on file on      *
      *  MUCUSTMR.DAT, every invoice an open invoice (or finance *
      *  charge) of that customer on MUARITEM.DAT listed once,   *
      *  the check not already applied and the amount equal to   *
      *  the invoices' open total - and then each invoice is     *
      *  paid off and closed just as CASHAPP would: logged to    *
      *  CASHAPP.LST and filed on the cash history MUCASHHS.DAT  *
      *  with the check number, the operator shown as LOCKBOX.   *
      *  Anything else goes whole to the exception list          *
      *  LOCKEXC.LST with the reasons, for a clerk to finish in  *
      *  CASHAPP - nothing is half-applied.  The lockbox banks   *
      *  dollars, so an invoice raised in a foreign currency is  *
      *  always an exception - CASHAPP takes the customer's      *
      *  currency and the exchange gain or loss.                 *
      *                                                          *
      ************************************************************

       identification division.
       program-id. LOCKIMP.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select lockbox-feed assign "LOCKBOX.DAT"
                organization line sequential
                status feed-status.

           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status file-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select cash-log assign "CASHAPP.LST"
                organization line sequential
                status log-status.

           select cash-history assign "MUCASHHS.DAT"
                organization indexed
                access dynamic
                record key ch-key
                status hst-status.

           select exception-rpt assign "LOCKEXC.LST"
                organization line sequential
                status exc-status.
      /
       data division.

       file section.
       fd  lockbox-feed.
       01  lockbox-feed-record.
           03  lb-customer-code         pic 9(04).
           03  lb-check-number          pic x(10).
           03  lb-check-amount          pic 9(10)v99.
           03  lb-deposit-date          pic 9(08).
           03  lb-invoice-number        pic x(06) occurs 10 times.

       fd  ar-file.
           copy aritem.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  cash-log.
       01  cash-log-line                pic x(80).

       fd  cash-history.
           copy cashhist.cpy.

       fd  exception-rpt.
       01  exception-line               pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  feed-status                  pic xx.
       01  cus-status                   pic xx.
       01  log-status                   pic xx.
       01  hst-status                   pic xx.
       01  exc-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  ws-operator-id               pic x(08) value "LOCKBOX".
       01  today-8                      pic 9(08).
       01  feed-subscript               pic 9(02) comp.
       01  ws-apply-amount              pic 9(10)v99.

      ***********************************************************
      * The Remittance Being Gathered - One Check's Invoices     *
      ***********************************************************

       01  remit-table.
           03  rm-entry                 occurs 50 times.
               05  rm-tbl-invoice       pic x(06).
               05  rm-tbl-open          pic 9(12)v99.
               05  rm-tbl-reason        pic x(30).

       01  remit-count                  pic 9(02) comp value 0.
       01  remit-subscript              pic 9(02) comp value 0.
       01  check-subscript              pic 9(02) comp value 0.
       01  remit-customer               pic 9(04) value 0.
       01  remit-check                  pic x(10).
       01  remit-deposit-date           pic 9(08).
       01  remit-amount                 pic 9(10)v99.
       01  remit-open-total             pic 9(12)v99.
       01  remit-reason                 pic x(36).
       01  remit-open-switch            pic x     value "N".
           88  remit-in-progress                  value "Y".
       01  remit-ok-switch              pic x.
           88  remit-clean                        value "Y".
       01  remit-overflow-switch        pic x.
           88  remit-overflow                     value "Y".

       01  ws-amount-edited             pic z(09)9.99.
       01  ws-open-edited               pic z(09)9.99.

       01  lines-read                   pic 9(05) value 0.
       01  checks-applied               pic 9(05) value 0.
       01  checks-rejected              pic 9(05) value 0.
       01  invoices-closed              pic 9(05) value 0.
       01  cash-applied                 pic 9(12)v99 value 0.
       01  cash-applied-edited          pic z(11)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "LOCKIMP - bank lockbox remittance import".
           open input lockbox-feed.
           if feed-status not = "00"
               display "Unable to open LOCKBOX.DAT - status "
                       feed-status
               go to endit.
           open i-o ar-file.
           if status-1 not = "0"
               display "Unable to open MUARITEM.DAT - status "
                       status-1 status-2
               close lockbox-feed
               go to endit.
           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close lockbox-feed
               close ar-file
               go to endit.
           open extend cash-log.
           if log-status not = "00"
               open output cash-log.
           if log-status not = "00"
               display "Unable to open CASHAPP.LST - status "
                       log-status
               close lockbox-feed
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
               close lockbox-feed
               close ar-file
               close customer-file
               close cash-log
               go to endit.
           open output exception-rpt.
           if exc-status not = "00"
               display "Unable to open LOCKEXC.LST - status "
                       exc-status
               close lockbox-feed
               close ar-file
               close customer-file
               close cash-log
               close cash-history
               go to endit.
           accept today-8 from date yyyymmdd.

       read-loop.
           if end-of-file
               go to finish-up.
           read lockbox-feed record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           add 1 to lines-read.
           if lb-customer-code not numeric
               move 0 to lb-customer-code.
           if lb-check-amount not numeric
               move 0 to lb-check-amount.
           if lb-deposit-date not numeric
               move 0 to lb-deposit-date.
           if remit-in-progress
                   and (lb-customer-code not = remit-customer
                        or lb-check-number not = remit-check)
               perform close-remittance thru close-remittance-exit.
           if not remit-in-progress
               move "Y" to remit-open-switch
               move lb-customer-code to remit-customer
               move lb-check-number to remit-check
               move lb-deposit-date to remit-deposit-date
               move 0 to remit-amount
               move 0 to remit-count
               move "N" to remit-overflow-switch.
           add lb-check-amount to remit-amount.
           move 0 to feed-subscript.
           perform gather-invoice thru gather-invoice-exit.
           go to read-loop.

       finish-up.
           if remit-in-progress
               perform close-remittance thru close-remittance-exit.
           go to wrap-up.

      *    Blank invoice slots are unused - a run-on line may carry
      *    only a few.

       gather-invoice.
           if feed-subscript >= 10
               go to gather-invoice-exit.
           add 1 to feed-subscript.
           if lb-invoice-number(feed-subscript) = spaces
               go to gather-invoice.
           if remit-count >= 50
               move "Y" to remit-overflow-switch
               go to gather-invoice.
           add 1 to remit-count.
           move lb-invoice-number(feed-subscript)
                   to rm-tbl-invoice(remit-count).
           move 0 to rm-tbl-open(remit-count).
           move spaces to rm-tbl-reason(remit-count).
           go to gather-invoice.

       gather-invoice-exit.
           exit.

      ***********************************************************
      * Match, then Apply or Reject the Whole Remittance        *
      ***********************************************************

       close-remittance.
           move "N" to remit-open-switch.
           perform validate-remittance thru validate-remittance-exit.
           if remit-clean
               perform apply-remittance thru apply-remittance-exit
           else
               perform reject-remittance thru reject-remittance-exit.

       close-remittance-exit.
           exit.

       validate-remittance.
           move "Y" to remit-ok-switch.
           move spaces to remit-reason.
           move 0 to remit-open-total.
           move remit-customer to customer-code.
           read customer-file
               invalid key
                   move "N" to remit-ok-switch
                   move "customer not on file" to remit-reason
                   go to validate-remittance-exit
           end-read.
           if remit-amount = 0
               move "N" to remit-ok-switch
               move "no check amount" to remit-reason
               go to validate-remittance-exit.
           if remit-count = 0
               move "N" to remit-ok-switch
               move "no invoices listed" to remit-reason
               go to validate-remittance-exit.
           if remit-overflow
               move "N" to remit-ok-switch
               move "more than 50 invoices on one check"
                       to remit-reason
               go to validate-remittance-exit.
           perform check-already-applied
                   thru check-already-applied-exit.
           if not remit-clean
               go to validate-remittance-exit.
           move 0 to remit-subscript.

       validate-remittance-line.
           if remit-subscript >= remit-count
               go to validate-remittance-amount.
           add 1 to remit-subscript.
           move 0 to check-subscript.
           perform check-listed-twice thru check-listed-twice-exit.
           if rm-tbl-reason(remit-subscript) not = spaces
               move "N" to remit-ok-switch
               go to validate-remittance-line.
           move remit-customer to ar-customer-code.
           move rm-tbl-invoice(remit-subscript) to ar-document-number.
           read ar-file
               invalid key
                   move "N" to remit-ok-switch
                   move "invoice not on file"
                           to rm-tbl-reason(remit-subscript)
                   go to validate-remittance-line
           end-read.
           if not ar-type-payable
               move "N" to remit-ok-switch
               move "document is not an invoice"
                       to rm-tbl-reason(remit-subscript)
               go to validate-remittance-line.
           if not ar-open-item
               move "N" to remit-ok-switch
               move "invoice already closed"
                       to rm-tbl-reason(remit-subscript)
               go to validate-remittance-line.
           if ar-currency-code not = "USD"
                   and ar-currency-code not = spaces
               move "N" to remit-ok-switch
               move "invoice in foreign currency"
                       to rm-tbl-reason(remit-subscript)
               go to validate-remittance-line.
           move ar-open-amount to rm-tbl-open(remit-subscript).
           add ar-open-amount to remit-open-total.
           go to validate-remittance-line.

       validate-remittance-amount.
           if not remit-clean
               go to validate-remittance-exit.
           if remit-amount not = remit-open-total
               move "N" to remit-ok-switch
               move "amount does not match open items"
                       to remit-reason.

       validate-remittance-exit.
           exit.

       check-listed-twice.
           add 1 to check-subscript.
           if check-subscript >= remit-subscript
               go to check-listed-twice-exit.
           if rm-tbl-invoice(check-subscript) =
                   rm-tbl-invoice(remit-subscript)
               move "invoice listed twice"
                       to rm-tbl-reason(remit-subscript)
               go to check-listed-twice-exit.
           go to check-listed-twice.

       check-listed-twice-exit.
           exit.

      *    A lockbox file sent twice must not pay the same invoices
      *    twice - the customer's cash history is searched for the
      *    check number.

       check-already-applied.
           move remit-customer to ch-customer-code.
           move 0 to ch-date.
           move 0 to ch-seq.
           start cash-history key not less than ch-key.
           if hst-status not = "00"
               go to check-already-applied-exit.

       check-already-applied-read.
           read cash-history next record
               at end
                   go to check-already-applied-exit
           end-read.
           if ch-customer-code not = remit-customer
               go to check-already-applied-exit.
           if ch-check-reference = remit-check
               move "N" to remit-ok-switch
               move "check already applied" to remit-reason
               go to check-already-applied-exit.
           go to check-already-applied-read.

       check-already-applied-exit.
           exit.

      ***********************************************************
      * Pay Off Each Invoice, the Way CASHAPP Does              *
      ***********************************************************

       apply-remittance.
           move 0 to remit-subscript.

       apply-remittance-line.
           if remit-subscript >= remit-count
               go to apply-remittance-done.
           add 1 to remit-subscript.
           move remit-customer to ar-customer-code.
           move rm-tbl-invoice(remit-subscript) to ar-document-number.
           read ar-file
               invalid key
                   display "Invoice " ar-document-number
                           " gone from the ledger - not applied"
                   go to apply-remittance-line
           end-read.
           move ar-open-amount to ws-apply-amount.
           move 0 to ar-open-amount.
           move 0 to ar-fx-open-amount.
           move "C" to ar-status-flag.
           move 0 to ar-shortpay-reason.
           rewrite ar-item-record.
           if status-1 not = "0"
               display "Unable to update open item "
                       ar-document-number " - status "
                       status-1 status-2
               go to apply-remittance-line.
           perform log-application.
           perform file-application thru file-application-exit.
           add 1 to invoices-closed.
           add ws-apply-amount to cash-applied.
           go to apply-remittance-line.

       apply-remittance-done.
           add 1 to checks-applied.

       apply-remittance-exit.
           exit.

       log-application.
           move spaces to cash-log-line.
           string ar-document-number
                   "  cust=" ar-customer-code
                   "  applied=" ws-apply-amount
                   "  open-after=" ar-open-amount
                   "  reason=" ar-shortpay-reason
                   "  op=" ws-operator-id
                   delimited by size into cash-log-line.
           write cash-log-line.

      *    Two applications for the same customer on the same day
      *    collide on the key - the next sequence breaks the tie.

       file-application.
           move ar-customer-code to ch-customer-code.
           move today-8 to ch-date.
           move 0 to ch-seq.
           move ar-document-number to ch-document-number.
           move remit-check to ch-check-reference.
           move ws-apply-amount to ch-amount.
           move ws-apply-amount to ch-received-amount.
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
      * Exceptions - the Check and Every Invoice It Listed      *
      ***********************************************************

       reject-remittance.
           add 1 to checks-rejected.
           if remit-reason = spaces
               move "invoices do not match" to remit-reason.
           move remit-amount to ws-amount-edited.
           move spaces to exception-line.
           string "cust=" remit-customer
                   "  check=" remit-check
                   "  dep=" remit-deposit-date
                   "  amt=" ws-amount-edited
                   delimited by size into exception-line.
           write exception-line.
           move spaces to exception-line.
           string "      " remit-reason
                   delimited by size into exception-line.
           write exception-line.
           move 0 to remit-subscript.

       reject-remittance-line.
           if remit-subscript >= remit-count
               go to reject-remittance-exit.
           add 1 to remit-subscript.
           move rm-tbl-open(remit-subscript) to ws-open-edited.
           move spaces to exception-line.
           string "      invoice=" rm-tbl-invoice(remit-subscript)
                   "  open=" ws-open-edited
                   "  " rm-tbl-reason(remit-subscript)
                   delimited by size into exception-line.
           write exception-line.
           go to reject-remittance-line.

       reject-remittance-exit.
           exit.

       wrap-up.
           close lockbox-feed.
           close ar-file.
           close customer-file.
           close cash-log.
           close cash-history.
           close exception-rpt.
           move cash-applied to cash-applied-edited.
           display "Lines read          : " lines-read.
           display "Checks applied      : " checks-applied.
           display "Invoices closed     : " invoices-closed.
           display "Cash applied        : " cash-applied-edited.
           display "Checks to LOCKEXC   : " checks-rejected.

       endit.
           goback.
