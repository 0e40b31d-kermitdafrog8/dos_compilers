      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     EINVXMIT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Electronic invoice export, in the fixed-format style of *
      *  POXMIT.  The customers who order through SOIMPORT will  *
      *  not take BILLRUN's paper invoices.  N scans the         *
      *  receivables ledger MUARITEM.DAT for invoices dated on   *
      *  or after a keyed date whose customer is flagged for     *
      *  electronic invoicing (customer-einvoice-flag) and not   *
      *  already on the sent log MUEINVLG.DAT (see EINVLOG.CPY), *
      *  and writes each to EINVXMIT.DAT as a header record -    *
      *  invoice number and date, the customer's PO reference    *
      *  off the order header, goods, freight, tax and total,    *
      *  terms and due date - followed by a record per invoice   *
      *  line off MUINVOIC.DAT: item, quantity, price, value and *
      *  tax.  Each invoice sent is logged so it never goes      *
      *  twice.  R retransmits one invoice on request, flagged   *
      *  as a retransmission in its header.                      *
      *  A line record ends with the customer's own part number  *
      *  for the item where the customer-item cross-reference    *
      *  MUCSTITM.DAT (see CUSTITEM.CPY) holds one.              *
      *  The header ends with the invoice currency.  An invoice  *
      *  BILLRUN raised in a customer's own currency goes in     *
      *  that currency - prices, values, tax and total as the    *
      *  printed invoice shows them - and a dollar one in USD.   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. EINVXMIT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status file-status.

           select invoice-file assign "MUINVOIC.DAT"
                organization indexed
                access dynamic
                record key inv-key
                status inv-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select so-header-file assign "MUSOHDR.DAT"
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select einvoice-log-file assign "MUEINVLG.DAT"
                organization indexed
                access dynamic
                record key el-invoice-number
                status log-status.

           select customer-item-file assign "MUCSTITM.DAT"
                organization indexed
                access dynamic
                record key ci-key
                alternate record key ci-item-key
                    with duplicates
                status cit-status.

           select transmit-file assign "EINVXMIT.DAT"
                organization line sequential
                status xmt-status.
      /
       data division.

       file section.
       fd  ar-file.
           copy aritem.cpy.

       fd  invoice-file.
           copy invoice.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  so-header-file.
           copy sohdr.cpy.

       fd  einvoice-log-file.
           copy einvlog.cpy.

       fd  customer-item-file.
           copy custitem.cpy.

      *    H invoice header, L invoice line.

       fd  transmit-file.
       01  einv-header-record.
           03  eh-record-type           pic x.
           03  eh-invoice-number        pic x(06).
           03  eh-customer-code         pic 9(04).
           03  eh-invoice-date          pic 9(08).
           03  eh-customer-ref          pic x(10).
           03  eh-order-number          pic x(06).
           03  eh-terms-days            pic 9(03).
           03  eh-due-date              pic 9(08).
           03  eh-goods-value           pic 9(12)v99.
           03  eh-freight-value         pic 9(08)v99.
           03  eh-tax-code              pic x(04).
           03  eh-tax-value             pic 9(12)v99.
           03  eh-invoice-total         pic 9(12)v99.
           03  eh-line-count            pic 9(03).
           03  eh-send-flag             pic x.
           03  eh-currency-code         pic x(03).
       01  einv-line-record.
           03  ei-record-type           pic x.
           03  ei-invoice-number        pic x(06).
           03  ei-line                  pic 9(03).
           03  ei-stock-key             pic x(10).
           03  ei-qty                   pic 9(06).
           03  ei-unit-price            pic 9(08)v99.
           03  ei-value                 pic 9(12)v99.
           03  ei-tax-amount            pic 9(10)v99.
           03  ei-customer-part         pic x(15).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  inv-status                   pic xx.
       01  cus-status                   pic xx.
       01  soh-status                   pic xx.
       01  log-status                   pic xx.
       01  xmt-status                   pic xx.
       01  cit-status                   pic xx.
       01  cit-open-switch              pic x     value "N".
           88  cross-reference-open               value "Y".

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".
       01  logged-switch                pic x.
           88  already-sent                       value "Y".
       01  send-switch                  pic x.
           88  retransmission                     value "R".

       01  today-8                      pic 9(08).
       01  from-date                    pic 9(08).
       01  choice                       pic x.
       01  ws-invoice-number            pic x(06).
       01  last-customer                pic 9(04).

       01  line-count                   pic 9(03).
       01  goods-value                  pic 9(12)v99.
       01  freight-value                pic 9(08)v99.
       01  tax-value                    pic 9(12)v99.
       01  first-order-number           pic x(06).
       01  currency-invoice-switch      pic x.
           88  invoice-in-currency                value "Y".

       01  invoices-sent                pic 9(05) value 0.
       01  invoices-resent              pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "EINVXMIT - transmit electronic invoices".
           accept today-8 from date yyyymmdd.
           open input ar-file.
           if status-1 not = "0"
               display "Unable to open MUARITEM.DAT - status "
                       status-1 status-2
               go to endit.
           open input invoice-file.
           if inv-status not = "00"
               display "Unable to open MUINVOIC.DAT - status "
                       inv-status
               close ar-file
               go to endit.
           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close ar-file
               close invoice-file
               go to endit.
           open input so-header-file.
           open i-o einvoice-log-file.
           if log-status not = "00"
               open output einvoice-log-file
               close einvoice-log-file
               open i-o einvoice-log-file.
           if log-status not = "00"
               display "Unable to open MUEINVLG.DAT - status "
                       log-status
               close ar-file
               close invoice-file
               close customer-file
               close so-header-file
               go to endit.
           open extend transmit-file.
           if xmt-status not = "00"
               open output transmit-file.
           if xmt-status not = "00"
               display "Unable to open EINVXMIT.DAT - status "
                       xmt-status
               close ar-file
               close invoice-file
               close customer-file
               close so-header-file
               close einvoice-log-file
               go to endit.
           open input customer-item-file.
           if cit-status = "00"
               move "Y" to cit-open-switch.

       ent-ry.
           display "N-Send new invoices  R-Retransmit an invoice  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "N" when "n"
                   perform send-new thru send-new-exit
               when "R" when "r"
                   perform retransmit thru retransmit-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * New Invoices for the Electronic Customers               *
      *    Only invoices dated from the keyed date go - flagging *
      *    a customer does not send its whole history.           *
      ***********************************************************

       send-new.
           display "Invoices dated from (YYYYMMDD, 0 for today) : ".
           move 0 to from-date.
           accept from-date.
           if from-date = 0
               move today-8 to from-date.
           move "O" to send-switch.
           move 0 to last-customer.
           move "N" to end-of-file-switch.
           move low-values to ar-key.
           start ar-file key not less than ar-key.
           if status-1 not = "0"
               go to send-new-exit.

       send-new-read.
           if end-of-file
               go to send-new-exit.
           read ar-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to send-new-read
           end-read.
           if not ar-type-invoice or ar-date < from-date
               go to send-new-read.
           if ar-customer-code not = last-customer
               move ar-customer-code to last-customer
               move ar-customer-code to customer-code
               read customer-file
                   invalid key
                       move "N" to customer-einvoice-flag
               end-read
           end-if.
           if not customer-einvoice
               go to send-new-read.
           move ar-document-number to el-invoice-number.
           read einvoice-log-file
               invalid key
                   continue
               not invalid key
                   go to send-new-read
           end-read.
           move "N" to logged-switch.
           move ar-document-number to ws-invoice-number.
           perform export-invoice thru export-invoice-exit.
           go to send-new-read.

       send-new-exit.
           display "Invoices sent : " invoices-sent.

      ***********************************************************
      * Retransmit One Invoice on Request                       *
      ***********************************************************

       retransmit.
           display "Invoice number : ".
           move spaces to ws-invoice-number.
           accept ws-invoice-number.
           if ws-invoice-number = spaces
               go to retransmit-exit.
           move ws-invoice-number to inv-number.
           move 0 to inv-line.
           start invoice-file key not less than inv-key.
           if inv-status not = "00"
               display "Invoice not on file"
               go to retransmit-exit.
           read invoice-file next record
               at end
                   display "Invoice not on file"
                   go to retransmit-exit
           end-read.
           if inv-number not = ws-invoice-number
               display "Invoice not on file"
               go to retransmit-exit.
           move inv-customer-code to ar-customer-code.
           move ws-invoice-number to ar-document-number.
           read ar-file
               invalid key
                   display "No receivables item for the invoice"
                   go to retransmit-exit
           end-read.
           move inv-customer-code to customer-code.
           read customer-file
               invalid key
                   display "Customer record missing"
                   go to retransmit-exit
           end-read.
           if not customer-einvoice
               display "Customer " customer-code " is not set up "
                       "for electronic invoices - sent anyway".
           move ws-invoice-number to el-invoice-number.
           move "N" to logged-switch.
           read einvoice-log-file
               invalid key
                   continue
               not invalid key
                   move "Y" to logged-switch
           end-read.
           move "R" to send-switch.
           perform export-invoice thru export-invoice-exit.
           add 1 to invoices-resent.

       retransmit-exit.
           exit.

      ***********************************************************
      * Write One Invoice - Header, then Its Lines              *
      *    The lines are totalled first, so the header can       *
      *    split the goods from the freight line BILLRUN adds.   *
      ***********************************************************

       export-invoice.
           move 0 to line-count.
           move 0 to goods-value.
           move 0 to freight-value.
           move 0 to tax-value.
           move spaces to first-order-number.
           move "N" to currency-invoice-switch.
           if ar-currency-code not = spaces
                   and ar-currency-code not = "USD"
               move "Y" to currency-invoice-switch.
           move ws-invoice-number to inv-number.
           move 0 to inv-line.
           start invoice-file key not less than inv-key.
           if inv-status not = "00"
               go to export-invoice-exit.

       export-invoice-total.
           read invoice-file next record
               at end
                   go to export-invoice-header
           end-read.
           if inv-number not = ws-invoice-number
               go to export-invoice-header.
           add 1 to line-count.
           if first-order-number = spaces
               move inv-order-number to first-order-number.
           if invoice-in-currency
               go to export-invoice-total-currency.
           if inv-stock-key = "FREIGHT"
               add inv-value to freight-value
           else
               add inv-value to goods-value.
           add inv-tax-amount to tax-value.
           go to export-invoice-total.

       export-invoice-total-currency.
           if inv-stock-key = "FREIGHT"
               add inv-fx-value to freight-value
           else
               add inv-fx-value to goods-value.
           add inv-fx-tax-amount to tax-value.
           go to export-invoice-total.

       export-invoice-header.
           if line-count = 0
               display "Invoice " ws-invoice-number
                       " has no lines on file - not sent"
               go to export-invoice-exit.
           move spaces to soh-customer-ref.
           move first-order-number to soh-number.
           read so-header-file
               invalid key
                   move spaces to soh-customer-ref
           end-read.
           move spaces to einv-header-record.
           move "H" to eh-record-type.
           move ws-invoice-number to eh-invoice-number.
           move ar-customer-code to eh-customer-code.
           move ar-date to eh-invoice-date.
           move soh-customer-ref to eh-customer-ref.
           move first-order-number to eh-order-number.
           move customer-terms-days to eh-terms-days.
           move ar-due-date to eh-due-date.
           move goods-value to eh-goods-value.
           move freight-value to eh-freight-value.
           move ar-tax-code to eh-tax-code.
           move tax-value to eh-tax-value.
           move ar-original-amount to eh-invoice-total.
           move line-count to eh-line-count.
           move send-switch to eh-send-flag.
           move "USD" to eh-currency-code.
           if invoice-in-currency
               move ar-fx-original-amount to eh-invoice-total
               move ar-currency-code to eh-currency-code.
           write einv-header-record.

           move ws-invoice-number to inv-number.
           move 0 to inv-line.
           start invoice-file key not less than inv-key.

       export-invoice-line.
           read invoice-file next record
               at end
                   go to export-invoice-log
           end-read.
           if inv-number not = ws-invoice-number
               go to export-invoice-log.
           move spaces to einv-line-record.
           move "L" to ei-record-type.
           move inv-number to ei-invoice-number.
           move inv-line to ei-line.
           move inv-stock-key to ei-stock-key.
           move inv-qty to ei-qty.
           move inv-unit-price to ei-unit-price.
           move inv-value to ei-value.
           move inv-tax-amount to ei-tax-amount.
           if invoice-in-currency
               move inv-fx-unit-price to ei-unit-price
               move inv-fx-value to ei-value
               move inv-fx-tax-amount to ei-tax-amount.
           perform find-customer-part thru find-customer-part-exit.
           write einv-line-record.
           go to export-invoice-line.

       export-invoice-log.
           move ws-invoice-number to el-invoice-number.
           move ar-customer-code to el-customer-code.
           move today-8 to el-last-sent-date.
           move ar-original-amount to el-invoice-total.
           if already-sent
               add 1 to el-send-count
               rewrite einvoice-log-record
           else
               move today-8 to el-first-sent-date
               move 1 to el-send-count
               write einvoice-log-record.
           if log-status not = "00"
               display "Invoice " ws-invoice-number
                       " sent but not logged - status " log-status.
           if not retransmission
               add 1 to invoices-sent.
           display "Invoice " ws-invoice-number " transmitted".

       export-invoice-exit.
           exit.

      *    The customer's number for the item, first on file.

       find-customer-part.
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
           move ci-customer-part to ei-customer-part.

       find-customer-part-exit.
           exit.

       wrap-up.
           close ar-file.
           close invoice-file.
           close customer-file.
           close so-header-file.
           close einvoice-log-file.
           close transmit-file.
           if cross-reference-open
               close customer-item-file.
           display "Invoices sent       : " invoices-sent.
           display "Invoices retransmit : " invoices-resent.

       endit.
           goback.
