      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     CUST360.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Single-screen customer 360 inquiry, the customer twin   *
      *  of ITEM360.  For a keyed customer code it shows, on one *
      *  paged console display, what used to take CUSTMAST,      *
      *  ORDENT, ARAGE, RMARPT and QUOTEFUP in turn: name,       *
      *  terms, credit limit and the credit still available      *
      *  (worked out as ORDENT's limit check does), the open     *
      *  orders off MUSOHDR.DAT and MUORDERS.DAT, the open items *
      *  on MUARITEM.DAT aged in ARAGE's business-day buckets,   *
      *  the last ten invoices on MUINVOIC.DAT, open RMAs, open  *
      *  quotes, stock held at the customer's site on            *
      *  MUCCONS.DAT, the serials shipped to them off            *
      *  MUSERIAL.DAT and the last 30 days' shipments off        *
      *  MUSHIPLG.DAT with their tracking numbers and whether    *
      *  the carrier has confirmed delivery (see PODIMP); an     *
      *  order's shipped lines show the same.  Any order,        *
      *  receivable, invoice, RMA, quote, consigned item or      *
      *  serial listed can then be keyed for its detail.  Read   *
      *  only - nothing is updated.                              *
      *                                                          *
      ************************************************************

       identification division.
       program-id. CUST360.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status file-status.

           select so-header-file assign "MUSOHDR.DAT"
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select order-file assign "MUORDERS.DAT"
                organization indexed
                access dynamic
                record key order-key
                status ord-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status ar-status.

           select invoice-file assign "MUINVOIC.DAT"
                organization indexed
                access dynamic
                record key inv-key
                status inv-status.

           select rma-file assign "MURMADTA.DAT"
                organization indexed
                access dynamic
                record key rma-number
                status rma-status.

           select quote-file assign "MUQUOTES.DAT"
                organization indexed
                access dynamic
                record key qt-number
                status qt-status.

           select cust-consignment-file assign "MUCCONS.DAT"
                organization indexed
                access dynamic
                record key cc-key
                status ccn-status.

           select serial-file assign "MUSERIAL.DAT"
                organization indexed
                access dynamic
                record key sn-key
                status ser-status.

           select calendar-file assign "MUCALNDR.DAT"
                organization indexed
                access dynamic
                record key cal-date
                status cal-status.

           select shipment-log assign "MUSHIPLG.DAT"
                organization indexed
                access dynamic
                record key sh-key
                alternate record key sh-tracking-number
                    with duplicates
                alternate record key sh-order-ref
                    with duplicates
                status shp-status.
      /
       data division.

       file section.
       fd  customer-file.
           copy customer.cpy.

       fd  so-header-file.
           copy sohdr.cpy.

       fd  order-file.
           copy orderrec.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  ar-file.
           copy aritem.cpy.

       fd  invoice-file.
           copy invoice.cpy.

       fd  rma-file.
           copy rmarec.cpy.

       fd  quote-file.
           copy quoterec.cpy.

       fd  cust-consignment-file.
           copy cconsrec.cpy.

       fd  serial-file.
           copy serial.cpy.

       fd  calendar-file.
           copy calrec.cpy.

       fd  shipment-log.
           copy shiplog.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  soh-status                   pic xx.
       01  ord-status                   pic xx.
       01  stock-status                 pic xx.
       01  ar-status                    pic xx.
       01  inv-status                   pic xx.
       01  rma-status                   pic xx.
       01  qt-status                    pic xx.
       01  ccn-status                   pic xx.
       01  ser-status                   pic xx.
       01  cal-status                   pic xx.
       01  shp-status                   pic xx.

       01  soh-open-switch              pic x     value "N".
           88  so-header-file-open                value "Y".
       01  ord-open-switch              pic x     value "N".
           88  order-file-open                    value "Y".
       01  stock-open-switch            pic x     value "N".
           88  stock-file-open                    value "Y".
       01  ar-open-switch               pic x     value "N".
           88  ar-ledger-open                     value "Y".
       01  inv-open-switch              pic x     value "N".
           88  invoice-file-open                  value "Y".
       01  rma-open-switch              pic x     value "N".
           88  rma-file-open                      value "Y".
       01  qt-open-switch               pic x     value "N".
           88  quote-file-open                    value "Y".
       01  ccn-open-switch              pic x     value "N".
           88  consignment-file-open              value "Y".
       01  ser-open-switch              pic x     value "N".
           88  serial-file-open                   value "Y".
       01  cal-open-switch              pic x     value "N".
           88  calendar-open                      value "Y".
       01  shp-open-switch              pic x     value "N".
           88  shipment-log-open                  value "Y".

       01  ws-customer-code             pic 9(04).
       01  browse-command               pic x.
       01  detail-command               pic x.
       01  ws-detail-key                pic x(06).
       01  ws-detail-stock-key          pic x(10).
       01  ws-detail-serial             pic x(15).
       01  today-8                      pic 9(08).

      ***********************************************************
      * Credit Position - Worked as ORDENT's Limit Check         *
      ***********************************************************

       01  ws-open-ar                   pic s9(12)v99.
       01  ws-open-commitments          pic 9(12)v99.
       01  ws-available                 pic s9(12)v99.
       01  ws-line-value                pic 9(12)v99.
       01  ws-order-value               pic 9(12)v99.
       01  ws-limit-edited              pic z(07)9.99.
       01  ws-money-edited              pic z(11)9.99.
       01  ws-signed-edited             pic -(11)9.99.
       01  ws-price-edited              pic z(07)9.99.

       01  scan-eof-switch              pic x.
           88  scan-eof                           value "Y".

       01  orders-shown                 pic 9(04).
       01  items-shown                  pic 9(04).
       01  rmas-shown                   pic 9(04).
       01  quotes-shown                 pic 9(04).
       01  consigned-shown              pic 9(04).
       01  serials-shown                pic 9(04).
       01  lines-shown                  pic 9(04).
       01  shipments-shown              pic 9(04).
       01  deliveries-shown             pic 9(04).

      ***********************************************************
      * Aging Buckets (see ARAGE)                                *
      ***********************************************************

       01  cust-current                 pic s9(12)v99.
       01  cust-30                      pic 9(12)v99.
       01  cust-60                      pic 9(12)v99.
       01  cust-90                      pic 9(12)v99.
       01  cust-over                    pic 9(12)v99.

       01  today-serial                 pic 9(07).
       01  due-serial                   pic 9(07).
       01  ws-days-late                 pic 9(05).
       01  ws-type-text                 pic x(14).

      ***********************************************************
      * Recent Invoices - Rolling Table of the Last Ten          *
      ***********************************************************

       01  recent-table.
           03  ri-entry                 occurs 10 times.
               05  ri-tbl-number        pic x(06).
               05  ri-tbl-date          pic 9(08).
               05  ri-tbl-lines         pic 9(03).
               05  ri-tbl-value         pic 9(12)v99.

       01  recent-count                 pic 9(02) comp value 0.
       01  recent-subscript             pic 9(02) comp value 0.
       01  ws-last-invoice              pic x(06).
       01  ws-invoice-total             pic 9(12)v99.

      ***********************************************************
      * Date-to-Serial-Day Conversion                           *
      ***********************************************************

       01  conv-date                    pic 9(08).
       01  conv-date-split redefines conv-date.
           03  conv-year                pic 9(04).
           03  conv-month               pic 9(02).
           03  conv-day                 pic 9(02).
       01  conv-serial                  pic 9(07).
       01  conv-work                    pic 9(07).
       01  conv-prior-year              pic 9(04).
       01  conv-remainder               pic 9(04).
       01  leap-switch                  pic x.
           88  leap-year                      value "Y".

       01  month-offset-values.
           03  filler                   pic x(36) value
               "000031059090120151181212243273304334".
       01  month-offset-table redefines month-offset-values.
           03  month-offset             pic 9(03) occurs 12 times.

       01  month-length-values.
           03  filler                   pic x(24) value
               "312831303130313130313031".
       01  month-length-table redefines month-length-values.
           03  month-length             pic 9(02) occurs 12 times.

       01  uns-serial                   pic 9(07).
       01  uns-day-of-year              pic 9(03).
       01  uns-month                    pic 9(02).
       01  uns-days-in-month            pic 9(02).

      ***********************************************************
      * Business-Day Calendar (see CALMAINT)                     *
      ***********************************************************

       01  working-day-switch           pic x.
           88  working-day                        value "Y".
       01  hold-serial                  pic 9(07).
       01  bus-days-counted             pic 9(05).
       01  count-from-serial            pic 9(07).
       01  count-to-serial              pic 9(07).
       01  dow-remainder                pic 9(01).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "CUST360 - single-screen customer inquiry".
           open input customer-file.
           if status-1 not = "0"
               display "Unable to open MUCUSTMR.DAT - status "
                       status-1 status-2
               go to endit.
           open input so-header-file.
           if soh-status = "00"
               move "Y" to soh-open-switch.
           open input order-file.
           if ord-status = "00"
               move "Y" to ord-open-switch.
           open input stock-file.
           if stock-status = "00"
               move "Y" to stock-open-switch.
           open input ar-file.
           if ar-status = "00"
               move "Y" to ar-open-switch.
           open input invoice-file.
           if inv-status = "00"
               move "Y" to inv-open-switch.
           open input rma-file.
           if rma-status = "00"
               move "Y" to rma-open-switch.
           open input quote-file.
           if qt-status = "00"
               move "Y" to qt-open-switch.
           open input cust-consignment-file.
           if ccn-status = "00"
               move "Y" to ccn-open-switch.
           open input serial-file.
           if ser-status = "00"
               move "Y" to ser-open-switch.
           open input calendar-file.
           if cal-status = "00"
               move "Y" to cal-open-switch.
           open input shipment-log.
           if shp-status = "00"
               move "Y" to shp-open-switch.

           accept today-8 from date yyyymmdd.
           move today-8 to conv-date.
           perform convert-date-to-serial.
           move conv-serial to today-serial.

       ent-ry.
           display "Customer code (0 to exit) : ".
           move 0 to ws-customer-code.
           accept ws-customer-code.
           if ws-customer-code = 0
               go to wrap-up.
           move ws-customer-code to customer-code.
           read customer-file.
           if status-1 not = "0"
               display "Customer code not found - status "
                       status-1 status-2
               go to ent-ry.
           perform show-account thru show-account-exit.
           display "Enter for orders and receivables : ".
           accept browse-command.
           perform show-open-orders thru show-open-orders-exit.
           perform show-open-items thru show-open-items-exit.
           display "Enter for invoices, returns and quotes : ".
           accept browse-command.
           perform show-invoices thru show-invoices-exit.
           perform show-open-rmas thru show-open-rmas-exit.
           perform show-open-quotes thru show-open-quotes-exit.
           display "Enter for consignment, serials and deliveries : ".
           accept browse-command.
           perform show-consignment thru show-consignment-exit.
           perform show-serials thru show-serials-exit.
           perform show-shipments thru show-shipments-exit.

       ent-ry-detail.
           display space.
           display "Detail  O order  A receivable  I invoice  R RMA  "
                   "Q quote".
           display "        C consigned item  S serial  "
                   "(blank for next customer) : ".
           move space to detail-command.
           accept detail-command.
           evaluate detail-command
               when space
                   go to ent-ry
               when "O"
               when "o"
                   perform detail-order thru detail-order-exit
               when "A"
               when "a"
                   perform detail-item thru detail-item-exit
               when "I"
               when "i"
                   perform detail-invoice thru detail-invoice-exit
               when "R"
               when "r"
                   perform detail-rma thru detail-rma-exit
               when "Q"
               when "q"
                   perform detail-quote thru detail-quote-exit
               when "C"
               when "c"
                   perform detail-consigned thru detail-consigned-exit
               when "S"
               when "s"
                   perform detail-serial thru detail-serial-exit
               when other
                   display "Choose O, A, I, R, Q, C or S"
           end-evaluate.
           go to ent-ry-detail.

      ***********************************************************
      * The Account - Terms, Limit and Credit Available          *
      ***********************************************************

       show-account.
           display space.
           display "Customer " customer-code "  " customer-name.
           display "         " customer-address-1.
           if customer-address-2 not = spaces
               display "         " customer-address-2.
           display "Phone " customer-phone
                   "  Terms " customer-terms-days " days"
                   "  Rep " customer-salesrep
                   "  Tax " customer-tax-code.
           perform sum-open-ar thru sum-open-ar-exit.
           perform sum-open-commitments
                   thru sum-open-commitments-exit.
           move ws-open-ar to ws-signed-edited.
           display "Open receivables  " ws-signed-edited.
           move ws-open-commitments to ws-money-edited.
           display "Open orders       " ws-money-edited.
           if customer-credit-limit = 0
               display "Credit limit      none set"
               go to show-account-flags.
           move customer-credit-limit to ws-limit-edited.
           display "Credit limit          " ws-limit-edited.
           compute ws-available = customer-credit-limit
               - ws-open-ar - ws-open-commitments.
           move ws-available to ws-signed-edited.
           display "Credit available  " ws-signed-edited.
           if ws-available < 0
               display "*** OVER CREDIT LIMIT ***".

       show-account-flags.
           if customer-einvoice
               display "Invoices sent electronically".
           if customer-fincharge-exempt
               display "Exempt from finance charges".

       show-account-exit.
           exit.

       sum-open-ar.
           move 0 to ws-open-ar.
           if not ar-ledger-open
               go to sum-open-ar-exit.
           move ws-customer-code to ar-customer-code.
           move low-values to ar-document-number.
           start ar-file key not less than ar-key.
           if ar-status not = "00"
               go to sum-open-ar-exit.

       sum-open-ar-read.
           read ar-file next record
               at end
                   go to sum-open-ar-exit
           end-read.
           if ar-customer-code not = ws-customer-code
               go to sum-open-ar-exit.
           if not ar-open-item
               go to sum-open-ar-read.
           if ar-type-credit-side
               subtract ar-open-amount from ws-open-ar
           else
               add ar-open-amount to ws-open-ar
           end-if.
           go to sum-open-ar-read.

       sum-open-ar-exit.
           exit.

       sum-open-commitments.
           move 0 to ws-open-commitments.
           if not order-file-open
               go to sum-open-commitments-exit.
           move "N" to scan-eof-switch.
           move low-values to order-key.
           start order-file key not less than order-key.
           if ord-status not = "00"
               go to sum-open-commitments-exit.

       sum-open-commitments-read.
           if scan-eof
               go to sum-open-commitments-exit.
           read order-file next record
               at end
                   move "Y" to scan-eof-switch
                   go to sum-open-commitments-read
           end-read.
           if not order-open
               go to sum-open-commitments-read.
           if order-customer-code not = ws-customer-code
               go to sum-open-commitments-read.
           perform price-order-line thru price-order-line-exit.
           add ws-line-value to ws-open-commitments.
           go to sum-open-commitments-read.

       sum-open-commitments-exit.
           exit.

      ***********************************************************
      *    An unpriced line is valued at today's sell price, as  *
      *    ORDENT values it against the credit limit.            *
      ***********************************************************

       price-order-line.
           move 0 to ws-line-value.
           if order-price-each > 0
               compute ws-line-value = order-qty * order-price-each
               go to price-order-line-exit.
           if not stock-file-open
               go to price-order-line-exit.
           move order-stock-key to stock-key.
           read stock-file.
           if stock-status = "00"
               compute ws-line-value = order-qty * stock-sell-price.

       price-order-line-exit.
           exit.

      ***********************************************************
      * Open Sales Orders                                        *
      ***********************************************************

       show-open-orders.
           if not so-header-file-open
               display "Order header file not available"
               go to show-open-orders-exit.
           move 0 to orders-shown.
           move "N" to scan-eof-switch.
           move low-values to soh-number.
           start so-header-file key not less than soh-number.
           if soh-status not = "00"
               go to show-open-orders-done.
           display "Open orders :".

       show-open-orders-read.
           if scan-eof
               go to show-open-orders-done.
           read so-header-file next record
               at end
                   move "Y" to scan-eof-switch
                   go to show-open-orders-read
           end-read.
           if soh-customer-code not = ws-customer-code
               go to show-open-orders-read.
           if not soh-open
               go to show-open-orders-read.
           perform value-open-order thru value-open-order-exit.
           move ws-order-value to ws-money-edited.
           display "  " soh-number
                   "  dated " soh-order-date
                   "  lines " soh-line-count
                   "  ref " soh-customer-ref
                   "  open " ws-money-edited.
           add 1 to orders-shown.
           go to show-open-orders-read.

       show-open-orders-done.
           display "Open orders for this customer : " orders-shown.

       show-open-orders-exit.
           exit.

       value-open-order.
           move 0 to ws-order-value.
           if not order-file-open
               go to value-open-order-exit.
           move soh-number to order-number.
           move 0 to order-line.
           start order-file key not less than order-key.
           if ord-status not = "00"
               go to value-open-order-exit.

       value-open-order-read.
           read order-file next record
               at end
                   go to value-open-order-exit
           end-read.
           if order-number not = soh-number
               go to value-open-order-exit.
           if not order-open
               go to value-open-order-read.
           perform price-order-line thru price-order-line-exit.
           add ws-line-value to ws-order-value.
           go to value-open-order-read.

       value-open-order-exit.
           exit.

      ***********************************************************
      * Open Receivables and Their Aging                         *
      ***********************************************************

       show-open-items.
           if not ar-ledger-open
               display "Receivables ledger not available"
               go to show-open-items-exit.
           move 0 to items-shown.
           move 0 to cust-current.
           move 0 to cust-30.
           move 0 to cust-60.
           move 0 to cust-90.
           move 0 to cust-over.
           move ws-customer-code to ar-customer-code.
           move low-values to ar-document-number.
           start ar-file key not less than ar-key.
           if ar-status not = "00"
               go to show-open-items-done.
           display "Open receivables :".

       show-open-items-read.
           read ar-file next record
               at end
                   go to show-open-items-done
           end-read.
           if ar-customer-code not = ws-customer-code
               go to show-open-items-done.
           if not ar-open-item
               go to show-open-items-read.
           perform name-item-type thru name-item-type-exit.
           move ar-open-amount to ws-money-edited.
           display "  " ar-document-number
                   "  " ws-type-text
                   "  dated " ar-date
                   "  due " ar-due-date
                   "  open " ws-money-edited.
           perform age-one-item thru age-one-item-exit.
           add 1 to items-shown.
           go to show-open-items-read.

       show-open-items-done.
           display "Open items for this customer : " items-shown.
           if items-shown = 0
               go to show-open-items-exit.
           display "Aging (business days past due) :".
           move cust-current to ws-signed-edited.
           display "  Current       " ws-signed-edited.
           move cust-30 to ws-money-edited.
           display "  1-30 days     " ws-money-edited.
           move cust-60 to ws-money-edited.
           display "  31-60 days    " ws-money-edited.
           move cust-90 to ws-money-edited.
           display "  61-90 days    " ws-money-edited.
           move cust-over to ws-money-edited.
           display "  Over 90 days  " ws-money-edited.

       show-open-items-exit.
           exit.

       name-item-type.
           evaluate true
               when ar-type-invoice
                   move "Invoice" to ws-type-text
               when ar-type-credit-memo
                   move "Credit memo" to ws-type-text
               when ar-type-unapplied
                   move "Unapplied cash" to ws-type-text
               when ar-type-write-off
                   move "Written off" to ws-type-text
               when ar-type-finance-charge
                   move "Finance charge" to ws-type-text
               when other
                   move ar-document-type to ws-type-text
           end-evaluate.

       name-item-type-exit.
           exit.

      ***********************************************************
      *    Buckets by business days past due, exactly as ARAGE.  *
      ***********************************************************

       age-one-item.
           if ar-type-credit-side
               subtract ar-open-amount from cust-current
               go to age-one-item-exit.
           move ar-due-date to conv-date.
           perform convert-date-to-serial.
           move conv-serial to due-serial.
           if today-serial <= due-serial
               add ar-open-amount to cust-current
               go to age-one-item-exit.
           move due-serial to count-from-serial.
           move today-serial to count-to-serial.
           perform count-business-days
                   thru count-business-days-exit.
           move bus-days-counted to ws-days-late.
           evaluate true
               when ws-days-late <= 30
                   add ar-open-amount to cust-30
               when ws-days-late <= 60
                   add ar-open-amount to cust-60
               when ws-days-late <= 90
                   add ar-open-amount to cust-90
               when other
                   add ar-open-amount to cust-over
           end-evaluate.

       age-one-item-exit.
           exit.

      ***********************************************************
      * Recent Invoices                                          *
      ***********************************************************

       show-invoices.
           if not invoice-file-open
               display "Invoice file not available"
               go to show-invoices-exit.
           move 0 to recent-count.
           move spaces to ws-last-invoice.
           move "N" to scan-eof-switch.
           move low-values to inv-key.
           start invoice-file key not less than inv-key.
           if inv-status not = "00"
               go to show-invoices-print.

       show-invoices-read.
           if scan-eof
               go to show-invoices-print.
           read invoice-file next record
               at end
                   move "Y" to scan-eof-switch
                   go to show-invoices-read
           end-read.
           if inv-customer-code not = ws-customer-code
               go to show-invoices-read.
           if inv-number not = ws-last-invoice
               perform roll-recent-entry thru roll-recent-exit
               move inv-number to ws-last-invoice.
           add 1 to ri-tbl-lines(recent-subscript).
           add inv-value to ri-tbl-value(recent-subscript).
           add inv-tax-amount to ri-tbl-value(recent-subscript).
           go to show-invoices-read.

      ***********************************************************
      *    Invoices arrive in number order - keep a rolling      *
      *    window so the last ten survive to be shown.           *
      ***********************************************************

       roll-recent-entry.
           if recent-count < 10
               add 1 to recent-count
               move recent-count to recent-subscript
               go to roll-recent-store.
           move 1 to recent-subscript.

       roll-recent-shift.
           if recent-subscript < 10
               move ri-entry(recent-subscript + 1)
                       to ri-entry(recent-subscript)
               add 1 to recent-subscript
               go to roll-recent-shift.
           move 10 to recent-subscript.

       roll-recent-store.
           move inv-number to ri-tbl-number(recent-subscript).
           move inv-date to ri-tbl-date(recent-subscript).
           move 0 to ri-tbl-lines(recent-subscript).
           move 0 to ri-tbl-value(recent-subscript).

       roll-recent-exit.
           exit.

       show-invoices-print.
           if recent-count = 0
               display "No invoices on file for this customer"
               go to show-invoices-exit.
           display "Latest invoices (oldest of the last ten "
                   "first) :".
           move 1 to recent-subscript.

       show-invoices-print-loop.
           if recent-subscript > recent-count
               go to show-invoices-exit.
           move ri-tbl-value(recent-subscript) to ws-money-edited.
           display "  " ri-tbl-number(recent-subscript)
                   "  dated " ri-tbl-date(recent-subscript)
                   "  lines " ri-tbl-lines(recent-subscript)
                   "  total " ws-money-edited.
           add 1 to recent-subscript.
           go to show-invoices-print-loop.

       show-invoices-exit.
           exit.

      ***********************************************************
      * Open Returns                                             *
      ***********************************************************

       show-open-rmas.
           if not rma-file-open
               display "RMA file not available"
               go to show-open-rmas-exit.
           move 0 to rmas-shown.
           move "N" to scan-eof-switch.
           move low-values to rma-number.
           start rma-file key not less than rma-number.
           if rma-status not = "00"
               go to show-open-rmas-done.

       show-open-rmas-read.
           if scan-eof
               go to show-open-rmas-done.
           read rma-file next record
               at end
                   move "Y" to scan-eof-switch
                   go to show-open-rmas-read
           end-read.
           if rma-customer-code not = ws-customer-code
               go to show-open-rmas-read.
           if not rma-open
               go to show-open-rmas-read.
           if rmas-shown = 0
               display "Open RMAs :".
           display "  " rma-number
                   "  item " rma-stock-key
                   "  returned " rma-qty-returned
                   "  reason " rma-reason-code
                   "  dated " rma-date.
           add 1 to rmas-shown.
           go to show-open-rmas-read.

       show-open-rmas-done.
           display "Open RMAs for this customer : " rmas-shown.

       show-open-rmas-exit.
           exit.

      ***********************************************************
      * Open Quotes                                              *
      ***********************************************************

       show-open-quotes.
           if not quote-file-open
               display "Quote file not available"
               go to show-open-quotes-exit.
           move 0 to quotes-shown.
           move "N" to scan-eof-switch.
           move low-values to qt-number.
           start quote-file key not less than qt-number.
           if qt-status not = "00"
               go to show-open-quotes-done.

       show-open-quotes-read.
           if scan-eof
               go to show-open-quotes-done.
           read quote-file next record
               at end
                   move "Y" to scan-eof-switch
                   go to show-open-quotes-read
           end-read.
           if qt-customer-code not = ws-customer-code
               go to show-open-quotes-read.
           if not qt-open
               go to show-open-quotes-read.
           if quotes-shown = 0
               display "Open quotes :".
           move qt-price to ws-price-edited.
           display "  " qt-number
                   "  item " qt-stock-key
                   "  qty " qt-qty
                   "  at " ws-price-edited
                   "  expires " qt-expiry-date.
           if qt-expiry-date < today-8
               display "          *** EXPIRED ***".
           add 1 to quotes-shown.
           go to show-open-quotes-read.

       show-open-quotes-done.
           display "Open quotes for this customer : " quotes-shown.

       show-open-quotes-exit.
           exit.

      ***********************************************************
      * Stock Held at the Customer's Site (see CCONSIGN)         *
      ***********************************************************

       show-consignment.
           if not consignment-file-open
               display "Customer consignment file not available"
               go to show-consignment-exit.
           move 0 to consigned-shown.
           move "N" to scan-eof-switch.
           move low-values to cc-key.
           start cust-consignment-file key not less than cc-key.
           if ccn-status not = "00"
               go to show-consignment-done.

       show-consignment-read.
           if scan-eof
               go to show-consignment-done.
           read cust-consignment-file next record
               at end
                   move "Y" to scan-eof-switch
                   go to show-consignment-read
           end-read.
           if cc-customer-code not = ws-customer-code
               go to show-consignment-read.
           if cc-qty-at-site = 0
               go to show-consignment-read.
           if consigned-shown = 0
               display "Consigned stock at this customer :".
           display "  " cc-stock-key
                   "  at site " cc-qty-at-site.
           add 1 to consigned-shown.
           go to show-consignment-read.

       show-consignment-done.
           display "Items consigned to this customer : "
                   consigned-shown.

       show-consignment-exit.
           exit.

      ***********************************************************
      * Serials Shipped to the Customer                          *
      ***********************************************************

       show-serials.
           if not serial-file-open
               display "Serial file not available"
               go to show-serials-exit.
           move 0 to serials-shown.
           move "N" to scan-eof-switch.
           move low-values to sn-key.
           start serial-file key not less than sn-key.
           if ser-status not = "00"
               go to show-serials-done.

       show-serials-read.
           if scan-eof
               go to show-serials-done.
           read serial-file next record
               at end
                   move "Y" to scan-eof-switch
                   go to show-serials-read
           end-read.
           if sn-customer-code not = ws-customer-code
               go to show-serials-read.
           if not sn-shipped
               go to show-serials-read.
           if serials-shown = 0
               display "Serials shipped to this customer :".
           display "  " sn-stock-key
                   "  " sn-serial-number
                   "  shipped " sn-ship-date.
           add 1 to serials-shown.
           go to show-serials-read.

       show-serials-done.
           display "Serials with this customer : " serials-shown.

       show-serials-exit.
           exit.

      ***********************************************************
      * Last 30 Days' Shipments and Their Delivery (see PODIMP)  *
      ***********************************************************

       show-shipments.
           if not shipment-log-open
               display "Shipment log not available"
               go to show-shipments-exit.
           move 0 to shipments-shown.
           move 0 to deliveries-shown.
           move "N" to scan-eof-switch.
           compute uns-serial = today-serial - 30.
           perform convert-serial-to-date
                   thru convert-serial-to-date-month.
           move conv-date to sh-ship-date.
           move low-values to sh-order-ref.
           start shipment-log key not less than sh-key.
           if shp-status not = "00"
               go to show-shipments-done.

       show-shipments-read.
           if scan-eof
               go to show-shipments-done.
           read shipment-log next record
               at end
                   move "Y" to scan-eof-switch
                   go to show-shipments-read
           end-read.
           if sh-customer-code not = ws-customer-code
               go to show-shipments-read.
           if shipments-shown = 0
               display "Shipments in the last 30 days :".
           display "  " sh-ship-date
                   "  " sh-order-number "/" sh-order-line
                   "  " sh-stock-key
                   "  qty " sh-qty
                   "  carrier " sh-carrier-code.
           perform show-delivery thru show-delivery-exit.
           add 1 to shipments-shown.
           if sh-delivered
               add 1 to deliveries-shown.
           go to show-shipments-read.

       show-shipments-done.
           display "Shipments in the last 30 days : " shipments-shown
                   "  delivered : " deliveries-shown.

       show-shipments-exit.
           exit.

       show-delivery.
           if sh-delivered
               display "      tracking " sh-tracking-number
                       "  delivered " sh-delivered-date
                       " " sh-delivered-time
                       "  signed " sh-signed-by
           else
               display "      tracking " sh-tracking-number
                       "  no delivery confirmation yet".

       show-delivery-exit.
           exit.

      ***********************************************************
      * Drill-Down - One Order and Its Lines                     *
      ***********************************************************

       detail-order.
           if not so-header-file-open
               display "Order header file not available"
               go to detail-order-exit.
           display "Order number : ".
           move spaces to ws-detail-key.
           accept ws-detail-key.
           if ws-detail-key = spaces
               go to detail-order-exit.
           move ws-detail-key to soh-number.
           read so-header-file
               invalid key
                   display "Order not on file"
                   go to detail-order-exit
           end-read.
           if soh-customer-code not = ws-customer-code
               display "Order " soh-number " is not this customer's"
               go to detail-order-exit.
           display "Order " soh-number
                   "  dated " soh-order-date
                   "  status " soh-status-flag
                   "  type " soh-type-flag.
           display "  ref " soh-customer-ref
                   "  carrier " soh-carrier-code
                   "  rep " soh-salesrep
                   "  ship-to " soh-shipto.
           if not order-file-open
               display "Order line file not available"
               go to detail-order-exit.
           move 0 to lines-shown.
           move soh-number to order-number.
           move 0 to order-line.
           start order-file key not less than order-key.
           if ord-status not = "00"
               go to detail-order-done.

       detail-order-read.
           read order-file next record
               at end
                   go to detail-order-done
           end-read.
           if order-number not = soh-number
               go to detail-order-done.
           move order-price-each to ws-price-edited.
           display "  " order-line
                   "  " order-stock-key
                   "  qty " order-qty
                   "  at " ws-price-edited
                   "  status " order-status-flag
                   "  billed " order-billed-flag.
           if order-shipped and shipment-log-open
               perform show-line-delivery
                       thru show-line-delivery-exit.
           add 1 to lines-shown.
           go to detail-order-read.

       detail-order-done.
           display "Lines on this order : " lines-shown.

       detail-order-exit.
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
           display "      shipped " sh-ship-date
                   "  carrier " sh-carrier-code.
           perform show-delivery thru show-delivery-exit.

       show-line-delivery-exit.
           exit.

      ***********************************************************
      * Drill-Down - One Receivable                              *
      ***********************************************************

       detail-item.
           if not ar-ledger-open
               display "Receivables ledger not available"
               go to detail-item-exit.
           display "Document number : ".
           move spaces to ws-detail-key.
           accept ws-detail-key.
           if ws-detail-key = spaces
               go to detail-item-exit.
           move ws-customer-code to ar-customer-code.
           move ws-detail-key to ar-document-number.
           read ar-file
               invalid key
                   display "Document not on file for this customer"
                   go to detail-item-exit
           end-read.
           perform name-item-type thru name-item-type-exit.
           display "Document " ar-document-number "  " ws-type-text
                   "  status " ar-status-flag.
           display "  dated " ar-date "  due " ar-due-date.
           move ar-original-amount to ws-money-edited.
           display "  original   " ws-money-edited.
           move ar-open-amount to ws-money-edited.
           display "  still open " ws-money-edited.
           if ar-tax-code not = spaces
               move ar-tax-amount to ws-money-edited
               display "  tax " ar-tax-code "   " ws-money-edited.
           if ar-shortpay-valid
               display "  short-pay or write-off reason "
                       ar-shortpay-reason.
           if ar-type-invoice and invoice-file-open
               perform list-invoice-lines
                       thru list-invoice-lines-exit.

       detail-item-exit.
           exit.

      ***********************************************************
      * Drill-Down - One Invoice and Its Lines                   *
      ***********************************************************

       detail-invoice.
           if not invoice-file-open
               display "Invoice file not available"
               go to detail-invoice-exit.
           display "Invoice number : ".
           move spaces to ws-detail-key.
           accept ws-detail-key.
           if ws-detail-key = spaces
               go to detail-invoice-exit.
           perform list-invoice-lines thru list-invoice-lines-exit.

       detail-invoice-exit.
           exit.

       list-invoice-lines.
           move 0 to lines-shown.
           move 0 to ws-invoice-total.
           move ws-detail-key to inv-number.
           move 0 to inv-line.
           start invoice-file key not less than inv-key.
           if inv-status not = "00"
               go to list-invoice-lines-done.

       list-invoice-lines-read.
           read invoice-file next record
               at end
                   go to list-invoice-lines-done
           end-read.
           if inv-number not = ws-detail-key
               go to list-invoice-lines-done.
           if inv-customer-code not = ws-customer-code
               display "Invoice " inv-number
                       " is not this customer's"
               go to list-invoice-lines-exit.
           if lines-shown = 0
               display "Invoice " inv-number "  dated " inv-date.
           move inv-unit-price to ws-price-edited.
           move inv-value to ws-money-edited.
           display "  " inv-line
                   "  " inv-stock-key
                   "  qty " inv-qty
                   "  at " ws-price-edited
                   "  value " ws-money-edited.
           display "       order " inv-order-number
                   "/" inv-order-line
                   "  tax " inv-tax-code " " inv-tax-amount.
           add inv-value to ws-invoice-total.
           add inv-tax-amount to ws-invoice-total.
           add 1 to lines-shown.
           go to list-invoice-lines-read.

       list-invoice-lines-done.
           if lines-shown = 0
               display "No invoice lines on file for " ws-detail-key
               go to list-invoice-lines-exit.
           move ws-invoice-total to ws-money-edited.
           display "Invoice total with tax " ws-money-edited.

       list-invoice-lines-exit.
           exit.

      ***********************************************************
      * Drill-Down - One RMA                                     *
      ***********************************************************

       detail-rma.
           if not rma-file-open
               display "RMA file not available"
               go to detail-rma-exit.
           display "RMA number : ".
           move spaces to ws-detail-key.
           accept ws-detail-key.
           if ws-detail-key = spaces
               go to detail-rma-exit.
           move ws-detail-key to rma-number.
           read rma-file
               invalid key
                   display "RMA not on file"
                   go to detail-rma-exit
           end-read.
           if rma-customer-code not = ws-customer-code
               display "RMA " rma-number " is not this customer's"
               go to detail-rma-exit.
           display "RMA " rma-number
                   "  item " rma-stock-key
                   "  dated " rma-date
                   "  status " rma-status-flag
                   "  credited " rma-credited-flag.
           display "  returned " rma-qty-returned
                   "  to stock " rma-qty-to-stock
                   "  scrapped " rma-qty-scrapped.
           display "  to vendor " rma-qty-to-vendor
                   "  shipped back " rma-qty-vr-shipped
                   "  reason " rma-reason-code.

       detail-rma-exit.
           exit.

      ***********************************************************
      * Drill-Down - One Quote                                   *
      ***********************************************************

       detail-quote.
           if not quote-file-open
               display "Quote file not available"
               go to detail-quote-exit.
           display "Quote number : ".
           move spaces to ws-detail-key.
           accept ws-detail-key.
           if ws-detail-key = spaces
               go to detail-quote-exit.
           move ws-detail-key to qt-number.
           read quote-file
               invalid key
                   display "Quote not on file"
                   go to detail-quote-exit
           end-read.
           if qt-customer-code not = ws-customer-code
               display "Quote " qt-number " is not this customer's"
               go to detail-quote-exit.
           move qt-stock-key to ws-detail-stock-key.
           perform show-stock-name thru show-stock-name-exit.
           display "Quote " qt-number
                   "  item " qt-stock-key
                   "  status " qt-status-flag.
           display "  " stock-description-1.
           compute ws-line-value = qt-qty * qt-price.
           move qt-price to ws-price-edited.
           move ws-line-value to ws-money-edited.
           display "  qty " qt-qty
                   "  at " ws-price-edited
                   "  value " ws-money-edited.
           display "  quoted " qt-quote-date
                   "  expires " qt-expiry-date.
           if qt-converted
               display "  converted to order " qt-order-number.

       detail-quote-exit.
           exit.

      ***********************************************************
      * Drill-Down - One Consigned Item                          *
      ***********************************************************

       detail-consigned.
           if not consignment-file-open
               display "Customer consignment file not available"
               go to detail-consigned-exit.
           display "Stock code : ".
           move spaces to ws-detail-stock-key.
           accept ws-detail-stock-key.
           if ws-detail-stock-key = spaces
               go to detail-consigned-exit.
           move ws-detail-stock-key to cc-stock-key.
           move ws-customer-code to cc-customer-code.
           read cust-consignment-file
               invalid key
                   display "Nothing of that item at this customer"
                   go to detail-consigned-exit
           end-read.
           perform show-stock-name thru show-stock-name-exit.
           display "Item " cc-stock-key "  " stock-description-1.
           compute ws-line-value = cc-qty-at-site * stock-sell-price.
           move stock-sell-price to ws-price-edited.
           move ws-line-value to ws-money-edited.
           display "  at site " cc-qty-at-site
                   "  sell " ws-price-edited
                   "  value " ws-money-edited.

       detail-consigned-exit.
           exit.

      ***********************************************************
      * Drill-Down - One Serial                                  *
      ***********************************************************

       detail-serial.
           if not serial-file-open
               display "Serial file not available"
               go to detail-serial-exit.
           display "Stock code : ".
           move spaces to ws-detail-stock-key.
           accept ws-detail-stock-key.
           if ws-detail-stock-key = spaces
               go to detail-serial-exit.
           display "Serial number : ".
           move spaces to ws-detail-serial.
           accept ws-detail-serial.
           move ws-detail-stock-key to sn-stock-key.
           move ws-detail-serial to sn-serial-number.
           read serial-file
               invalid key
                   display "Serial not on file"
                   go to detail-serial-exit
           end-read.
           if sn-customer-code not = ws-customer-code
               display "Serial is not with this customer"
               go to detail-serial-exit.
           perform show-stock-name thru show-stock-name-exit.
           display "Item " sn-stock-key "  " stock-description-1.
           display "  serial " sn-serial-number
                   "  status " sn-status-flag
                   "  received " sn-receipt-date
                   "  shipped " sn-ship-date.

       detail-serial-exit.
           exit.

      ***********************************************************
      *    Description and sell price for the item keyed in      *
      *    ws-detail-stock-key, blank if the stock file is shut. *
      ***********************************************************

       show-stock-name.
           move spaces to stock-description-1.
           move 0 to stock-sell-price.
           if not stock-file-open
               go to show-stock-name-exit.
           move ws-detail-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               move "** not on file **" to stock-description-1
               move 0 to stock-sell-price.

       show-stock-name-exit.
           exit.

       wrap-up.
           close customer-file.
           if so-header-file-open
               close so-header-file.
           if order-file-open
               close order-file.
           if stock-file-open
               close stock-file.
           if ar-ledger-open
               close ar-file.
           if invoice-file-open
               close invoice-file.
           if rma-file-open
               close rma-file.
           if quote-file-open
               close quote-file.
           if consignment-file-open
               close cust-consignment-file.
           if serial-file-open
               close serial-file.
           if calendar-open
               close calendar-file.
           if shipment-log-open
               close shipment-log.

       endit.
           goback.

      ***********************************************************
      * Business-Day Arithmetic (see ARAGE)                      *
      ***********************************************************

       count-business-days.
           move 0 to bus-days-counted.
           move count-from-serial to conv-serial.

       count-business-days-loop.
           if conv-serial >= count-to-serial
               go to count-business-days-exit.
           add 1 to conv-serial.
           perform is-working-day thru is-working-day-exit.
           if working-day
               add 1 to bus-days-counted.
           go to count-business-days-loop.

       count-business-days-exit.
           exit.

       is-working-day.
           move conv-serial to hold-serial.
           move conv-serial to uns-serial.
           perform convert-serial-to-date.
           move "Y" to working-day-switch.
           if calendar-open
               move conv-date to cal-date
               read calendar-file
                   invalid key
                       perform weekend-rule thru weekend-rule-exit
                   not invalid key
                       if not cal-working
                           move "N" to working-day-switch
                       end-if
               end-read
           else
               perform weekend-rule thru weekend-rule-exit.
           move hold-serial to conv-serial.

       is-working-day-exit.
           exit.

       weekend-rule.
           divide hold-serial by 7 giving conv-work
                   remainder dow-remainder.
           if dow-remainder = 0 or dow-remainder = 1
               move "N" to working-day-switch.

       weekend-rule-exit.
           exit.

       convert-serial-to-date.
           divide uns-serial by 366 giving conv-year.

       convert-serial-to-date-year.
           add 1 to conv-year.
           move 1 to conv-month.
           move 1 to conv-day.
           perform convert-date-to-serial.
           if conv-serial not > uns-serial
               go to convert-serial-to-date-year.
           subtract 1 from conv-year.
           move 1 to conv-month.
           move 1 to conv-day.
           perform convert-date-to-serial.
           compute uns-day-of-year = uns-serial - conv-serial + 1.
           move 1 to uns-month.

       convert-serial-to-date-month.
           move month-length(uns-month) to uns-days-in-month.
           if uns-month = 2 and leap-year
               move 29 to uns-days-in-month.
           if uns-day-of-year > uns-days-in-month
               subtract uns-days-in-month from uns-day-of-year
               add 1 to uns-month
               go to convert-serial-to-date-month.
           move uns-month to conv-month.
           move uns-day-of-year to conv-day.

      ***********************************************************
      * Date-to-Serial-Day Conversion                           *
      ***********************************************************

       convert-date-to-serial.
           move "N" to leap-switch.
           divide conv-year by 4 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "Y" to leap-switch.
           divide conv-year by 100 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "N" to leap-switch.
           divide conv-year by 400 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "Y" to leap-switch.
           compute conv-prior-year = conv-year - 1.
           compute conv-serial = conv-year * 365.
           divide conv-prior-year by 4 giving conv-work.
           add conv-work to conv-serial.
           divide conv-prior-year by 100 giving conv-work.
           subtract conv-work from conv-serial.
           divide conv-prior-year by 400 giving conv-work.
           add conv-work to conv-serial.
           add month-offset(conv-month) to conv-serial.
           add conv-day to conv-serial.
           if leap-year and conv-month > 2
               add 1 to conv-serial.
