      *  goes whole to the exception list SOIMPEXC.LST with the  *
      *  reasons - nothing is ever half-booked.  The requested   *
      *  date rides on the booked line as its order-date.        *
      *  A feed line may end with the customer's ship-to number  *
      *  on MUSHIPTO.DAT (see SHIPTO.CPY) - blank or zero ships  *
      *  to the bill-to address.  A change of ship-to starts a   *
      *  new order, and the site must be on file and active or   *
      *  the group is rejected; the order takes its carrier.     *
      *  Customers who order by their own part numbers may send  *
      *  theirs in the stock code column, or in a trailing part  *
      *  number column with the stock code left blank; either   *
      *  is translated through the customer-item cross-         *
      *  reference MUCSTITM.DAT (see CUSTITEM.CPY) before the    *
      *  line is validated, and a number that translates to     *
      *  nothing rejects the group like any unknown stock code.  *
      *  The header's requested ship date is the group's first  *
      *  line's requested date.                                  *
      *                                                          *
      ************************************************************

           select number-file assign "MUSONUM.DAT"
                organization line sequential
                status num-status.

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
      /
       data division.

           03  si-stock-key             pic x(10).
           03  si-qty                   pic 9(06).
           03  si-req-date              pic 9(08).
           03  si-shipto                pic 9(03).
           03  si-customer-part         pic x(15).

       fd  order-file.
           copy orderrec.cpy.

       fd  number-file.
       01  number-line                  pic 9(05).

       fd  shipto-file.
           copy shipto.cpy.

       fd  customer-item-file.
           copy custitem.cpy.
      /
       working-storage section.

       01  cpr-open-switch              pic x     value "N".
           88  contract-prices-open               value "Y".

       01  sto-status                   pic xx.
       01  sto-open-switch              pic x     value "N".
           88  shipto-file-open                   value "Y".

       01  cit-status                   pic xx.
       01  cit-open-switch              pic x     value "N".
           88  cross-reference-open               value "Y".

       01  today-8                      pic 9(08).
       01  next-order-number            pic 9(05) value 0.
       01  ws-order-number              pic x(06).

      ***********************************************************
      * The Group Being Gathered - One Customer's Lines to One   *
      * Ship-To                                                  *
      ***********************************************************

       01  group-table.
           03  gr-entry                 occurs 50 times.
               05  gr-tbl-stock-key     pic x(10).
               05  gr-tbl-cust-part     pic x(15).
               05  gr-tbl-qty           pic 9(06).
               05  gr-tbl-req-date      pic 9(08).
               05  gr-tbl-price         pic 9(08)v99.
       01  group-count                  pic 9(02) comp value 0.
       01  group-subscript              pic 9(02) comp value 0.
       01  group-customer               pic 9(04) value 0.
       01  group-shipto                 pic 9(03) value 0.
       01  group-carrier                pic x(04).
       01  group-open-switch            pic x     value "N".
           88  group-in-progress                  value "Y".
       01  group-ok-switch              pic x.
           open input contract-price-file.
           if cpr-status = "00"
               move "Y" to cpr-open-switch.
           open input shipto-file.
           if sto-status = "00"
               move "Y" to sto-open-switch.
           open input customer-item-file.
           if cit-status = "00"
               move "Y" to cit-open-switch.

           perform read-next-number thru read-next-number-exit.
           accept today-8 from date yyyymmdd.
                   go to read-loop
           end-read.
           add 1 to lines-read.
      *    A feed written before ship-to numbers were sent leaves
      *    the column blank.
           if si-shipto not numeric
               move 0 to si-shipto.
           if group-in-progress
                   and (si-customer-code not = group-customer
                        or si-shipto not = group-shipto)
               perform close-group thru close-group-exit.
           if not group-in-progress
               move "Y" to group-open-switch
               move si-customer-code to group-customer
               move si-shipto to group-shipto
               move 0 to group-count.
           if group-count >= 50
               perform close-group thru close-group-exit
               move "Y" to group-open-switch
               move si-customer-code to group-customer
               move si-shipto to group-shipto
               move 0 to group-count.
           add 1 to group-count.
           move si-stock-key to gr-tbl-stock-key(group-count).
           move si-customer-part to gr-tbl-cust-part(group-count).
           move si-qty to gr-tbl-qty(group-count).
           move si-req-date to gr-tbl-req-date(group-count).
           move 0 to gr-tbl-price(group-count).
                           to gr-tbl-reason(1)
                   go to validate-group-exit
           end-read.
           perform validate-shipto thru validate-shipto-exit.
           if not group-clean
               go to validate-group-exit.
           move 0 to group-subscript.

       validate-group-line.
               move "requested date is in the past"
                       to gr-tbl-reason(group-subscript)
               go to validate-group-line.
           perform translate-part thru translate-part-exit.
           move gr-tbl-stock-key(group-subscript) to stock-key.
           read stock-file.
           if stock-status not = "00"
       validate-group-exit.
           exit.

      *    A ship-to must be the customer's, on file and active;
      *    its carrier goes onto the order.

       validate-shipto.
           move spaces to group-carrier.
           if group-shipto = 0
               go to validate-shipto-exit.
           if not shipto-file-open
               move "N" to group-ok-switch
               move "ship-to not on file" to gr-tbl-reason(1)
               go to validate-shipto-exit.
           move group-customer to st-customer-code.
           move group-shipto to st-number.
           read shipto-file
               invalid key
                   move "N" to group-ok-switch
                   move "ship-to not on file" to gr-tbl-reason(1)
                   go to validate-shipto-exit
           end-read.
           if not st-active
               move "N" to group-ok-switch
               move "ship-to is inactive" to gr-tbl-reason(1)
               go to validate-shipto-exit.
           move st-carrier-code to group-carrier.

       validate-shipto-exit.
           exit.

      *    A line sent under the customer's own part number takes
      *    our stock code off the cross-reference.  Our own code
      *    wins where the stock column holds one that is on file.

       translate-part.
           if not cross-reference-open
               go to translate-part-exit.
           move group-customer to ci-customer-code.
           if gr-tbl-stock-key(group-subscript) = spaces
               move gr-tbl-cust-part(group-subscript)
                       to ci-customer-part
               go to translate-part-read.
           move gr-tbl-stock-key(group-subscript) to stock-key.
           read stock-file.
           if stock-status = "00"
               go to translate-part-exit.
           move gr-tbl-stock-key(group-subscript) to ci-customer-part.

       translate-part-read.
           read customer-item-file
               invalid key
                   go to translate-part-exit
           end-read.
           if gr-tbl-cust-part(group-subscript) = spaces
               move ci-customer-part
                       to gr-tbl-cust-part(group-subscript).
           move ci-stock-key to gr-tbl-stock-key(group-subscript).

       translate-part-exit.
           exit.

       book-group.
           add 1 to next-order-number.
           move spaces to ws-order-number.
           move group-count to soh-line-count.
           move "S" to soh-type-flag.
           move spaces to soh-customer-ref.
           move group-carrier to soh-carrier-code.
           move customer-salesrep to soh-salesrep.
           move customer-currency to soh-currency-code.
           move group-shipto to soh-shipto.
           move gr-tbl-req-date(1) to soh-request-date.
           write so-header-record.
           if soh-status not = "00"
               display "Unable to book order header - status "
           move "N" to order-billed-flag.
           move gr-tbl-price(group-subscript) to order-price-each.
           move "N" to order-dropship-flag.
           move 0 to order-freight.
           write order-record.
           if status-1 not = "0"
               display "Unable to book line " group-subscript
           move spaces to import-line.
           string ws-order-number "/" order-line
                   "  cust=" group-customer
                   "  shipto=" group-shipto
                   "  stock=" order-stock-key
                   "  qty=" order-qty
                   "  want=" order-date
           if gr-tbl-reason(group-subscript) = spaces
               move "rejected with its group"
                       to gr-tbl-reason(group-subscript).
           if gr-tbl-stock-key(group-subscript) = spaces
               string "cust=" group-customer
                       "  part=" gr-tbl-cust-part(group-subscript)
                       "  qty=" gr-tbl-qty(group-subscript)
                       "  " gr-tbl-reason(group-subscript)
                       delimited by size into exception-line
           else
               string "cust=" group-customer
                       "  stock=" gr-tbl-stock-key(group-subscript)
                       "  qty=" gr-tbl-qty(group-subscript)
                       "  " gr-tbl-reason(group-subscript)
                       delimited by size into exception-line.
           write exception-line.
           add 1 to lines-rejected.
           go to reject-group-line.
               go to sum-open-ar-exit.
           if not ar-open-item
               go to sum-open-ar-read.
           if ar-type-credit-side
               subtract ar-open-amount from ws-open-ar
           else
               add ar-open-amount to ws-open-ar
               close ar-file.
           if contract-prices-open
               close contract-price-file.
           if shipto-file-open
               close shipto-file.
           if cross-reference-open
               close customer-item-file.
           display "Feed lines read   : " lines-read.
           display "Orders booked     : " orders-booked.
           display "Lines booked      : " lines-booked.
