      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     ASNXMIT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Outbound advance ship notice export, the customer-side  *
      *  counterpart of POXMIT.  The customers who send their    *
      *  orders in through SOIMPORT want to be told              *
      *  electronically what went on the truck.  For a ship      *
      *  date, reads the day's shipments off MUSHIPLG.DAT (see   *
      *  SHIPLOG.CPY) and writes one notice per customer to the  *
      *  transmission file ASNXMIT.DAT: a header record with the *
      *  transmission number (off MUASNNUM.DAT), a detail record *
      *  per line shipped - the customer's own reference off the *
      *  order header, our order and line, item, quantity,       *
      *  carrier and ship date - each followed by the cartons it *
      *  went in where PACKOUT packed it (MUCARTON.DAT, see      *
      *  CARTON.CPY), and a trailer with the counts.  Every      *
      *  notice is logged on MUASNLOG.DAT (see ASNLOG.CPY); a    *
      *  customer already notified for the date is only sent     *
      *  again when the operator says so.                        *
      *  A detail record ends with the customer's own part       *
      *  number for the item where the customer-item cross-      *
      *  reference MUCSTITM.DAT (see CUSTITEM.CPY) holds one.    *
      *                                                          *
      ************************************************************

       identification division.
       program-id. ASNXMIT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select shipment-log assign "MUSHIPLG.DAT"
                organization indexed
                access dynamic
                record key sh-key
                alternate record key sh-tracking-number
                    with duplicates
                alternate record key sh-order-ref
                    with duplicates
                status file-status.

           select so-header-file assign "MUSOHDR.DAT"
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select carton-file assign "MUCARTON.DAT"
                organization indexed
                access dynamic
                record key ct-key
                alternate record key ct-order-carton
                    with duplicates
                alternate record key ct-tracking-number
                    with duplicates
                status ctn-status.

           select asn-log-file assign "MUASNLOG.DAT"
                organization indexed
                access dynamic
                record key al-key
                status log-status.

           select asn-number-file assign "MUASNNUM.DAT"
                organization line sequential
                status num-status.

           select customer-item-file assign "MUCSTITM.DAT"
                organization indexed
                access dynamic
                record key ci-key
                alternate record key ci-item-key
                    with duplicates
                status cit-status.

           select transmit-file assign "ASNXMIT.DAT"
                organization line sequential
                status xmt-status.
      /
       data division.

       file section.
       fd  shipment-log.
           copy shiplog.cpy.

       fd  so-header-file.
           copy sohdr.cpy.

       fd  carton-file.
           copy carton.cpy.

       fd  asn-log-file.
           copy asnlog.cpy.

       fd  customer-item-file.
           copy custitem.cpy.

       fd  asn-number-file.
       01  asn-number-line              pic 9(06).

      *    H header, D shipped line, C carton of the line above,
      *    T trailer - one H to T group per customer per date.

       fd  transmit-file.
       01  asn-header-record.
           03  ah-record-type           pic x.
           03  ah-transmission-number   pic 9(06).
           03  ah-customer-code         pic 9(04).
           03  ah-ship-date             pic 9(08).
           03  ah-created-date          pic 9(08).
       01  asn-detail-record.
           03  ad-record-type           pic x.
           03  ad-customer-ref          pic x(10).
           03  ad-order-number          pic x(06).
           03  ad-order-line            pic 9(03).
           03  ad-stock-key             pic x(10).
           03  ad-qty-shipped           pic 9(06).
           03  ad-carrier-code          pic x(04).
           03  ad-ship-date             pic 9(08).
           03  ad-shipto                pic 9(03).
           03  ad-customer-part         pic x(15).
       01  asn-carton-record.
           03  ac-record-type           pic x.
           03  ac-order-number          pic x(06).
           03  ac-order-line            pic 9(03).
           03  ac-container-id          pic x(10).
           03  ac-carton-number         pic 9(03).
           03  ac-qty                   pic 9(06).
       01  asn-trailer-record.
           03  at-record-type           pic x.
           03  at-transmission-number   pic 9(06).
           03  at-detail-count          pic 9(05).
           03  at-carton-count          pic 9(05).
           03  at-total-qty             pic 9(09).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  soh-status                   pic xx.
       01  ctn-status                   pic xx.
       01  ctn-open-switch              pic x     value "N".
           88  carton-file-open                   value "Y".
       01  log-status                   pic xx.
       01  num-status                   pic xx.
       01  xmt-status                   pic xx.
       01  cit-status                   pic xx.
       01  cit-open-switch              pic x     value "N".
           88  cross-reference-open               value "Y".

       01  today-8                      pic 9(08).
       01  now-time                     pic 9(08).
       01  ship-date                    pic 9(08).
       01  ws-customer                  pic 9(04).
       01  yesno                        pic x.
       01  next-asn-number              pic 9(06) value 0.

       01  logged-switch                pic x.
           88  already-logged                     value "Y".

       01  detail-count                 pic 9(05).
       01  carton-count                 pic 9(05).
       01  total-qty                    pic 9(09).
       01  notices-sent                 pic 9(04) value 0.
       01  lines-sent                   pic 9(05) value 0.

      ***********************************************************
      * The Day's Customers                                     *
      ***********************************************************

       01  customer-table.
           03  cu-tbl-code              pic 9(04) occurs 200 times.
       01  customer-count               pic 9(03) comp value 0.
       01  customer-subscript           pic 9(03) comp value 0.
       01  cur-customer                 pic 9(04).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "ASNXMIT - transmit customer ship notices".
           accept today-8 from date yyyymmdd.
           display "Ship date (YYYYMMDD, 0 for today) : ".
           move 0 to ship-date.
           accept ship-date.
           if ship-date = 0
               move today-8 to ship-date.
           display "Customer code (0 for every customer shipped "
                   "to) : ".
           move 0 to ws-customer.
           accept ws-customer.

           open input shipment-log.
           if status-1 not = "0"
               display "Unable to open MUSHIPLG.DAT - status "
                       status-1 status-2
               go to endit.
           open input so-header-file.
           if soh-status not = "00"
               display "Unable to open MUSOHDR.DAT - status "
                       soh-status
               close shipment-log
               go to endit.
           open i-o asn-log-file.
           if log-status not = "00"
               open output asn-log-file
               close asn-log-file
               open i-o asn-log-file.
           if log-status not = "00"
               display "Unable to open MUASNLOG.DAT - status "
                       log-status
               close shipment-log
               close so-header-file
               go to endit.
           open extend transmit-file.
           if xmt-status not = "00"
               open output transmit-file.
           if xmt-status not = "00"
               display "Unable to open ASNXMIT.DAT - status "
                       xmt-status
               close shipment-log
               close so-header-file
               close asn-log-file
               go to endit.

      *    An absent carton file just means nothing was packed
      *    through PACKOUT - the notice carries lines only.
           open input carton-file.
           if ctn-status = "00"
               move "Y" to ctn-open-switch.
           open input customer-item-file.
           if cit-status = "00"
               move "Y" to cit-open-switch.

           perform read-asn-number thru read-asn-number-exit.
           perform load-customers thru load-customers-exit.
           if customer-count = 0
               display "No shipments to notify for " ship-date
               go to wrap-up.
           move 0 to customer-subscript.

       next-customer.
           if customer-subscript >= customer-count
               go to wrap-up.
           add 1 to customer-subscript.
           move cu-tbl-code(customer-subscript) to cur-customer.
           perform notify-customer thru notify-customer-exit.
           go to next-customer.

      ***********************************************************
      * Gather the Customers Shipped to on the Date             *
      ***********************************************************

       load-customers.
           move 0 to customer-count.
           move ship-date to sh-ship-date.
           move low-values to sh-order-number.
           move 0 to sh-order-line.
           start shipment-log key not less than sh-key.
           if status-1 not = "0"
               go to load-customers-exit.

       load-customers-read.
           read shipment-log next record
               at end
                   go to load-customers-exit
           end-read.
           if sh-ship-date not = ship-date
               go to load-customers-exit.
           if ws-customer not = 0
                   and sh-customer-code not = ws-customer
               go to load-customers-read.
           move 0 to customer-subscript.

       load-customers-scan.
           if customer-subscript >= customer-count
               go to load-customers-add.
           add 1 to customer-subscript.
           if cu-tbl-code(customer-subscript) = sh-customer-code
               go to load-customers-read.
           go to load-customers-scan.

       load-customers-add.
           if customer-count >= 200
               display "More than 200 customers - rest left off"
               go to load-customers-exit.
           add 1 to customer-count.
           move sh-customer-code to cu-tbl-code(customer-count).
           go to load-customers-read.

       load-customers-exit.
           exit.

      ***********************************************************
      * One Customer's Notice                                   *
      ***********************************************************

       notify-customer.
           move ship-date to al-ship-date.
           move cur-customer to al-customer-code.
           move "N" to logged-switch.
           read asn-log-file
               invalid key
                   continue
               not invalid key
                   move "Y" to logged-switch
           end-read.
           if already-logged
               display "Customer " cur-customer " was sent notice "
                       al-transmission-number " on " al-sent-date
               display "Send it again (Y/N) ? "
               accept yesno
               if yesno not = "Y" and yesno not = "y"
                   go to notify-customer-exit
               end-if
           end-if.

           add 1 to next-asn-number.
           perform save-asn-number thru save-asn-number-exit.
           move 0 to detail-count.
           move 0 to carton-count.
           move 0 to total-qty.
           move spaces to asn-header-record.
           move "H" to ah-record-type.
           move next-asn-number to ah-transmission-number.
           move cur-customer to ah-customer-code.
           move ship-date to ah-ship-date.
           move today-8 to ah-created-date.
           write asn-header-record.

           move ship-date to sh-ship-date.
           move low-values to sh-order-number.
           move 0 to sh-order-line.
           start shipment-log key not less than sh-key.
           if status-1 not = "0"
               go to notify-customer-close.

       notify-customer-read.
           read shipment-log next record
               at end
                   go to notify-customer-close
           end-read.
           if sh-ship-date not = ship-date
               go to notify-customer-close.
           if sh-customer-code not = cur-customer
               go to notify-customer-read.
           perform write-detail thru write-detail-exit.
           go to notify-customer-read.

       notify-customer-close.
           move spaces to asn-trailer-record.
           move "T" to at-record-type.
           move next-asn-number to at-transmission-number.
           move detail-count to at-detail-count.
           move carton-count to at-carton-count.
           move total-qty to at-total-qty.
           write asn-trailer-record.
           perform log-notice thru log-notice-exit.
           add 1 to notices-sent.
           display "Notice " next-asn-number " for customer "
                   cur-customer " - " detail-count " lines".

       notify-customer-exit.
           exit.

       write-detail.
           move sh-order-number to soh-number.
           read so-header-file
               invalid key
                   move spaces to soh-customer-ref
           end-read.
           move spaces to asn-detail-record.
           move "D" to ad-record-type.
           move soh-customer-ref to ad-customer-ref.
           move sh-order-number to ad-order-number.
           move sh-order-line to ad-order-line.
           move sh-stock-key to ad-stock-key.
           move sh-qty to ad-qty-shipped.
           move sh-carrier-code to ad-carrier-code.
           move sh-ship-date to ad-ship-date.
           move sh-shipto to ad-shipto.
           perform find-customer-part thru find-customer-part-exit.
           write asn-detail-record.
           add 1 to detail-count.
           add 1 to lines-sent.
           add sh-qty to total-qty.
           if carton-file-open
               perform write-cartons thru write-cartons-exit.

       write-detail-exit.
           exit.

      *    The containers ORDENT stamped shipped with the line.

       write-cartons.
           move sh-order-number to ct-order-number.
           move 0 to ct-carton-number.
           start carton-file key not less than ct-order-carton.
           if ctn-status not = "00"
               go to write-cartons-exit.

       write-cartons-read.
           read carton-file next record
               at end
                   go to write-cartons-exit
           end-read.
           if ct-order-number not = sh-order-number
               go to write-cartons-exit.
           if ct-order-line not = sh-order-line
                   or ct-ship-date not = ship-date
               go to write-cartons-read.
           move spaces to asn-carton-record.
           move "C" to ac-record-type.
           move ct-order-number to ac-order-number.
           move ct-order-line to ac-order-line.
           move ct-container-id to ac-container-id.
           move ct-carton-number to ac-carton-number.
           move ct-qty to ac-qty.
           write asn-carton-record.
           add 1 to carton-count.
           go to write-cartons-read.

       write-cartons-exit.
           exit.

      ***********************************************************
      * Transmission Log                                        *
      ***********************************************************

       log-notice.
           accept now-time from time.
           move ship-date to al-ship-date.
           move cur-customer to al-customer-code.
           move next-asn-number to al-transmission-number.
           move today-8 to al-sent-date.
           move now-time to al-sent-time.
           move detail-count to al-detail-count.
           move carton-count to al-carton-count.
           move total-qty to al-total-qty.
           if already-logged
               add 1 to al-send-count
               rewrite asn-log-record
           else
               move 1 to al-send-count
               write asn-log-record.
           if log-status not = "00"
               display "Notice " next-asn-number
                       " sent but not logged - status " log-status.

       log-notice-exit.
           exit.

      *    The customer's number for the item, first on file.

       find-customer-part.
           if not cross-reference-open
               go to find-customer-part-exit.
           move sh-customer-code to ci-item-customer.
           move sh-stock-key to ci-stock-key.
           start customer-item-file key = ci-item-key.
           if cit-status not = "00"
               go to find-customer-part-exit.
           read customer-item-file next record
               at end
                   go to find-customer-part-exit
           end-read.
           move ci-customer-part to ad-customer-part.

       find-customer-part-exit.
           exit.

      ***********************************************************
      * Transmission Number Control - MUASNNUM.DAT              *
      ***********************************************************

       read-asn-number.
           move 0 to next-asn-number.
           open input asn-number-file.
           if num-status not = "00"
               go to read-asn-number-exit.
           read asn-number-file
               at end
                   go to read-asn-number-close.
           move asn-number-line to next-asn-number.

       read-asn-number-close.
           close asn-number-file.

       read-asn-number-exit.
           exit.

       save-asn-number.
           open output asn-number-file.
           if num-status not = "00"
               display "Unable to save MUASNNUM.DAT - status "
                       num-status
               go to save-asn-number-exit.
           move next-asn-number to asn-number-line.
           write asn-number-line.
           close asn-number-file.

       save-asn-number-exit.
           exit.

       wrap-up.
           close shipment-log.
           close so-header-file.
           close asn-log-file.
           close transmit-file.
           if carton-file-open
               close carton-file.
           if cross-reference-open
               close customer-item-file.
           display "Notices sent    : " notices-sent.
           display "Lines notified  : " lines-sent.

       endit.
           goback.
