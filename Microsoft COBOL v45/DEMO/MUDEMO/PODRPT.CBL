      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      PODRPT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Unconfirmed delivery report - chase the carrier before  *
      *  the customer chases us.  Lists every shipment on        *
      *  MUSHIPLG.DAT (see SHIPLOG.CPY) shipped at least a keyed *
      *  number of days ago that PODIMP has no proof of delivery *
      *  for: ship date, order and line, customer, item,         *
      *  quantity, carrier, tracking number and days out, with  *
      *  the shipments that went with no tracking number marked  *
      *  - those the carrier cannot trace for us.  The count per *
      *  carrier follows.  Output is PODRPT.LST.                 *
      *                                                          *
      ************************************************************

       identification division.
       program-id. PODRPT.
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
                status shp-status.

           select pod-rpt assign "PODRPT.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  shipment-log.
           copy shiplog.cpy.

       fd  pod-rpt.
       01  pod-line                     pic x(80).
      /
       working-storage section.

       01  shp-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  chase-days                   pic 9(03).
       01  today-8                      pic 9(08).
       01  today-serial                 pic 9(07).
       01  cutoff-serial                pic 9(07).
       01  ws-days-out                  pic 9(05).

       01  report-heading-1             pic x(80) value
           "STOCK CONTROL SYSTEM - SHIPMENTS WITH NO DELIVERY CONFIRMATI
      -    "ON".

       01  report-heading-2             pic x(80) value
           "Shipped  Order  Line Cust Item         Qty Carr Tracking num
      -    "ber      Days".

       01  detail-line.
           03  dl-ship-date             pic 9(08).
           03  filler                   pic x(01).
           03  dl-order-number          pic x(06).
           03  filler                   pic x(01).
           03  dl-order-line            pic 9(03).
           03  filler                   pic x(02).
           03  dl-customer-code         pic 9(04).
           03  filler                   pic x(01).
           03  dl-stock-key             pic x(10).
           03  dl-qty                   pic z(05)9.
           03  filler                   pic x(01).
           03  dl-carrier-code          pic x(04).
           03  filler                   pic x(01).
           03  dl-tracking-number       pic x(20).
           03  dl-days-out              pic z(04)9.

      ***********************************************************
      * Unconfirmed Shipments by Carrier                        *
      ***********************************************************

       01  carrier-table.
           03  cr-entry                 occurs 50 times.
               05  cr-tbl-carrier       pic x(04).
               05  cr-tbl-count         pic 9(05).
               05  cr-tbl-untracked     pic 9(05).

       01  carrier-count                pic 9(02) comp value 0.
       01  carrier-subscript            pic 9(02) comp value 0.

       01  records-read                 pic 9(07) value 0.
       01  shipments-listed             pic 9(05) value 0.
       01  untracked-listed             pic 9(05) value 0.

      ***********************************************************
      * Date-to-Serial-Day Conversion (see EXPEDITE)             *
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

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "PODRPT - shipments with no delivery confirmation".
           display "Unconfirmed after how many days (0 = 5) : ".
           move 0 to chase-days.
           accept chase-days.
           if chase-days = 0
               move 5 to chase-days.

           accept today-8 from date yyyymmdd.
           move today-8 to conv-date.
           perform convert-date-to-serial.
           move conv-serial to today-serial.
           compute cutoff-serial = today-serial - chase-days.

           open input shipment-log.
           if shp-status not = "00"
               display "Unable to open MUSHIPLG.DAT - status "
                       shp-status
               go to endit.
           open output pod-rpt.
           if rpt-status not = "00"
               display "Unable to open PODRPT.LST - status "
                       rpt-status
               close shipment-log
               go to endit.
           move report-heading-1 to pod-line.
           write pod-line.
           move spaces to pod-line.
           string "Shipped " chase-days " or more days ago, as at "
                   today-8
                   delimited by size into pod-line.
           write pod-line.
           move spaces to pod-line.
           write pod-line.
           move report-heading-2 to pod-line.
           write pod-line.

      *    The log runs in ship-date order, so the scan stops at
      *    the first shipment too recent to chase.
           move low-values to sh-key.
           start shipment-log key not less than sh-key.
           if shp-status not = "00"
               go to report-carriers.

       read-loop.
           if end-of-file
               go to report-carriers.
           read shipment-log next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           add 1 to records-read.
           move sh-ship-date to conv-date.
           perform convert-date-to-serial.
           if conv-serial > cutoff-serial
               go to report-carriers.
           if sh-delivered
               go to read-loop.
           compute ws-days-out = today-serial - conv-serial.
           perform list-shipment thru list-shipment-exit.
           go to read-loop.

       report-carriers.
           close shipment-log.
           move spaces to pod-line.
           write pod-line.
           move spaces to pod-line.
           string "Shipments unconfirmed : " shipments-listed
                   "   with no tracking number : " untracked-listed
                   delimited by size into pod-line.
           write pod-line.
           move spaces to pod-line.
           write pod-line.
           move "Unconfirmed by carrier" to pod-line.
           write pod-line.
           move 1 to carrier-subscript.

       report-carriers-line.
           if carrier-subscript > carrier-count
               go to wrap-up.
           move spaces to pod-line.
           string "  " cr-tbl-carrier(carrier-subscript)
                   "  shipments " cr-tbl-count(carrier-subscript)
                   "  untracked " cr-tbl-untracked(carrier-subscript)
                   delimited by size into pod-line.
           write pod-line.
           add 1 to carrier-subscript.
           go to report-carriers-line.

       wrap-up.
           close pod-rpt.
           display "Shipments read        : " records-read.
           display "Unconfirmed shipments : " shipments-listed.
           display "With no tracking      : " untracked-listed.

       endit.
           goback.

      ***********************************************************
      * One Unconfirmed Shipment                                *
      ***********************************************************

       list-shipment.
           add 1 to shipments-listed.
           move spaces to detail-line.
           move sh-ship-date to dl-ship-date.
           move sh-order-number to dl-order-number.
           move sh-order-line to dl-order-line.
           move sh-customer-code to dl-customer-code.
           move sh-stock-key to dl-stock-key.
           move sh-qty to dl-qty.
           move sh-carrier-code to dl-carrier-code.
           if sh-tracking-number = spaces
               add 1 to untracked-listed
               move "*** NO TRACKING ***" to dl-tracking-number
           else
               move sh-tracking-number to dl-tracking-number.
           move ws-days-out to dl-days-out.
           move detail-line to pod-line.
           write pod-line.
           perform count-carrier thru count-carrier-exit.

       list-shipment-exit.
           exit.

       count-carrier.
           move 0 to carrier-subscript.

       count-carrier-scan.
           if carrier-subscript >= carrier-count
               go to count-carrier-add.
           add 1 to carrier-subscript.
           if cr-tbl-carrier(carrier-subscript) = sh-carrier-code
               go to count-carrier-post.
           go to count-carrier-scan.

       count-carrier-add.
           if carrier-count >= 50
               go to count-carrier-exit.
           add 1 to carrier-count.
           move carrier-count to carrier-subscript.
           move sh-carrier-code to cr-tbl-carrier(carrier-subscript).
           move 0 to cr-tbl-count(carrier-subscript).
           move 0 to cr-tbl-untracked(carrier-subscript).

       count-carrier-post.
           add 1 to cr-tbl-count(carrier-subscript).
           if sh-tracking-number = spaces
               add 1 to cr-tbl-untracked(carrier-subscript).

       count-carrier-exit.
           exit.

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
