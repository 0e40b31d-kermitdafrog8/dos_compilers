      *  SHIPLOG.CPY), consolidates them per carrier with line   *
      *  and piece counts, and prints the manifest the driver    *
      *  signs to MANIFEST.LST - routable to paper through the   *
      *  STOCKPRT spool.  A line going to one of the customer's  *
      *  ship-to sites on MUSHIPTO.DAT (see SHIPTO.CPY) shows    *
      *  the site's name with its delivery address beneath.      *
      *  Each carrier's block and the day carry the shipping     *
      *  weight ORDENT logged against the lines.  Lines packed   *
      *  through PACKOUT list the containers they went in off    *
      *  MUCARTON.DAT (see CARTON.CPY), and the carrier's block  *
      *  and the day count the containers handed over.           *
      *  A hazardous item (stock-hazmat-class on MUSTOCK.DAT)    *
      *  prints its UN number, class and the class's hazard      *
      *  wording off MUHAZCLS.DAT under its line, and each       *
      *  carrier's block counts the hazardous lines it carries.  *
      *                                                          *
      ************************************************************

                organization indexed
                access dynamic
                record key sh-key
                alternate record key sh-tracking-number
                    with duplicates
                alternate record key sh-order-ref
                    with duplicates
                status file-status.

           select customer-file assign "MUCUSTMR.DAT"
           select manifest-rpt assign "MANIFEST.LST"
                organization line sequential
                status rpt-status.

           select shipto-file assign "MUSHIPTO.DAT"
                organization indexed
                access dynamic
                record key st-key
                status sto-status.

           select carton-file assign "MUCARTON.DAT"
                organization indexed
                access dynamic
                record key ct-key
                alternate record key ct-order-carton
                    with duplicates
                alternate record key ct-tracking-number
                    with duplicates
                status ctn-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select hazmat-class-file assign "MUHAZCLS.DAT"
                organization indexed
                access dynamic
                record key hz-class-code
                status hzc-status.
      /
       data division.


       fd  manifest-rpt.
       01  manifest-line                pic x(80).

       fd  shipto-file.
           copy shipto.cpy.

       fd  carton-file.
           copy carton.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  hazmat-class-file.
           copy hazclass.cpy.
      /
       working-storage section.


       01  cus-status                   pic xx.
       01  rpt-status                   pic xx.
       01  sto-status                   pic xx.
       01  sto-open-switch              pic x     value "N".
           88  shipto-file-open                   value "Y".
       01  ctn-status                   pic xx.
       01  ctn-open-switch              pic x     value "N".
           88  carton-file-open                   value "Y".
       01  stock-status                 pic xx.
       01  stk-open-switch              pic x     value "N".
           88  stock-file-open                    value "Y".
       01  hzc-status                   pic xx.
       01  hzc-open-switch              pic x     value "N".
           88  hazmat-classes-open                value "Y".
       01  carrier-hazmat-lines         pic 9(04).

       01  manifest-date                pic 9(08).
       01  today-8                      pic 9(08).
               05  st-tbl-order         pic x(06).
               05  st-tbl-line          pic 9(03).
               05  st-tbl-customer      pic 9(04).
               05  st-tbl-shipto        pic 9(03).
               05  st-tbl-stock-key     pic x(10).
               05  st-tbl-qty           pic 9(06).
               05  st-tbl-weight        pic 9(07)v9(03).
               05  st-tbl-done          pic x.

       01  ship-count                   pic 9(03) comp value 0.
       01  group-carrier                pic x(04).
       01  carrier-lines                pic 9(04).
       01  carrier-pieces               pic 9(07).
       01  carrier-weight               pic 9(08)v9(03).
       01  grand-lines                  pic 9(04) value 0.
       01  grand-pieces                 pic 9(07) value 0.
       01  grand-weight                 pic 9(08)v9(03) value 0.
       01  weight-edit                  pic z(07)9.999.

      *    Container IDs already counted for the carrier - a
      *    carton holding several lines is one container.
       01  container-table.
           03  ctr-tbl-id               pic x(10) occurs 500 times.
       01  container-count              pic 9(03) comp value 0.
       01  container-subscript          pic 9(03) comp value 0.
       01  carrier-containers           pic 9(03).
       01  grand-containers             pic 9(05) value 0.
       01  qty-edit                     pic z(05)9.
       01  more-switch                  pic x.
           88  more-carriers                      value "Y".

           03  dl-line                  pic 9(03).
           03  filler                   pic x(02).
           03  dl-customer              pic 9(04).
           03  filler                   pic x(01).
           03  dl-shipto                pic zzz.
           03  filler                   pic x(02).
           03  dl-name                  pic x(20).
           03  filler                   pic x(02).
               close shipment-log
               close customer-file
               go to endit.
           open input shipto-file.
           if sto-status = "00"
               move "Y" to sto-open-switch.
           open input carton-file.
           if ctn-status = "00"
               move "Y" to ctn-open-switch.
           open input stock-file.
           if stock-status = "00"
               move "Y" to stk-open-switch.
           open input hazmat-class-file.
           if hzc-status = "00"
               move "Y" to hzc-open-switch.

           perform load-day thru load-day-exit.

       print-carrier.
           move 0 to carrier-lines.
           move 0 to carrier-pieces.
           move 0 to carrier-weight.
           move 0 to carrier-hazmat-lines.
           move 0 to container-count.
           move spaces to manifest-line.
           write manifest-line.
           move group-carrier to ch-carrier.
               not invalid key
                   move customer-name to dl-name
           end-read.
           move st-tbl-shipto(ship-subscript) to dl-shipto.
           perform find-shipto thru find-shipto-exit.
           move st-tbl-stock-key(ship-subscript) to dl-stock-key.
           move st-tbl-qty(ship-subscript) to dl-qty.
           move detail-line to manifest-line.
           write manifest-line.
           if st-tbl-shipto(ship-subscript) not = 0
               move spaces to manifest-line
               string "        deliver to " st-address-1
                       " " st-address-2
                       delimited by size into manifest-line
               write manifest-line.
           if stock-file-open
               perform print-line-hazard thru print-line-hazard-exit.
           if carton-file-open
               perform list-containers thru list-containers-exit.
           add 1 to carrier-lines.
           add st-tbl-qty(ship-subscript) to carrier-pieces.
           add st-tbl-weight(ship-subscript) to carrier-weight.
           go to print-carrier-loop.

       print-carrier-total.
                   "   driver signature ................"
                   delimited by size into manifest-line.
           write manifest-line.
           move container-count to carrier-containers.
           move carrier-weight to weight-edit.
           move spaces to manifest-line.
           string "  Carrier " group-carrier
                   " weight (kilos) " weight-edit
                   "  containers " carrier-containers
                   delimited by size into manifest-line.
           write manifest-line.
           if carrier-hazmat-lines > 0
               move spaces to manifest-line
               string "  Carrier " group-carrier
                       " hazardous lines " carrier-hazmat-lines
                       delimited by size into manifest-line
               write manifest-line.
           add container-count to grand-containers.
           add carrier-lines to grand-lines.
           add carrier-pieces to grand-pieces.
           add carrier-weight to grand-weight.

       print-carrier-exit.
           exit.

      *    A hazardous item's UN number, class and wording go
      *    to the driver with the line.

       print-line-hazard.
           move st-tbl-stock-key(ship-subscript) to stock-key.
           read stock-file
               invalid key
                   go to print-line-hazard-exit
           end-read.
           if stock-not-hazmat
               go to print-line-hazard-exit.
           add 1 to carrier-hazmat-lines.
           move stock-hazmat-class to hz-class-code.
           move spaces to hz-data.
           if hazmat-classes-open
               read hazmat-class-file
                   invalid key
                       move spaces to hz-data
               end-read.
           move spaces to manifest-line.
           string "        HAZARDOUS  " stock-un-number
                   "  class " stock-hazmat-class
                   "  " hz-description
                   delimited by size into manifest-line.
           write manifest-line.
           if hz-hazard-wording not = spaces
               move spaces to manifest-line
               string "        " hz-hazard-wording
                       delimited by size into manifest-line
               write manifest-line.

       print-line-hazard-exit.
           exit.

      *    A ship-to site's name replaces the customer's on the
      *    line; one no longer on file prints as such.

       find-shipto.
           if st-tbl-shipto(ship-subscript) = 0
               go to find-shipto-exit.
           move spaces to st-data.
           move "** ship-to not on file **" to st-name.
           if shipto-file-open
               move st-tbl-customer(ship-subscript)
                       to st-customer-code
               move st-tbl-shipto(ship-subscript) to st-number
               read shipto-file
                   invalid key
                       move spaces to st-data
                       move "** ship-to not on file **" to st-name
               end-read.
           move st-name to dl-name.

       find-shipto-exit.
           exit.

      *    The containers the line went in, as stamped shipped by
      *    ORDENT on the manifest date.

       list-containers.
           move st-tbl-order(ship-subscript) to ct-order-number.
           move 0 to ct-carton-number.
           start carton-file key not less than ct-order-carton.
           if ctn-status not = "00"
               go to list-containers-exit.

       list-containers-read.
           read carton-file next record
               at end
                   go to list-containers-exit
           end-read.
           if ct-order-number not = st-tbl-order(ship-subscript)
               go to list-containers-exit.
           if ct-order-line not = st-tbl-line(ship-subscript)
                   or ct-ship-date not = manifest-date
               go to list-containers-read.
           move ct-qty to qty-edit.
           move spaces to manifest-line.
           string "        in " ct-container-id
                   "  carton " ct-carton-number
                   "  qty " qty-edit
                   delimited by size into manifest-line.
           write manifest-line.
           perform count-container thru count-container-exit.
           go to list-containers-read.

       list-containers-exit.
           exit.

       count-container.
           move 0 to container-subscript.

       count-container-scan.
           if container-subscript >= container-count
               go to count-container-add.
           add 1 to container-subscript.
           if ctr-tbl-id(container-subscript) = ct-container-id
               go to count-container-exit.
           go to count-container-scan.

       count-container-add.
           if container-count >= 500
               go to count-container-exit.
           add 1 to container-count.
           move ct-container-id to ctr-tbl-id(container-count).

       count-container-exit.
           exit.

      ***********************************************************
      * Gather the Day off the Shipment Log                     *
      ***********************************************************
           move sh-order-number to st-tbl-order(ship-count).
           move sh-order-line to st-tbl-line(ship-count).
           move sh-customer-code to st-tbl-customer(ship-count).
           move sh-shipto to st-tbl-shipto(ship-count).
           move sh-stock-key to st-tbl-stock-key(ship-count).
           move sh-qty to st-tbl-qty(ship-count).
           move sh-weight to st-tbl-weight(ship-count).
           move "N" to st-tbl-done(ship-count).
           go to load-day-read.

           move spaces to manifest-line.
           write manifest-line.
           move spaces to manifest-line.
           move grand-weight to weight-edit.
           string "Day total  lines " grand-lines
                   "  pieces " grand-pieces
                   "  weight (kilos) " weight-edit
                   delimited by size into manifest-line.
           write manifest-line.
           move spaces to manifest-line.
           string "Day total  containers " grand-containers
                   delimited by size into manifest-line.
           write manifest-line.
           close shipment-log.
           close customer-file.
           close manifest-rpt.
           if shipto-file-open
               close shipto-file.
           if carton-file-open
               close carton-file.
           if stock-file-open
               close stock-file.
           if hazmat-classes-open
               close hazmat-class-file.
           display "Shipments on manifest : " shipments-read.

       endit.
