      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     PACKOUT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Pack-out confirmation, run between PICKLIST and         *
      *  ORDENT's ship confirmation.  A shipment used to be      *
      *  nothing but order lines on the shipment log, so when a  *
      *  customer said carton 3 of 5 was short nobody could say  *
      *  what had gone into which box.  The packer keys an open  *
      *  sales order, opens a carton or a pallet - each gets a   *
      *  unique container ID off MUCTNNUM.DAT and the order's    *
      *  next carton number - and keys the lines and quantities  *
      *  that go into it, never more of a line than is still     *
      *  unpacked.  Every line packed is one record on the       *
      *  carton detail file MUCARTON.DAT (see CARTON.CPY).       *
      *  Finishing the order prints, to CARTLBL.LST, a container *
      *  label for each carton packed (bar pattern of the ID,    *
      *  order, carton n of n, reference, carrier and delivery   *
      *  address) with the carton's contents list beneath it;    *
      *  the labels of an order's unshipped cartons can be       *
      *  reprinted.  ORDENT stamps the containers shipped when   *
      *  the line ships, for the packing slip and manifest.      *
      *                                                          *
      ************************************************************

       identification division.
       program-id. PACKOUT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select order-file assign "MUORDERS.DAT"
                organization indexed
                access dynamic
                record key order-key
                status file-status.

           select so-header-file assign "MUSOHDR.DAT"
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

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

           select container-number-file assign "MUCTNNUM.DAT"
                organization line sequential
                status cnn-status.

           select label-rpt assign "CARTLBL.LST"
                organization line sequential
                status lbl-status.
      /
       data division.

       file section.
       fd  order-file.
           copy orderrec.cpy.

       fd  so-header-file.
           copy sohdr.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  shipto-file.
           copy shipto.cpy.

       fd  carton-file.
           copy carton.cpy.

       fd  container-number-file.
       01  container-number-line        pic 9(09).

       fd  label-rpt.
       01  label-line                   pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  soh-status                   pic xx.
       01  stock-status                 pic xx.
       01  cus-status                   pic xx.
       01  ctn-status                   pic xx.
       01  cnn-status                   pic xx.
       01  lbl-status                   pic xx.
       01  sto-status                   pic xx.
       01  sto-open-switch              pic x     value "N".
           88  shipto-file-open                   value "Y".

       01  today-8                      pic 9(08).
       01  choice                       pic x.
       01  ws-order-number              pic x(06).
       01  ws-line-number               pic 9(03).
       01  ws-qty                       pic 9(06).
       01  next-container-number        pic 9(09) value 0.

       01  deliver-name                 pic x(30).
       01  deliver-address-1            pic x(30).
       01  deliver-address-2            pic x(30).

      ***********************************************************
      * The Container Being Packed                              *
      ***********************************************************

       01  cur-container-id             pic x(10).
       01  cur-container-type           pic x.
       01  cur-carton-number            pic 9(03).
       01  cur-container-lines          pic 9(03).
       01  new-line-switch              pic x.
           88  new-carton-line                    value "Y".

       01  packed-qty                   pic 9(06).
       01  remaining-qty                pic 9(06).
       01  short-lines                  pic 9(03).
       01  high-carton                  pic 9(03).
       01  unshipped-cartons            pic 9(03).
       01  prev-carton                  pic 9(03).
       01  containers-packed            pic 9(05) value 0.
       01  labels-printed               pic 9(05) value 0.

       01  session-table.
           03  session-carton           pic 9(03) occurs 99 times.
       01  session-count                pic 9(02) comp value 0.
       01  session-subscript            pic 9(02) comp value 0.

      ***********************************************************
      * Container Label and Contents List                       *
      ***********************************************************

       01  print-carton-number          pic 9(03).
       01  print-switch                 pic x.
           88  carton-printed                     value "Y".

       01  bar-line                     pic x(40).
       01  bar-position                 pic 9(02) comp.
       01  key-subscript                pic 9(02) comp.
       01  key-char                     pic x.

       01  label-content-line.
           03  filler                   pic x(02) value spaces.
           03  filler                   pic x(05) value "line ".
           03  lc-line                  pic 9(03).
           03  filler                   pic x(02) value spaces.
           03  lc-stock-key             pic x(10).
           03  filler                   pic x(02) value spaces.
           03  lc-description           pic x(40).
           03  filler                   pic x(02) value spaces.
           03  lc-qty                   pic z(05)9.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "PACKOUT - carton pack-out confirmation".
           accept today-8 from date yyyymmdd.
           open input order-file.
           if status-1 not = "0"
               display "Unable to open MUORDERS.DAT - status "
                       status-1 status-2
               go to endit.
           open input so-header-file.
           if soh-status not = "00"
               display "Unable to open MUSOHDR.DAT - status "
                       soh-status
               close order-file
               go to endit.
           open input stock-file.
           open input customer-file.
           if stock-status not = "00" or cus-status not = "00"
               display "Unable to open MUSTOCK.DAT/MUCUSTMR.DAT - "
                       "status " stock-status " " cus-status
               close order-file
               close so-header-file
               go to endit.
           open i-o carton-file.
           if ctn-status not = "00"
               open output carton-file
               close carton-file
               open i-o carton-file.
           if ctn-status not = "00"
               display "Unable to open MUCARTON.DAT - status "
                       ctn-status
               close order-file
               close so-header-file
               close stock-file
               close customer-file
               go to endit.
           open extend label-rpt.
           if lbl-status not = "00"
               open output label-rpt.

      *    An absent ship-to file just means every order goes to
      *    the customer's own address.
           open input shipto-file.
           if sto-status = "00"
               move "Y" to sto-open-switch.

           perform read-container-number
                   thru read-container-number-exit.

       ent-ry.
           display "Order number (blank to exit) : ".
           move spaces to ws-order-number.
           accept ws-order-number.
           if ws-order-number = spaces
               go to wrap-up.
           move ws-order-number to soh-number.
           read so-header-file
               invalid key
                   display "Order not on file"
                   go to ent-ry
           end-read.
           if not soh-open
               display "This order is already shipped or cancelled"
               go to ent-ry.
           if soh-dropship
               display "A drop-ship order goes straight from the "
                       "vendor - nothing to pack"
               go to ent-ry.
           move soh-customer-code to customer-code.
           read customer-file
               invalid key
                   display "Customer record missing"
                   go to ent-ry
           end-read.
           perform load-delivery-address
                   thru load-delivery-address-exit.
           perform pack-order thru pack-order-exit.
           go to ent-ry.

      ***********************************************************
      * Pack One Order                                          *
      ***********************************************************

       pack-order.
           move 0 to session-count.
           display "Order " soh-number "  customer "
                   soh-customer-code "  " customer-name.
           perform list-pack-lines thru list-pack-lines-exit.

       pack-order-choice.
           display "C-New carton  P-New pallet  L-Reprint labels  "
                   "F-Finish : ".
           move space to choice.
           accept choice.
           evaluate choice
               when "C" when "c"
                   move "C" to cur-container-type
                   perform pack-container thru pack-container-exit
               when "P" when "p"
                   move "P" to cur-container-type
                   perform pack-container thru pack-container-exit
               when "L" when "l"
                   perform reprint-labels thru reprint-labels-exit
               when other
                   go to pack-order-finish
           end-evaluate.
           go to pack-order-choice.

       pack-order-finish.
           if session-count > 0
               perform print-session-labels
                       thru print-session-labels-exit.
           perform list-pack-lines thru list-pack-lines-exit.
           if short-lines > 0
               display short-lines " line(s) not fully packed".

       pack-order-exit.
           exit.

      *    Each open line with what its cartons hold so far.

       list-pack-lines.
           move 0 to short-lines.
           move ws-order-number to order-number.
           move 0 to order-line.
           start order-file key not less than order-key.
           if status-1 not = "0"
               go to list-pack-lines-exit.

       list-pack-lines-read.
           read order-file next record
               at end
                   go to list-pack-lines-exit
           end-read.
           if order-number not = ws-order-number
               go to list-pack-lines-exit.
           if not order-open
               go to list-pack-lines-read.
           perform sum-packed-line thru sum-packed-line-exit.
           display "  line " order-line
                   "  " order-stock-key
                   "  qty " order-qty
                   "  packed " packed-qty.
           if packed-qty < order-qty
               add 1 to short-lines.
           go to list-pack-lines-read.

       list-pack-lines-exit.
           exit.

      ***********************************************************
      * Open a Container and Pack Lines into It                 *
      ***********************************************************

       pack-container.
           perform count-order-cartons thru count-order-cartons-exit.
           add 1 to next-container-number.
           perform save-container-number
                   thru save-container-number-exit.
           move spaces to cur-container-id.
           string cur-container-type next-container-number
                   delimited by size into cur-container-id.
           compute cur-carton-number = high-carton + 1.
           move 0 to cur-container-lines.
           display "Container " cur-container-id
                   " is carton " cur-carton-number.

       pack-container-line.
           display "Line number to pack (0 to close the "
                   "container) : ".
           move 0 to ws-line-number.
           accept ws-line-number.
           if ws-line-number = 0
               go to pack-container-close.
           move ws-order-number to order-number.
           move ws-line-number to order-line.
           read order-file.
           if status-1 not = "0"
               display "Line not found - status " status-1 status-2
               go to pack-container-line.
           if not order-open
               display "Line is not open"
               go to pack-container-line.
           if order-dropship
               display "Drop-ship line - nothing to pack"
               go to pack-container-line.
           perform sum-packed-line thru sum-packed-line-exit.
           if packed-qty >= order-qty
               display "Line already fully packed"
               go to pack-container-line.
           compute remaining-qty = order-qty - packed-qty.
           display "Quantity (0 for the remaining " remaining-qty
                   ") : ".
           move 0 to ws-qty.
           accept ws-qty.
           if ws-qty = 0
               move remaining-qty to ws-qty.
           if ws-qty > remaining-qty
               display "Only " remaining-qty " left to pack"
               go to pack-container-line.
           perform store-carton-line thru store-carton-line-exit.
           go to pack-container-line.

       pack-container-close.
           if cur-container-lines = 0
               display "Empty container - nothing recorded"
               go to pack-container-exit.
           add 1 to containers-packed.
           if session-count < 99
               add 1 to session-count
               move cur-carton-number to session-carton(session-count).
           display "Carton " cur-carton-number " closed".

       pack-container-exit.
           exit.

      *    A line keyed twice into the same container adds to
      *    what is already there.

       store-carton-line.
           move cur-container-id to ct-container-id.
           move order-line to ct-order-line.
           move "N" to new-line-switch.
           read carton-file
               invalid key
                   move "Y" to new-line-switch
           end-read.
           if new-carton-line
               move cur-container-id to ct-container-id
               move order-line to ct-order-line
               move ws-order-number to ct-order-number
               move cur-carton-number to ct-carton-number
               move cur-container-type to ct-container-type
               move order-customer-code to ct-customer-code
               move order-stock-key to ct-stock-key
               move ws-qty to ct-qty
               move today-8 to ct-pack-date
               move 0 to ct-ship-date
               move spaces to ct-tracking-number
               write carton-record
           else
               add ws-qty to ct-qty
               rewrite carton-record.
           if ctn-status not = "00"
               display "Unable to record carton line - status "
                       ctn-status
               go to store-carton-line-exit.
           if new-carton-line
               add 1 to cur-container-lines.

       store-carton-line-exit.
           exit.

      ***********************************************************
      * Carton Detail Scans - Through the Order's Alternate Key *
      ***********************************************************

       sum-packed-line.
           move 0 to packed-qty.
           move ws-order-number to ct-order-number.
           move 0 to ct-carton-number.
           start carton-file key not less than ct-order-carton.
           if ctn-status not = "00"
               go to sum-packed-line-exit.

       sum-packed-line-read.
           read carton-file next record
               at end
                   go to sum-packed-line-exit
           end-read.
           if ct-order-number not = ws-order-number
               go to sum-packed-line-exit.
           if ct-order-line = order-line
               add ct-qty to packed-qty.
           go to sum-packed-line-read.

       sum-packed-line-exit.
           exit.

      *    The order's highest carton number - the "of n" on
      *    the labels - and how many of its cartons have not yet
      *    shipped.

       count-order-cartons.
           move 0 to high-carton.
           move 0 to unshipped-cartons.
           move 0 to prev-carton.
           move ws-order-number to ct-order-number.
           move 0 to ct-carton-number.
           start carton-file key not less than ct-order-carton.
           if ctn-status not = "00"
               go to count-order-cartons-exit.

       count-order-cartons-read.
           read carton-file next record
               at end
                   go to count-order-cartons-exit
           end-read.
           if ct-order-number not = ws-order-number
               go to count-order-cartons-exit.
           move ct-carton-number to high-carton.
           if ct-ship-date = 0
                   and ct-carton-number not = prev-carton
               add 1 to unshipped-cartons
               move ct-carton-number to prev-carton.
           go to count-order-cartons-read.

       count-order-cartons-exit.
           exit.

      ***********************************************************
      * Labels                                                  *
      ***********************************************************

       print-session-labels.
           perform count-order-cartons thru count-order-cartons-exit.
           move 0 to session-subscript.

       print-session-labels-loop.
           if session-subscript >= session-count
               go to print-session-labels-exit.
           add 1 to session-subscript.
           move session-carton(session-subscript)
                   to print-carton-number.
           perform print-carton thru print-carton-exit.
           go to print-session-labels-loop.

       print-session-labels-exit.
           display "Container labels written to CARTLBL.LST".

      *    Every carton on the order not yet shipped.

       reprint-labels.
           perform count-order-cartons thru count-order-cartons-exit.
           if unshipped-cartons = 0
               display "No unshipped cartons on this order"
               go to reprint-labels-exit.
           move 0 to print-carton-number.

       reprint-labels-loop.
           if print-carton-number >= high-carton
               go to reprint-labels-done.
           add 1 to print-carton-number.
           perform print-carton thru print-carton-exit.
           go to reprint-labels-loop.

       reprint-labels-done.
           display "Container labels written to CARTLBL.LST".

       reprint-labels-exit.
           exit.

      *    One container's label with its contents list beneath.

       print-carton.
           move "N" to print-switch.
           move ws-order-number to ct-order-number.
           move print-carton-number to ct-carton-number.
           start carton-file key not less than ct-order-carton.
           if ctn-status not = "00"
               go to print-carton-exit.

       print-carton-read.
           read carton-file next record
               at end
                   go to print-carton-end
           end-read.
           if ct-order-number not = ws-order-number
                   or ct-carton-number not = print-carton-number
               go to print-carton-end.
           if ct-ship-date not = 0
               go to print-carton-read.
           if not carton-printed
               perform print-label-head thru print-label-head-exit.
           move ct-order-line to lc-line.
           move ct-stock-key to lc-stock-key.
           move ct-stock-key to stock-key.
           read stock-file.
           if stock-status = "00"
               move stock-description-1 to lc-description
           else
               move spaces to lc-description.
           move ct-qty to lc-qty.
           move label-content-line to label-line.
           write label-line.
           go to print-carton-read.

       print-carton-end.
           if not carton-printed
               go to print-carton-exit.
           move all "-" to label-line.
           write label-line.
           add 1 to labels-printed.

       print-carton-exit.
           exit.

       print-label-head.
           move "Y" to print-switch.
           perform build-bar-line thru build-bar-line-exit.
           move spaces to label-line.
           write label-line.
           move bar-line to label-line.
           write label-line.
           move spaces to label-line.
           string "*" ct-container-id "*"
                   delimited by size into label-line.
           write label-line.
           move spaces to label-line.
           if ct-pallet
               string "Order " ws-order-number
                       "   pallet " print-carton-number
                       " of " high-carton
                       delimited by size into label-line
           else
               string "Order " ws-order-number
                       "   carton " print-carton-number
                       " of " high-carton
                       delimited by size into label-line.
           write label-line.
           move spaces to label-line.
           string "Ref " soh-customer-ref
                   "   carrier " soh-carrier-code
                   "   packed " ct-pack-date
                   delimited by size into label-line.
           write label-line.
           move spaces to label-line.
           string "Deliver to " deliver-name
                   delimited by size into label-line.
           write label-line.
           move spaces to label-line.
           string "           " deliver-address-1
                   delimited by size into label-line.
           write label-line.
           move spaces to label-line.
           string "           " deliver-address-2
                   delimited by size into label-line.
           write label-line.
           move "Contents:" to label-line.
           write label-line.

       print-label-head-exit.
           exit.

      ***********************************************************
      *    The same printable bar pattern LABELS draws for a     *
      *    stock key, here derived from the container ID.        *
      ***********************************************************

       build-bar-line.
           move spaces to bar-line.
           move "||" to bar-line(1:2).
           move 4 to bar-position.
           move 1 to key-subscript.

       build-bar-line-loop.
           if key-subscript > 10
               go to build-bar-line-stop.
           move ct-container-id(key-subscript:1) to key-char.
           if key-char > "M" or (key-char >= "5"
                   and key-char <= "9")
               move "||" to bar-line(bar-position:2)
               add 3 to bar-position
           else
               move "|" to bar-line(bar-position:1)
               add 2 to bar-position
           end-if.
           add 1 to key-subscript.
           go to build-bar-line-loop.

       build-bar-line-stop.
           move "||" to bar-line(bar-position:2).

       build-bar-line-exit.
           exit.

      *    The delivery address is the order's ship-to site, or
      *    the customer's own address when it has none.

       load-delivery-address.
           move customer-name to deliver-name.
           move customer-address-1 to deliver-address-1.
           move customer-address-2 to deliver-address-2.
           if soh-shipto = 0 or not shipto-file-open
               go to load-delivery-address-exit.
           move soh-customer-code to st-customer-code.
           move soh-shipto to st-number.
           read shipto-file
               invalid key
                   go to load-delivery-address-exit
           end-read.
           move st-name to deliver-name.
           move st-address-1 to deliver-address-1.
           move st-address-2 to deliver-address-2.

       load-delivery-address-exit.
           exit.

      ***********************************************************
      * Container Number Control - MUCTNNUM.DAT                 *
      ***********************************************************

       read-container-number.
           move 0 to next-container-number.
           open input container-number-file.
           if cnn-status not = "00"
               go to read-container-number-exit.
           read container-number-file
               at end
                   go to read-container-number-close.
           move container-number-line to next-container-number.

       read-container-number-close.
           close container-number-file.

       read-container-number-exit.
           exit.

       save-container-number.
           open output container-number-file.
           if cnn-status not = "00"
               display "Unable to save MUCTNNUM.DAT - status "
                       cnn-status
               go to save-container-number-exit.
           move next-container-number to container-number-line.
           write container-number-line.
           close container-number-file.

       save-container-number-exit.
           exit.

       wrap-up.
           close order-file.
           close so-header-file.
           close stock-file.
           close customer-file.
           close carton-file.
           close label-rpt.
           if shipto-file-open
               close shipto-file.
           display "Containers packed : " containers-packed.
           display "Labels printed    : " labels-printed.
           display "Spool CARTLBL.LST to paper with STOCKPRT".

       endit.
           goback.
