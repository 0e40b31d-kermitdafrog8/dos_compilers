      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      DOCINQ.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Document inquiry across the live and history files.     *
      *  Given a PO, sales order, AR item, AP invoice or RMA     *
      *  number it shows the document from the live file, and    *
      *  when DOCPURGE has already moved it, from the .HST file  *
      *  of the same name and layout - the file names are set    *
      *  at run time, as ARCHINQ does for its archives, so one   *
      *  set of record layouts serves both.                      *
      *                                                          *
      ************************************************************

       identification division.
       program-id. DOCINQ.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select po-file assign ws-po-filename
                organization indexed
                access dynamic
                record key po-key
                status po-status.

           select po-header-file assign ws-poh-filename
                organization indexed
                access dynamic
                record key poh-number
                status poh-status.

           select so-header-file assign ws-soh-filename
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select order-file assign ws-order-filename
                organization indexed
                access dynamic
                record key order-key
                status ord-status.

           select ar-file assign ws-ar-filename
                organization indexed
                access dynamic
                record key ar-key
                status ar-status.

           select ap-file assign ws-ap-filename
                organization indexed
                access dynamic
                record key ap-key
                status ap-status.

           select rma-file assign ws-rma-filename
                organization indexed
                access dynamic
                record key rma-number
                status rma-status.
      /
       data division.

       file section.
       fd  po-file.
           copy porec.cpy.

       fd  po-header-file.
           copy pohdr.cpy.

       fd  so-header-file.
           copy sohdr.cpy.

       fd  order-file.
           copy orderrec.cpy.

       fd  ar-file.
           copy aritem.cpy.

       fd  ap-file.
           copy apowed.cpy.

       fd  rma-file.
           copy rmarec.cpy.
      /
       working-storage section.

       01  po-status                    pic xx.
       01  poh-status                   pic xx.
       01  soh-status                   pic xx.
       01  ord-status                   pic xx.
       01  ar-status                    pic xx.
       01  ap-status                    pic xx.
       01  rma-status                   pic xx.

       01  ws-po-filename               pic x(12).
       01  ws-poh-filename              pic x(12).
       01  ws-soh-filename              pic x(12).
       01  ws-order-filename            pic x(12).
       01  ws-ar-filename               pic x(12).
       01  ws-ap-filename               pic x(12).
       01  ws-rma-filename              pic x(12).

       01  choice                       pic x.
       01  ws-doc-number                pic x(06).
       01  ws-customer-code             pic 9(04).
       01  ws-vendor-code               pic 9(04).
       01  ws-invoice-number            pic x(10).

       01  found-switch                 pic x.
           88  document-found                     value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "DOCINQ - document inquiry, live and history".

       ent-ry.
           display "P-PO  S-Sales order  A-AR item  V-AP invoice  "
                   "R-RMA  Q-Quit : ".
           accept choice.
           evaluate choice
               when "P" when "p"
                   perform inquire-po thru inquire-po-exit
               when "S" when "s"
                   perform inquire-order thru inquire-order-exit
               when "A" when "a"
                   perform inquire-ar thru inquire-ar-exit
               when "V" when "v"
                   perform inquire-ap thru inquire-ap-exit
               when "R" when "r"
                   perform inquire-rma thru inquire-rma-exit
               when "Q" when "q"
                   go to endit
               when other
                   continue
           end-evaluate.
           go to ent-ry.

       endit.
           goback.

      ***********************************************************
      * Purchase Orders                                         *
      ***********************************************************

       inquire-po.
           display "PO number : ".
           move spaces to ws-doc-number.
           accept ws-doc-number.
           if ws-doc-number = spaces
               go to inquire-po-exit.
           move "MUPOHDR.DAT" to ws-poh-filename.
           move "MUPODATA.DAT" to ws-po-filename.
           perform show-po thru show-po-exit.
           if document-found
               go to inquire-po-exit.
           move "MUPOHDR.HST" to ws-poh-filename.
           move "MUPODATA.HST" to ws-po-filename.
           perform show-po thru show-po-exit.
           if not document-found
               display "PO not on file or in history".

       inquire-po-exit.
           exit.

       show-po.
           move "N" to found-switch.
           open input po-header-file.
           if poh-status = "00"
               move ws-doc-number to poh-number
               read po-header-file
               if poh-status = "00"
                   move "Y" to found-switch
                   display "PO " poh-number " from " ws-poh-filename
                   display "  vendor " poh-vendor-code
                           "  ordered " poh-order-date
                           "  status " poh-status-flag
                           "  lines " poh-line-count
               end-if
               close po-header-file
           end-if.
           open input po-file.
           if po-status not = "00"
               go to show-po-exit.
           move ws-doc-number to po-number.
           move 0 to po-line.
           start po-file key not less than po-key.
           if po-status not = "00"
               go to show-po-close.

       show-po-read.
           read po-file next record
               at end
                   go to show-po-close
           end-read.
           if po-number not = ws-doc-number
               go to show-po-close.
           if not document-found
               display "PO " po-number " from " ws-po-filename.
           move "Y" to found-switch.
           if po-non-stock
               display "  " po-line " " po-description
           else
               display "  " po-line " " po-stock-key.
           display "      ordered " po-qty-ordered
                   " received " po-qty-received
                   " cost " po-unit-cost
                   " status " po-status-flag
                   " received on " po-receipt-date.
           go to show-po-read.

       show-po-close.
           close po-file.

       show-po-exit.
           exit.

      ***********************************************************
      * Sales Orders                                            *
      ***********************************************************

       inquire-order.
           display "Sales order number : ".
           move spaces to ws-doc-number.
           accept ws-doc-number.
           if ws-doc-number = spaces
               go to inquire-order-exit.
           move "MUSOHDR.DAT" to ws-soh-filename.
           move "MUORDERS.DAT" to ws-order-filename.
           perform show-order thru show-order-exit.
           if document-found
               go to inquire-order-exit.
           move "MUSOHDR.HST" to ws-soh-filename.
           move "MUORDERS.HST" to ws-order-filename.
           perform show-order thru show-order-exit.
           if not document-found
               display "Sales order not on file or in history".

       inquire-order-exit.
           exit.

       show-order.
           move "N" to found-switch.
           open input so-header-file.
           if soh-status = "00"
               move ws-doc-number to soh-number
               read so-header-file
               if soh-status = "00"
                   move "Y" to found-switch
                   display "Order " soh-number " from "
                           ws-soh-filename
                   display "  customer " soh-customer-code
                           "  ordered " soh-order-date
                           "  status " soh-status-flag
                           "  ref " soh-customer-ref
               end-if
               close so-header-file
           end-if.
           open input order-file.
           if ord-status not = "00"
               go to show-order-exit.
           move ws-doc-number to order-number.
           move 0 to order-line.
           start order-file key not less than order-key.
           if ord-status not = "00"
               go to show-order-close.

       show-order-read.
           read order-file next record
               at end
                   go to show-order-close
           end-read.
           if order-number not = ws-doc-number
               go to show-order-close.
           if not document-found
               display "Order " order-number " from "
                       ws-order-filename.
           move "Y" to found-switch.
           display "  " order-line " " order-stock-key
                   " qty " order-qty
                   " price " order-price-each
                   " status " order-status-flag
                   " billed " order-billed-flag.
           go to show-order-read.

       show-order-close.
           close order-file.

       show-order-exit.
           exit.

      ***********************************************************
      * AR Items                                                *
      ***********************************************************

       inquire-ar.
           display "Customer code : ".
           move 0 to ws-customer-code.
           accept ws-customer-code.
           display "Document number : ".
           move spaces to ws-doc-number.
           accept ws-doc-number.
           if ws-doc-number = spaces
               go to inquire-ar-exit.
           move "MUARITEM.DAT" to ws-ar-filename.
           perform show-ar thru show-ar-exit.
           if document-found
               go to inquire-ar-exit.
           move "MUARITEM.HST" to ws-ar-filename.
           perform show-ar thru show-ar-exit.
           if not document-found
               display "AR item not on file or in history".

       inquire-ar-exit.
           exit.

       show-ar.
           move "N" to found-switch.
           open input ar-file.
           if ar-status not = "00"
               go to show-ar-exit.
           move ws-customer-code to ar-customer-code.
           move ws-doc-number to ar-document-number.
           read ar-file.
           if ar-status = "00"
               move "Y" to found-switch
               display "AR " ar-customer-code " " ar-document-number
                       " from " ws-ar-filename
               display "  type " ar-document-type
                       "  dated " ar-date
                       "  due " ar-due-date
                       "  status " ar-status-flag
               display "  original " ar-original-amount
                       "  open " ar-open-amount.
           close ar-file.

       show-ar-exit.
           exit.

      ***********************************************************
      * AP Invoices - every PO line the invoice was matched to  *
      ***********************************************************

       inquire-ap.
           display "Vendor code : ".
           move 0 to ws-vendor-code.
           accept ws-vendor-code.
           display "Invoice number : ".
           move spaces to ws-invoice-number.
           accept ws-invoice-number.
           if ws-invoice-number = spaces
               go to inquire-ap-exit.
           move "MUAPOWED.DAT" to ws-ap-filename.
           perform show-ap thru show-ap-exit.
           if document-found
               go to inquire-ap-exit.
           move "MUAPOWED.HST" to ws-ap-filename.
           perform show-ap thru show-ap-exit.
           if not document-found
               display "AP invoice not on file or in history".

       inquire-ap-exit.
           exit.

       show-ap.
           move "N" to found-switch.
           open input ap-file.
           if ap-status not = "00"
               go to show-ap-exit.
           move ws-vendor-code to ap-vendor-code.
           move ws-invoice-number to ap-invoice-number.
           move low-values to ap-po-number.
           move 0 to ap-po-line.
           start ap-file key not less than ap-key.
           if ap-status not = "00"
               go to show-ap-close.

       show-ap-read.
           read ap-file next record
               at end
                   go to show-ap-close
           end-read.
           if ap-vendor-code not = ws-vendor-code
                   or ap-invoice-number not = ws-invoice-number
               go to show-ap-close.
           if not document-found
               display "AP " ap-vendor-code " " ap-invoice-number
                       " from " ws-ap-filename.
           move "Y" to found-switch.
           display "  PO " ap-po-number " " ap-po-line
                   " " ap-stock-key
                   " value " ap-value
                   " paid " ap-paid-flag
                   " " ap-paid-date
                   " check " ap-check-number.
           go to show-ap-read.

       show-ap-close.
           close ap-file.

       show-ap-exit.
           exit.

      ***********************************************************
      * RMAs                                                    *
      ***********************************************************

       inquire-rma.
           display "RMA number : ".
           move spaces to ws-doc-number.
           accept ws-doc-number.
           if ws-doc-number = spaces
               go to inquire-rma-exit.
           move "MURMADTA.DAT" to ws-rma-filename.
           perform show-rma thru show-rma-exit.
           if document-found
               go to inquire-rma-exit.
           move "MURMADTA.HST" to ws-rma-filename.
           perform show-rma thru show-rma-exit.
           if not document-found
               display "RMA not on file or in history".

       inquire-rma-exit.
           exit.

       show-rma.
           move "N" to found-switch.
           open input rma-file.
           if rma-status not = "00"
               go to show-rma-exit.
           move ws-doc-number to rma-number.
           read rma-file.
           if rma-status = "00"
               move "Y" to found-switch
               display "RMA " rma-number " from " ws-rma-filename
               display "  customer " rma-customer-code
                       "  item " rma-stock-key
                       "  dated " rma-date
                       "  status " rma-status-flag
                       "  credited " rma-credited-flag
               display "  returned " rma-qty-returned
                       "  to stock " rma-qty-to-stock
                       "  scrapped " rma-qty-scrapped
                       "  to vendor " rma-qty-to-vendor.
           close rma-file.

       show-rma-exit.
           exit.
