      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                    DOCPURGE.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Period-end purge of closed documents.  ARCHIVE trims    *
      *  the logs, but the document files only ever grew with    *
      *  closed, shipped, paid and credited records.  For a      *
      *  retention period keyed per document type, this moves    *
      *  every fully closed document older than that - a PO      *
      *  (MUPOHDR.DAT and its MUPODATA.DAT lines), a sales order *
      *  (MUSOHDR.DAT and its MUORDERS.DAT lines), an AR item,   *
      *  an AP item and an RMA - into a history file of the same *
      *  name with extension .HST, same layout and same key, and *
      *  deletes it from the live file.  A document something    *
      *  still refers to stays: a PO with an unpaid invoice, a   *
      *  sales order line or customer invoice under an open      *
      *  RMA, an unbilled shipped line, a paid item whose check  *
      *  has not cleared the bank, and an RMA with a vendor      *
      *  return still to ship.  A document moved by an earlier   *
      *  interrupted run is overwritten in history, not          *
      *  duplicated.  Every purge and every keep is listed on    *
      *  DOCPURGE.LST.  DOCINQ reads the history back.           *
      *                                                          *
      ************************************************************

       identification division.
       program-id. DOCPURGE.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select po-file assign "MUPODATA.DAT"
                organization indexed
                access dynamic
                record key po-key
                status po-status.

           select po-header-file assign "MUPOHDR.DAT"
                organization indexed
                access dynamic
                record key poh-number
                status poh-status.

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

           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status ar-status.

           select ap-file assign "MUAPOWED.DAT"
                organization indexed
                access dynamic
                record key ap-key
                status ap-status.

           select rma-file assign "MURMADTA.DAT"
                organization indexed
                access dynamic
                record key rma-number
                status rma-status.

           select po-hist-file assign "MUPODATA.HST"
                organization indexed
                access dynamic
                record key hpo-key
                status hpo-status.

           select poh-hist-file assign "MUPOHDR.HST"
                organization indexed
                access dynamic
                record key hph-number
                status hph-status.

           select soh-hist-file assign "MUSOHDR.HST"
                organization indexed
                access dynamic
                record key hsh-number
                status hsh-status.

           select order-hist-file assign "MUORDERS.HST"
                organization indexed
                access dynamic
                record key hor-key
                status hor-status.

           select ar-hist-file assign "MUARITEM.HST"
                organization indexed
                access dynamic
                record key har-key
                status har-status.

           select ap-hist-file assign "MUAPOWED.HST"
                organization indexed
                access dynamic
                record key hap-key
                status hap-status.

           select rma-hist-file assign "MURMADTA.HST"
                organization indexed
                access dynamic
                record key hrm-number
                status hrm-status.

           select purge-log assign "DOCPURGE.LST"
                organization line sequential
                status log-status.
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

      ***********************************************************
      *    History records are the live records byte for byte -  *
      *    only the key needs naming here.                       *
      ***********************************************************

       fd  po-hist-file.
       01  po-hist-record.
           03  hpo-key                      pic x(09).
           03  hpo-data                     pic x(103).

       fd  poh-hist-file.
       01  poh-hist-record.
           03  hph-number                   pic x(06).
           03  hph-data                     pic x(124).

       fd  soh-hist-file.
       01  soh-hist-record.
           03  hsh-number                   pic x(06).
           03  hsh-data                     pic x(49).

       fd  order-hist-file.
       01  order-hist-record.
           03  hor-key                      pic x(09).
           03  hor-data                     pic x(49).

       fd  ar-hist-file.
       01  ar-hist-record.
           03  har-key                      pic x(10).
           03  har-data                     pic x(119).

       fd  ap-hist-file.
       01  ap-hist-record.
           03  hap-key                      pic x(23).
           03  hap-data                     pic x(74).

       fd  rma-hist-file.
       01  rma-hist-record.
           03  hrm-number                   pic x(06).
           03  hrm-data                     pic x(56).

       fd  purge-log.
       01  purge-line                   pic x(80).
      /
       working-storage section.

       01  po-status                    pic xx.
       01  poh-status                   pic xx.
       01  soh-status                   pic xx.
       01  ord-status                   pic xx.
       01  ar-status                    pic xx.
       01  ap-status                    pic xx.
       01  rma-status                   pic xx.
       01  hpo-status                   pic xx.
       01  hph-status                   pic xx.
       01  hsh-status                   pic xx.
       01  hor-status                   pic xx.
       01  har-status                   pic xx.
       01  hap-status                   pic xx.
       01  hrm-status                   pic xx.
       01  log-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  po-retain-days               pic 9(04).
       01  so-retain-days               pic 9(04).
       01  ar-retain-days               pic 9(04).
       01  ap-retain-days               pic 9(04).
       01  rma-retain-days              pic 9(04).

       01  today-8                      pic 9(08).
       01  today-serial                 pic 9(07).
       01  ws-doc-date                  pic 9(08).
       01  ws-age-days                  pic s9(07).

       01  header-open-switch           pic x.
           88  header-file-open                   value "Y".
       01  group-switch                 pic x.
           88  group-eligible                     value "Y".
       01  keep-switch                  pic x.
           88  document-kept                      value "Y".
       01  move-error-switch            pic x.
           88  move-failed                        value "Y".

       01  ws-group-number              pic x(06).
       01  ws-group-keep                pic x.
       01  ws-doc-number                pic x(06).
       01  ws-doc-label                 pic x(06).
       01  ws-doc-ref                   pic x(24).
       01  ws-log-action                pic x(40).
       01  lines-moved                  pic 9(03).

      ***********************************************************
      * Documents Passing the Line Scan, Checked One by One     *
      ***********************************************************

       01  candidate-table.
           03  cand-entry               occurs 500 times.
               05  cand-number          pic x(06).
               05  cand-keep            pic x.

       01  candidate-count              pic 9(03) comp value 0.
       01  candidate-subscript          pic 9(03) comp value 0.

      ***********************************************************
      * What Still Refers to a Document                         *
      ***********************************************************

       01  open-rma-table.
           03  orm-entry                occurs 300 times.
               05  orm-customer         pic 9(04).
               05  orm-stock-key        pic x(10).

       01  open-rma-count               pic 9(03) comp value 0.
       01  open-rma-subscript           pic 9(03) comp value 0.

       01  unpaid-po-table.
           03  upo-number               pic x(06) occurs 500 times.

       01  unpaid-po-count              pic 9(03) comp value 0.
       01  unpaid-po-subscript          pic 9(03) comp value 0.

       01  pos-purged                   pic 9(05) value 0.
       01  orders-purged                pic 9(05) value 0.
       01  ar-items-purged              pic 9(05) value 0.
       01  ap-items-purged              pic 9(05) value 0.
       01  rmas-purged                  pic 9(05) value 0.
       01  documents-kept               pic 9(05) value 0.

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
           display "DOCPURGE - purge closed documents to history".
           display "Retention in days - 0 leaves that file alone".
           display "Purchase orders : ".
           move 0 to po-retain-days.
           accept po-retain-days.
           display "Sales orders    : ".
           move 0 to so-retain-days.
           accept so-retain-days.
           display "AR items        : ".
           move 0 to ar-retain-days.
           accept ar-retain-days.
           display "AP items        : ".
           move 0 to ap-retain-days.
           accept ap-retain-days.
           display "RMAs            : ".
           move 0 to rma-retain-days.
           accept rma-retain-days.
           display "Purge now (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Purge cancelled"
               go to endit.

           open output purge-log.
           if log-status not = "00"
               display "Unable to open DOCPURGE.LST - status "
                       log-status
               go to endit.
           move "CLOSED DOCUMENT PURGE TO HISTORY" to purge-line.
           write purge-line.
           move spaces to purge-line.
           write purge-line.

           accept today-8 from date yyyymmdd.
           move today-8 to conv-date.
           perform convert-date-to-serial.
           move conv-serial to today-serial.

           perform load-open-rmas thru load-open-rmas-exit.
           perform load-unpaid-pos thru load-unpaid-pos-exit.

           perform purge-pos thru purge-pos-exit.
           perform purge-orders thru purge-orders-exit.
           perform purge-ar-items thru purge-ar-items-exit.
           perform purge-ap-items thru purge-ap-items-exit.
           perform purge-rmas thru purge-rmas-exit.

           close purge-log.
           display "Purchase orders purged  : " pos-purged.
           display "Sales orders purged     : " orders-purged.
           display "AR items purged         : " ar-items-purged.
           display "AP items purged         : " ap-items-purged.
           display "RMAs purged             : " rmas-purged.
           display "Kept - still referenced : " documents-kept.

       endit.
           goback.

      ***********************************************************
      * Loading the References                                  *
      ***********************************************************

       load-open-rmas.
           move 0 to open-rma-count.
           open input rma-file.
           if rma-status not = "00"
               go to load-open-rmas-exit.
           move low-values to rma-number.
           start rma-file key not less than rma-number.
           if rma-status not = "00"
               go to load-open-rmas-close.

       load-open-rmas-read.
           read rma-file next record
               at end
                   go to load-open-rmas-close
           end-read.
           if not rma-open
               go to load-open-rmas-read.
           if open-rma-count < 300
               add 1 to open-rma-count
               move rma-customer-code to orm-customer(open-rma-count)
               move rma-stock-key to orm-stock-key(open-rma-count).
           go to load-open-rmas-read.

       load-open-rmas-close.
           close rma-file.

       load-open-rmas-exit.
           exit.

       load-unpaid-pos.
           move 0 to unpaid-po-count.
           open input ap-file.
           if ap-status not = "00"
               go to load-unpaid-pos-exit.
           move low-values to ap-key.
           start ap-file key not less than ap-key.
           if ap-status not = "00"
               go to load-unpaid-pos-close.

       load-unpaid-pos-read.
           read ap-file next record
               at end
                   go to load-unpaid-pos-close
           end-read.
           if ap-paid or ap-po-number = spaces
               go to load-unpaid-pos-read.
           if unpaid-po-count < 500
               add 1 to unpaid-po-count
               move ap-po-number to upo-number(unpaid-po-count).
           go to load-unpaid-pos-read.

       load-unpaid-pos-close.
           close ap-file.

       load-unpaid-pos-exit.
           exit.

      ***********************************************************
      * Purchase Orders                                         *
      *    Every line closed and the latest order or receipt     *
      *    date past retention; the header, where there is one,  *
      *    closed too; no unpaid AP item naming the PO.          *
      ***********************************************************

       purge-pos.
           if po-retain-days = 0
               go to purge-pos-exit.
           move "PO    " to ws-doc-label.
           open i-o po-file.
           if po-status not = "00"
               move "MUPODATA.DAT not available - POs not purged"
                   to purge-line
               write purge-line
               go to purge-pos-exit.
           move "N" to header-open-switch.
           open i-o po-header-file.
           if poh-status = "00"
               move "Y" to header-open-switch.
           open i-o po-hist-file.
           if hpo-status not = "00"
               open output po-hist-file
               close po-hist-file
               open i-o po-hist-file.
           open i-o poh-hist-file.
           if hph-status not = "00"
               open output poh-hist-file
               close poh-hist-file
               open i-o poh-hist-file.
           if hpo-status not = "00" or hph-status not = "00"
               move "PO history files not available - POs not purged"
                   to purge-line
               write purge-line
               go to purge-pos-close.
           move 0 to candidate-count.
           move spaces to ws-group-number.
           move "N" to group-switch.
           move low-values to po-key.
           start po-file key not less than po-key.
           if po-status not = "00"
               go to purge-pos-close.

       purge-pos-scan.
           read po-file next record
               at end
                   go to purge-pos-scan-end
           end-read.
           if po-number not = ws-group-number
               perform add-candidate thru add-candidate-exit
               move po-number to ws-group-number
               move "Y" to group-switch
               move space to ws-group-keep.
           if not po-closed
               move "N" to group-switch.
           move po-date to ws-doc-date.
           if po-receipt-date > ws-doc-date
               move po-receipt-date to ws-doc-date.
           perform compute-age thru compute-age-exit.
           if ws-age-days < po-retain-days
               move "N" to group-switch.
           go to purge-pos-scan.

       purge-pos-scan-end.
           perform add-candidate thru add-candidate-exit.
           move 0 to candidate-subscript.

       purge-pos-next.
           if candidate-subscript >= candidate-count
               go to purge-pos-close.
           add 1 to candidate-subscript.
           move cand-number(candidate-subscript) to ws-doc-number.
           move ws-doc-number to ws-doc-ref.
           perform check-po-references thru check-po-references-exit.
           if document-kept
               perform log-kept
               go to purge-pos-next.
           perform move-po-lines thru move-po-lines-exit.
           if move-failed
               go to purge-pos-next.
           if header-file-open
               move ws-doc-number to poh-number
               read po-header-file
               if poh-status = "00"
                   move po-header-record to poh-hist-record
                   write poh-hist-record
                   if hph-status = "22"
                       rewrite poh-hist-record
                   end-if
                   if hph-status = "00"
                       delete po-header-file record
                   end-if
               end-if
           end-if.
           add 1 to pos-purged.
           perform log-purged.
           go to purge-pos-next.

       purge-pos-close.
           close po-file.
           if header-file-open
               close po-header-file.
           close po-hist-file.
           close poh-hist-file.

       purge-pos-exit.
           exit.

       check-po-references.
           move "N" to keep-switch.
           move 0 to unpaid-po-subscript.

       check-po-references-ap.
           if unpaid-po-subscript >= unpaid-po-count
               go to check-po-references-header.
           add 1 to unpaid-po-subscript.
           if upo-number(unpaid-po-subscript) = ws-doc-number
               move "Y" to keep-switch
               move "kept - invoice not yet paid" to ws-log-action
               go to check-po-references-exit.
           go to check-po-references-ap.

       check-po-references-header.
           if not header-file-open
               go to check-po-references-exit.
           move ws-doc-number to poh-number.
           read po-header-file.
           if poh-status not = "00"
               go to check-po-references-exit.
           if not poh-closed
               move "Y" to keep-switch
               move "kept - PO header not closed" to ws-log-action.

       check-po-references-exit.
           exit.

       move-po-lines.
           move "N" to move-error-switch.
           move 0 to lines-moved.
           move ws-doc-number to po-number.
           move 0 to po-line.
           start po-file key not less than po-key.
           if po-status not = "00"
               go to move-po-lines-exit.

       move-po-lines-read.
           read po-file next record
               at end
                   go to move-po-lines-exit
           end-read.
           if po-number not = ws-doc-number
               go to move-po-lines-exit.
           move po-record to po-hist-record.
           write po-hist-record.
           if hpo-status = "22"
               rewrite po-hist-record.
           if hpo-status not = "00"
               move "Y" to move-error-switch
               move "NOT PURGED - history write failed"
                   to ws-log-action
               perform log-kept
               go to move-po-lines-exit.
           delete po-file record.
           add 1 to lines-moved.
           go to move-po-lines-read.

       move-po-lines-exit.
           exit.

      ***********************************************************
      * Sales Orders                                            *
      *    Every line shipped or cancelled, every shipped line   *
      *    billed, the order date past retention and the header *
      *    no longer open; no line whose customer and item are   *
      *    on an open RMA.                                       *
      ***********************************************************

       purge-orders.
           if so-retain-days = 0
               go to purge-orders-exit.
           move "ORDER " to ws-doc-label.
           open i-o order-file.
           if ord-status not = "00"
               move "MUORDERS.DAT not available - orders not purged"
                   to purge-line
               write purge-line
               go to purge-orders-exit.
           move "N" to header-open-switch.
           open i-o so-header-file.
           if soh-status = "00"
               move "Y" to header-open-switch.
           open i-o order-hist-file.
           if hor-status not = "00"
               open output order-hist-file
               close order-hist-file
               open i-o order-hist-file.
           open i-o soh-hist-file.
           if hsh-status not = "00"
               open output soh-hist-file
               close soh-hist-file
               open i-o soh-hist-file.
           if hor-status not = "00" or hsh-status not = "00"
               move "Order history files not available - not purged"
                   to purge-line
               write purge-line
               go to purge-orders-close.
           move 0 to candidate-count.
           move spaces to ws-group-number.
           move "N" to group-switch.
           move low-values to order-key.
           start order-file key not less than order-key.
           if ord-status not = "00"
               go to purge-orders-close.

       purge-orders-scan.
           read order-file next record
               at end
                   go to purge-orders-scan-end
           end-read.
           if order-number not = ws-group-number
               perform add-candidate thru add-candidate-exit
               move order-number to ws-group-number
               move "Y" to group-switch
               move space to ws-group-keep.
           if order-open
               move "N" to group-switch.
           if order-shipped and not order-billed
               move "N" to group-switch.
           move order-date to ws-doc-date.
           perform compute-age thru compute-age-exit.
           if ws-age-days < so-retain-days
               move "N" to group-switch.
           perform check-line-rma thru check-line-rma-exit.
           go to purge-orders-scan.

       purge-orders-scan-end.
           perform add-candidate thru add-candidate-exit.
           move 0 to candidate-subscript.

       purge-orders-next.
           if candidate-subscript >= candidate-count
               go to purge-orders-close.
           add 1 to candidate-subscript.
           move cand-number(candidate-subscript) to ws-doc-number.
           move ws-doc-number to ws-doc-ref.
           move "N" to keep-switch.
           if cand-keep(candidate-subscript) = "R"
               move "Y" to keep-switch
               move "kept - line under an open RMA" to ws-log-action.
           if not document-kept and header-file-open
               move ws-doc-number to soh-number
               read so-header-file
               if soh-status = "00" and soh-open
                   move "Y" to keep-switch
                   move "kept - order header still open"
                       to ws-log-action
               end-if
           end-if.
           if document-kept
               perform log-kept
               go to purge-orders-next.
           perform move-order-lines thru move-order-lines-exit.
           if move-failed
               go to purge-orders-next.
           if header-file-open
               move ws-doc-number to soh-number
               read so-header-file
               if soh-status = "00"
                   move so-header-record to soh-hist-record
                   write soh-hist-record
                   if hsh-status = "22"
                       rewrite soh-hist-record
                   end-if
                   if hsh-status = "00"
                       delete so-header-file record
                   end-if
               end-if
           end-if.
           add 1 to orders-purged.
           perform log-purged.
           go to purge-orders-next.

       purge-orders-close.
           close order-file.
           if header-file-open
               close so-header-file.
           close order-hist-file.
           close soh-hist-file.

       purge-orders-exit.
           exit.

       check-line-rma.
           move 0 to open-rma-subscript.

       check-line-rma-scan.
           if open-rma-subscript >= open-rma-count
               go to check-line-rma-exit.
           add 1 to open-rma-subscript.
           if orm-customer(open-rma-subscript) = order-customer-code
                   and orm-stock-key(open-rma-subscript)
                       = order-stock-key
               move "R" to ws-group-keep
               go to check-line-rma-exit.
           go to check-line-rma-scan.

       check-line-rma-exit.
           exit.

       move-order-lines.
           move "N" to move-error-switch.
           move 0 to lines-moved.
           move ws-doc-number to order-number.
           move 0 to order-line.
           start order-file key not less than order-key.
           if ord-status not = "00"
               go to move-order-lines-exit.

       move-order-lines-read.
           read order-file next record
               at end
                   go to move-order-lines-exit
           end-read.
           if order-number not = ws-doc-number
               go to move-order-lines-exit.
           move order-record to order-hist-record.
           write order-hist-record.
           if hor-status = "22"
               rewrite order-hist-record.
           if hor-status not = "00"
               move "Y" to move-error-switch
               move "NOT PURGED - history write failed"
                   to ws-log-action
               perform log-kept
               go to move-order-lines-exit.
           delete order-file record.
           add 1 to lines-moved.
           go to move-order-lines-read.

       move-order-lines-exit.
           exit.

      ***********************************************************
      *    A document number goes on the candidate list once the *
      *    scan has seen its last line.                          *
      ***********************************************************

       add-candidate.
           if ws-group-number = spaces or not group-eligible
               go to add-candidate-exit.
           if candidate-count >= 500
               go to add-candidate-exit.
           add 1 to candidate-count.
           move ws-group-number to cand-number(candidate-count).
           move ws-group-keep to cand-keep(candidate-count).

       add-candidate-exit.
           exit.

      ***********************************************************
      * AR Items                                                *
      *    Closed with nothing open, dated past retention; a     *
      *    customer invoice stays while the customer has an open *
      *    RMA the credit may yet be applied against.            *
      ***********************************************************

       purge-ar-items.
           if ar-retain-days = 0
               go to purge-ar-items-exit.
           move "AR    " to ws-doc-label.
           open i-o ar-file.
           if ar-status not = "00"
               move "MUARITEM.DAT not available - AR not purged"
                   to purge-line
               write purge-line
               go to purge-ar-items-exit.
           open i-o ar-hist-file.
           if har-status not = "00"
               open output ar-hist-file
               close ar-hist-file
               open i-o ar-hist-file.
           if har-status not = "00"
               move "MUARITEM.HST not available - AR not purged"
                   to purge-line
               write purge-line
               close ar-file
               go to purge-ar-items-exit.
           move low-values to ar-key.
           start ar-file key not less than ar-key.
           if ar-status not = "00"
               go to purge-ar-items-close.

       purge-ar-items-read.
           read ar-file next record
               at end
                   go to purge-ar-items-close
           end-read.
           if not ar-closed-item or ar-open-amount not = 0
               go to purge-ar-items-read.
           move ar-date to ws-doc-date.
           perform compute-age thru compute-age-exit.
           if ws-age-days < ar-retain-days
               go to purge-ar-items-read.
           move spaces to ws-doc-ref.
           string ar-customer-code " " ar-document-number
                   delimited by size into ws-doc-ref.
           if ar-type-invoice
               perform check-customer-rma thru check-customer-rma-exit
               if document-kept
                   move "kept - customer has an open RMA"
                       to ws-log-action
                   perform log-kept
                   go to purge-ar-items-read
               end-if
           end-if.
           move ar-item-record to ar-hist-record.
           write ar-hist-record.
           if har-status = "22"
               rewrite ar-hist-record.
           if har-status not = "00"
               move "NOT PURGED - history write failed"
                   to ws-log-action
               perform log-kept
               go to purge-ar-items-read.
           delete ar-file record.
           add 1 to ar-items-purged.
           perform log-purged.
           go to purge-ar-items-read.

       purge-ar-items-close.
           close ar-file.
           close ar-hist-file.

       purge-ar-items-exit.
           exit.

       check-customer-rma.
           move "N" to keep-switch.
           move 0 to open-rma-subscript.

       check-customer-rma-scan.
           if open-rma-subscript >= open-rma-count
               go to check-customer-rma-exit.
           add 1 to open-rma-subscript.
           if orm-customer(open-rma-subscript) = ar-customer-code
               move "Y" to keep-switch
               go to check-customer-rma-exit.
           go to check-customer-rma-scan.

       check-customer-rma-exit.
           exit.

      ***********************************************************
      * AP Items                                                *
      *    Paid, with the payment past retention; a check the    *
      *    bank reconciliation has not yet cleared stays.        *
      ***********************************************************

       purge-ap-items.
           if ap-retain-days = 0
               go to purge-ap-items-exit.
           move "AP    " to ws-doc-label.
           open i-o ap-file.
           if ap-status not = "00"
               move "MUAPOWED.DAT not available - AP not purged"
                   to purge-line
               write purge-line
               go to purge-ap-items-exit.
           open i-o ap-hist-file.
           if hap-status not = "00"
               open output ap-hist-file
               close ap-hist-file
               open i-o ap-hist-file.
           if hap-status not = "00"
               move "MUAPOWED.HST not available - AP not purged"
                   to purge-line
               write purge-line
               close ap-file
               go to purge-ap-items-exit.
           move low-values to ap-key.
           start ap-file key not less than ap-key.
           if ap-status not = "00"
               go to purge-ap-items-close.

       purge-ap-items-read.
           read ap-file next record
               at end
                   go to purge-ap-items-close
           end-read.
           if not ap-paid
               go to purge-ap-items-read.
           move ap-paid-date to ws-doc-date.
           perform compute-age thru compute-age-exit.
           if ws-age-days < ap-retain-days
               go to purge-ap-items-read.
           move spaces to ws-doc-ref.
           string ap-vendor-code " " ap-invoice-number " "
                   ap-po-number
                   delimited by size into ws-doc-ref.
           if ap-check-number not = spaces and ap-cleared-date = 0
               move "kept - check not cleared" to ws-log-action
               perform log-kept
               go to purge-ap-items-read.
           move ap-owed-record to ap-hist-record.
           write ap-hist-record.
           if hap-status = "22"
               rewrite ap-hist-record.
           if hap-status not = "00"
               move "NOT PURGED - history write failed"
                   to ws-log-action
               perform log-kept
               go to purge-ap-items-read.
           delete ap-file record.
           add 1 to ap-items-purged.
           perform log-purged.
           go to purge-ap-items-read.

       purge-ap-items-close.
           close ap-file.
           close ap-hist-file.

       purge-ap-items-exit.
           exit.

      ***********************************************************
      * RMAs                                                    *
      *    Closed and dated past retention; one with goods still *
      *    to go back to the vendor stays.                       *
      ***********************************************************

       purge-rmas.
           if rma-retain-days = 0
               go to purge-rmas-exit.
           move "RMA   " to ws-doc-label.
           open i-o rma-file.
           if rma-status not = "00"
               move "MURMADTA.DAT not available - RMAs not purged"
                   to purge-line
               write purge-line
               go to purge-rmas-exit.
           open i-o rma-hist-file.
           if hrm-status not = "00"
               open output rma-hist-file
               close rma-hist-file
               open i-o rma-hist-file.
           if hrm-status not = "00"
               move "MURMADTA.HST not available - RMAs not purged"
                   to purge-line
               write purge-line
               close rma-file
               go to purge-rmas-exit.
           move low-values to rma-number.
           start rma-file key not less than rma-number.
           if rma-status not = "00"
               go to purge-rmas-close.

       purge-rmas-read.
           read rma-file next record
               at end
                   go to purge-rmas-close
           end-read.
           if not rma-closed
               go to purge-rmas-read.
           move rma-date to ws-doc-date.
           perform compute-age thru compute-age-exit.
           if ws-age-days < rma-retain-days
               go to purge-rmas-read.
           move rma-number to ws-doc-ref.
           if rma-qty-to-vendor > rma-qty-vr-shipped
               move "kept - vendor return not shipped"
                   to ws-log-action
               perform log-kept
               go to purge-rmas-read.
           move rma-record to rma-hist-record.
           write rma-hist-record.
           if hrm-status = "22"
               rewrite rma-hist-record.
           if hrm-status not = "00"
               move "NOT PURGED - history write failed"
                   to ws-log-action
               perform log-kept
               go to purge-rmas-read.
           delete rma-file record.
           add 1 to rmas-purged.
           perform log-purged.
           go to purge-rmas-read.

       purge-rmas-close.
           close rma-file.
           close rma-hist-file.

       purge-rmas-exit.
           exit.

      ***********************************************************
      * Age and Log Lines                                       *
      ***********************************************************

       compute-age.
           move 0 to ws-age-days.
           if ws-doc-date = 0
               go to compute-age-exit.
           move ws-doc-date to conv-date.
           perform convert-date-to-serial.
           compute ws-age-days = today-serial - conv-serial.

       compute-age-exit.
           exit.

       log-purged.
           move spaces to purge-line.
           string "  " ws-doc-label " " ws-doc-ref
                   " moved to history"
                   delimited by size into purge-line.
           write purge-line.

       log-kept.
           add 1 to documents-kept.
           move spaces to purge-line.
           string "  " ws-doc-label " " ws-doc-ref " "
                   ws-log-action
                   delimited by size into purge-line.
           write purge-line.

      ***********************************************************
      * Date-to-Serial-Day Conversion (see EXPEDITE)             *
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
