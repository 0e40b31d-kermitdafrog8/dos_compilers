      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     QTYCHK.CBL                           *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Cross-file quantity integrity check.  STOCKCHK looks at *
      *  MUSTOCK.DAT on its own; this one recomputes the running *
      *  totals a dozen programs keep on the stock record from   *
      *  the detail that should support them:                    *
      *                                                          *
      *      stock-qty-on-order    - open stock lines on         *
      *                              MUPODATA.DAT, ordered less  *
      *                              received, in stocking units *
      *                              (MUUOMCNV.DAT) - drop-ship  *
      *                              POs never go on order       *
      *      stock-qty-committed   - open lines on MUORDERS.DAT  *
      *                              other than drop-ship, plus  *
      *                              the unissued components of  *
      *                              open work orders            *
      *      stock-qty-backordered - waiting MUBKORD.DAT rows    *
      *                                                          *
      *  It also holds stock-held up against the lots on         *
      *  MULOTDTA.DAT, the in-stock serials on MUSERIAL.DAT for  *
      *  a serialized item, and the location table (plus stock   *
      *  in transit, as STOCKCHK counts it).  Every disagreement *
      *  is listed on QTYCHK.LST.                                *
      *                                                          *
      *  R checks and repairs, for supervisors on MUSUPVR.DAT:   *
      *  the three running totals are rewritten from the detail  *
      *  with before and after images on STOCKAUD.LST, as        *
      *  STOCKIOM writes them.  stock-held is never rewritten -  *
      *  a held quantity that disagrees with its lots, serials   *
      *  or locations is listed for a count, since either side   *
      *  may be the wrong one.  Run it when the floor is quiet:  *
      *  it registers with BATCHREG like the other batch jobs.   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. QTYCHK.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status file-status.

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

           select uom-file assign "MUUOMCNV.DAT"
                organization indexed
                access dynamic
                record key uc-stock-key
                status uom-status.

           select order-file assign "MUORDERS.DAT"
                organization indexed
                access dynamic
                record key order-key
                status ord-status.

           select wo-file assign "MUWORDER.DAT"
                organization indexed
                access dynamic
                record key wo-number
                status wo-status.

           select wo-comp-file assign "MUWOCOMP.DAT"
                organization indexed
                access dynamic
                record key wc-key
                status wcp-status.

           select backorder-file assign "MUBKORD.DAT"
                organization indexed
                access dynamic
                record key bo-key
                status bko-status.

           select lot-file assign "MULOTDTA.DAT"
                organization indexed
                access dynamic
                record key lot-key
                status lot-status.

           select serial-file assign "MUSERIAL.DAT"
                organization indexed
                access dynamic
                record key sn-key
                status ser-status.

           select in-transit-file assign "MUINTRNS.DAT"
                organization indexed
                access dynamic
                record key it-number
                status int-status.

           select check-log assign "QTYCHK.LST"
                organization line sequential
                status log-status.

           select audit-log assign "STOCKAUD.LST"
                organization line sequential
                status aud-log-status.

           select supv-file assign "MUSUPVR.DAT"
                organization line sequential
                status supv-status.
      /
       data division.

       file section.
       fd  stock-file.
           copy stockrec.cpy.

       fd  po-file.
           copy porec.cpy.

       fd  po-header-file.
           copy pohdr.cpy.

       fd  uom-file.
           copy uomcnv.cpy.

       fd  order-file.
           copy orderrec.cpy.

       fd  wo-file.
           copy worec.cpy.

       fd  wo-comp-file.
           copy wocomp.cpy.

       fd  backorder-file.
           copy backord.cpy.

       fd  lot-file.
           copy lotrec.cpy.

       fd  serial-file.
           copy serial.cpy.

       fd  in-transit-file.
           copy intrans.cpy.

       fd  check-log.
       01  check-log-line               pic x(100).

       fd  audit-log.
           copy audrec.cpy.

       fd  supv-file.
       01  supv-line                    pic x(08).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  po-status                    pic xx.
       01  poh-status                   pic xx.
       01  uom-status                   pic xx.
       01  ord-status                   pic xx.
       01  wo-status                    pic xx.
       01  wcp-status                   pic xx.
       01  bko-status                   pic xx.
       01  lot-status                   pic xx.
       01  ser-status                   pic xx.
       01  int-status                   pic xx.
       01  log-status                   pic xx.
       01  aud-log-status               pic xx.
       01  supv-status                  pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  run-mode                     pic x.
           88  repair-run                         value "R" "r".

       01  supv-ok-switch               pic x     value "N".
           88  supervisor-authorized              value "Y".

       01  detail-ok-switch             pic x     value "Y".
           88  detail-ok                          value "Y".

       01  uom-open-switch              pic x     value "N".
           88  uom-file-open                      value "Y".
       01  bko-open-switch              pic x     value "N".
           88  bko-file-open                      value "Y".
       01  lot-open-switch              pic x     value "N".
           88  lot-file-open                      value "Y".
       01  ser-open-switch              pic x     value "N".
           88  ser-file-open                      value "Y".

       01  dropship-po-switch           pic x     value "N".
           88  dropship-po                        value "Y".
       01  open-wo-switch               pic x     value "N".
           88  wo-is-open                         value "Y".

       01  repair-switch                pic x.
           88  totals-differ                      value "Y".

       01  ws-supervisor-id             pic x(08) value spaces.
       01  ws-last-po-number            pic x(06) value spaces.
       01  ws-last-wo-number            pic x(06) value spaces.
       01  ws-find-key                  pic x(10).
       01  ws-outstanding               pic s9(09)v9(03).
       01  ws-measure                   pic x(14).
       01  ws-action                    pic x(14).
       01  ws-on-file                   pic 9(08)v9(03).
       01  ws-from-detail               pic 9(08)v9(03).
       01  ws-difference                pic s9(08)v9(03).
       01  ws-before-image              pic x(443).
       01  today-8                      pic 9(08).
       01  now-8                        pic 9(08).

      ***********************************************************
      * Totals Recomputed for the Current Item                  *
      ***********************************************************

       01  calc-on-order                pic 9(08).
       01  calc-committed               pic 9(08).
       01  calc-backordered             pic 9(08).
       01  calc-lot-qty                 pic 9(08)v9(03).
       01  calc-serials                 pic 9(07).
       01  calc-loc-qty                 pic 9(08)v9(03).
       01  lot-records                  pic 9(05).
       01  loc-subscript                pic 9(02) comp.

       01  file-on-order                pic 9(06).
       01  file-committed               pic 9(06).
       01  file-backordered             pic 9(06).

      ***********************************************************
      * On-Order and Committed per Item - Keyed Working Table   *
      ***********************************************************

       01  item-table.
           03  qt-entry                 occurs 1000 times.
               05  qt-tbl-key           pic x(10).
               05  qt-tbl-on-order      pic 9(08).
               05  qt-tbl-committed     pic 9(08).

       01  item-count                   pic 9(04) comp value 0.
       01  item-subscript               pic 9(04) comp value 0.

       01  table-full-switch            pic x     value "N".
           88  item-table-full                    value "Y".

      ***********************************************************
      * Open In-Transit Quantity per Item (as STOCKCHK)         *
      ***********************************************************

       01  transit-table.
           03  tt-entry                 occurs 200 times.
               05  tt-tbl-key           pic x(10).
               05  tt-tbl-qty           pic 9(07).

       01  transit-count                pic 9(03) comp value 0.
       01  transit-subscript            pic 9(03) comp value 0.

       01  records-checked              pic 9(07) value 0.
       01  errors-found                 pic 9(07) value 0.
       01  records-repaired             pic 9(07) value 0.

       01  report-heading-1             pic x(100) value
           "STOCK CONTROL SYSTEM - CROSS-FILE QUANTITY INTEGRITY CHECK".

       01  report-heading-2             pic x(100) value
           "Item       Total                On file    From detail
      -    "   Difference  Action".

       01  detail-line.
           03  dl-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  dl-measure               pic x(14).
           03  filler                   pic x(01).
           03  dl-on-file               pic z(07)9.999.
           03  filler                   pic x(01).
           03  dl-from-detail           pic z(07)9.999.
           03  filler                   pic x(01).
           03  dl-difference            pic -(07)9.999.
           03  filler                   pic x(02).
           03  dl-action                pic x(14).

      ***********************************************************
      * Batch Run Registration                                   *
      ***********************************************************

       01  batch-job-name               pic x(08) value "QTYCHK".
       01  batch-function               pic x.
       01  batch-result                 pic x.
       01  batch-registered-switch      pic x     value "N".
           88  batch-start-accepted               value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "QTYCHK - cross-file quantity integrity check".
           display "C-Check only  R-Check and repair totals : ".
           accept run-mode.
           if run-mode not = "C" and run-mode not = "c"
                   and not repair-run
               go to endit.
           if repair-run
               display "Supervisor ID : "
               accept ws-supervisor-id
               perform check-supervisor thru check-supervisor-exit
               if not supervisor-authorized
                   display "Not on the supervisor list - repair "
                           "is for supervisors"
                   go to endit
               end-if
           end-if.
           perform register-batch-start
                   thru register-batch-start-exit.
           if not batch-start-accepted
               go to endit.

           if repair-run
               open i-o stock-file
           else
               open input stock-file.
           if status-1 not = "0"
               display "Unable to open MUSTOCK.DAT - status "
                       status-1 status-2
               go to endit.

           open output check-log.
           if log-status not = "00"
               display "Unable to open QTYCHK.LST - status "
                       log-status
               close stock-file
               go to endit.
           move report-heading-1 to check-log-line.
           write check-log-line.
           move spaces to check-log-line.
           write check-log-line.

           if repair-run
               open extend audit-log
               if aud-log-status not = "00"
                   open output audit-log
               end-if
           end-if.

           perform load-on-order thru load-on-order-exit.
           perform load-committed thru load-committed-exit.
           perform load-work-orders thru load-work-orders-exit.
           perform load-in-transit thru load-in-transit-exit.
           perform open-item-detail thru open-item-detail-exit.
           if not detail-ok
               move "*** Detail file unreadable - see the console"
                       to check-log-line
               write check-log-line
               go to wrap-up.
           if item-table-full
               move "*** More than 1000 items with open orders - "
                       to check-log-line
               write check-log-line
               move "    on-order and committed listed for the first "
                       to check-log-line
               write check-log-line
               move "    1000 only and no totals rewritten"
                       to check-log-line
               write check-log-line.

           move report-heading-2 to check-log-line.
           write check-log-line.
           move spaces to detail-line.
           move low-values to stock-key.
           start stock-file key not less than stock-key.
           if status-1 not = "0"
               go to wrap-up.

       read-loop.
           if end-of-file
               go to wrap-up.
           read stock-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           perform check-item thru check-item-exit.
           go to read-loop.

      ***********************************************************
      * Recompute, Compare and (for R) Repair One Item          *
      ***********************************************************

       check-item.
           add 1 to records-checked.
           move stock-key to ws-find-key.
           perform find-item thru find-item-exit.
           if item-subscript > 0
               move qt-tbl-on-order(item-subscript) to calc-on-order
               move qt-tbl-committed(item-subscript)
                       to calc-committed
           else
               move 0 to calc-on-order
               move 0 to calc-committed.
           perform count-backorders thru count-backorders-exit.
           perform count-lots thru count-lots-exit.
           perform count-serials thru count-serials-exit.
           perform count-locations thru count-locations-exit.

           move stock-qty-on-order to file-on-order.
           move stock-qty-committed to file-committed.
           move stock-qty-backordered to file-backordered.
           move "N" to repair-switch.
           if calc-on-order not = file-on-order
                   or calc-committed not = file-committed
                   or calc-backordered not = file-backordered
               move "Y" to repair-switch.

           move spaces to ws-action.
           if totals-differ and repair-run
               perform repair-totals thru repair-totals-exit.

           if calc-on-order not = file-on-order
               move "On order" to ws-measure
               move file-on-order to ws-on-file
               move calc-on-order to ws-from-detail
               perform list-difference thru list-difference-exit.
           if calc-committed not = file-committed
               move "Committed" to ws-measure
               move file-committed to ws-on-file
               move calc-committed to ws-from-detail
               perform list-difference thru list-difference-exit.
           if calc-backordered not = file-backordered
               move "Backordered" to ws-measure
               move file-backordered to ws-on-file
               move calc-backordered to ws-from-detail
               perform list-difference thru list-difference-exit.

           move "count needed" to ws-action.
           if lot-records > 0 and calc-lot-qty not = stock-held
               move "Held v lots" to ws-measure
               move stock-held to ws-on-file
               move calc-lot-qty to ws-from-detail
               perform list-difference thru list-difference-exit.
           if stock-serialized and calc-serials not = stock-held
               move "Held v serials" to ws-measure
               move stock-held to ws-on-file
               move calc-serials to ws-from-detail
               perform list-difference thru list-difference-exit.
           if stock-location-count > 0 and stock-location-count < 6
                   and calc-loc-qty not = stock-held
               move "Held v locs" to ws-measure
               move stock-held to ws-on-file
               move calc-loc-qty to ws-from-detail
               perform list-difference thru list-difference-exit.

       check-item-exit.
           exit.

       list-difference.
           add 1 to errors-found.
           compute ws-difference = ws-from-detail - ws-on-file.
           move stock-key to dl-stock-key.
           move ws-measure to dl-measure.
           move ws-on-file to dl-on-file.
           move ws-from-detail to dl-from-detail.
           move ws-difference to dl-difference.
           move ws-action to dl-action.
           move detail-line to check-log-line.
           write check-log-line.

       list-difference-exit.
           exit.

      *    Only the three running totals are rewritten, and only
      *    when every figure was recomputed and fits the field.
       repair-totals.
           move "not rewritten" to ws-action.
           if item-table-full
               go to repair-totals-exit.
           if calc-on-order > 999999 or calc-committed > 999999
                   or calc-backordered > 999999
               go to repair-totals-exit.
           move stock-record to ws-before-image.
           move calc-on-order to stock-qty-on-order.
           move calc-committed to stock-qty-committed.
           move calc-backordered to stock-qty-backordered.
           rewrite stock-record.
           if status-1 not = "0"
               display "Unable to rewrite " stock-key " - status "
                       status-1 status-2
               go to repair-totals-exit.
           move "rewritten" to ws-action.
           add 1 to records-repaired.
           move "QTYCHK" to aud-program.
           move ws-supervisor-id to aud-operator-id.
           move "QTY REPAIR" to aud-operation.
           accept today-8 from date yyyymmdd.
           move today-8 to aud-date.
           accept now-8 from time.
           move now-8 to aud-time.
           move ws-before-image to aud-before-image.
           move stock-record to aud-after-image.
           write audit-record.

       repair-totals-exit.
           exit.

      ***********************************************************
      * Open PO Lines - Outstanding Quantity in Stocking Units  *
      ***********************************************************

       load-on-order.
           open input po-file.
           if po-status = "35"
               go to load-on-order-exit.
           if po-status not = "00"
               display "Unable to open MUPODATA.DAT - status "
                       po-status
               move "N" to detail-ok-switch
               go to load-on-order-exit.
           open input po-header-file.
           open input uom-file.
           if uom-status = "00"
               move "Y" to uom-open-switch.
           move low-values to po-key.
           start po-file key not less than po-key.
           if po-status not = "00"
               go to load-on-order-close.

       load-on-order-read.
           read po-file next record
               at end
                   go to load-on-order-close
           end-read.
           if not po-open or po-non-stock or po-stock-key = spaces
               go to load-on-order-read.
           if po-number not = ws-last-po-number
               perform check-dropship-po
                       thru check-dropship-po-exit.
           if dropship-po
               go to load-on-order-read.
           compute ws-outstanding = po-qty-ordered - po-qty-received.
           if uom-file-open
               move po-stock-key to uc-stock-key
               read uom-file
               if uom-status = "00"
                   compute ws-outstanding rounded =
                       po-qty-ordered * uc-factor - po-qty-received
               end-if
           end-if.
           if ws-outstanding not > 0
               go to load-on-order-read.
           move po-stock-key to ws-find-key.
           perform find-or-add-item thru find-or-add-item-exit.
           if item-subscript > 0
               add ws-outstanding to qt-tbl-on-order(item-subscript).
           go to load-on-order-read.

       load-on-order-close.
           close po-file.
           close po-header-file.
           if uom-file-open
               close uom-file.

       load-on-order-exit.
           exit.

       check-dropship-po.
           move po-number to ws-last-po-number.
           move "N" to dropship-po-switch.
           move po-number to poh-number.
           read po-header-file.
           if poh-status = "00" and poh-dropship-order not = spaces
               move "Y" to dropship-po-switch.

       check-dropship-po-exit.
           exit.

      ***********************************************************
      * Open Sales Order Lines (drop-ship lines never commit)   *
      ***********************************************************

       load-committed.
           open input order-file.
           if ord-status = "35"
               go to load-committed-exit.
           if ord-status not = "00"
               display "Unable to open MUORDERS.DAT - status "
                       ord-status
               move "N" to detail-ok-switch
               go to load-committed-exit.
           move low-values to order-key.
           start order-file key not less than order-key.
           if ord-status not = "00"
               go to load-committed-close.

       load-committed-read.
           read order-file next record
               at end
                   go to load-committed-close
           end-read.
           if not order-open or order-dropship
               go to load-committed-read.
           move order-stock-key to ws-find-key.
           perform find-or-add-item thru find-or-add-item-exit.
           if item-subscript > 0
               add order-qty to qt-tbl-committed(item-subscript).
           go to load-committed-read.

       load-committed-close.
           close order-file.

       load-committed-exit.
           exit.

      ***********************************************************
      * Unissued Components of Open Work Orders                 *
      ***********************************************************

       load-work-orders.
           open input wo-comp-file.
           if wcp-status = "35"
               go to load-work-orders-exit.
           if wcp-status not = "00"
               display "Unable to open MUWOCOMP.DAT - status "
                       wcp-status
               move "N" to detail-ok-switch
               go to load-work-orders-exit.
           open input wo-file.
           if wo-status not = "00"
               display "Unable to open MUWORDER.DAT - status "
                       wo-status
               move "N" to detail-ok-switch
               close wo-comp-file
               go to load-work-orders-exit.
           move low-values to wc-key.
           start wo-comp-file key not less than wc-key.
           if wcp-status not = "00"
               go to load-work-orders-close.

       load-work-orders-read.
           read wo-comp-file next record
               at end
                   go to load-work-orders-close
           end-read.
           if wc-wo-number not = ws-last-wo-number
               move wc-wo-number to ws-last-wo-number
               move "N" to open-wo-switch
               move wc-wo-number to wo-number
               read wo-file
               if wo-status = "00" and wo-open
                   move "Y" to open-wo-switch
               end-if
           end-if.
           if not wo-is-open
               go to load-work-orders-read.
           compute ws-outstanding = wc-qty-required - wc-qty-issued.
           if ws-outstanding not > 0
               go to load-work-orders-read.
           move wc-component-key to ws-find-key.
           perform find-or-add-item thru find-or-add-item-exit.
           if item-subscript > 0
               add ws-outstanding to qt-tbl-committed(item-subscript).
           go to load-work-orders-read.

       load-work-orders-close.
           close wo-comp-file.
           close wo-file.

       load-work-orders-exit.
           exit.

       find-or-add-item.
           move 0 to item-subscript.

       find-or-add-item-scan.
           if item-subscript >= item-count
               go to find-or-add-item-add.
           add 1 to item-subscript.
           if qt-tbl-key(item-subscript) = ws-find-key
               go to find-or-add-item-exit.
           go to find-or-add-item-scan.

       find-or-add-item-add.
           if item-count >= 1000
               move "Y" to table-full-switch
               move 0 to item-subscript
               go to find-or-add-item-exit.
           add 1 to item-count.
           move item-count to item-subscript.
           move ws-find-key to qt-tbl-key(item-subscript).
           move 0 to qt-tbl-on-order(item-subscript).
           move 0 to qt-tbl-committed(item-subscript).

       find-or-add-item-exit.
           exit.

       find-item.
           move 0 to item-subscript.

       find-item-scan.
           if item-subscript >= item-count
               move 0 to item-subscript
               go to find-item-exit.
           add 1 to item-subscript.
           if qt-tbl-key(item-subscript) = ws-find-key
               go to find-item-exit.
           go to find-item-scan.

       find-item-exit.
           exit.

      ***********************************************************
      * Per-Item Detail Keyed by Stock Key                      *
      ***********************************************************

      *    A file never created holds no detail; one that will
      *    not open for any other reason stops the run rather
      *    than have its items read as zero.
       open-item-detail.
           open input backorder-file.
           if bko-status = "00"
               move "Y" to bko-open-switch
           else
               if bko-status not = "35"
                   display "Unable to open MUBKORD.DAT - status "
                           bko-status
                   move "N" to detail-ok-switch
               end-if
           end-if.
           open input lot-file.
           if lot-status = "00"
               move "Y" to lot-open-switch
           else
               if lot-status not = "35"
                   display "Unable to open MULOTDTA.DAT - status "
                           lot-status
                   move "N" to detail-ok-switch
               end-if
           end-if.
           open input serial-file.
           if ser-status = "00"
               move "Y" to ser-open-switch
           else
               if ser-status not = "35"
                   display "Unable to open MUSERIAL.DAT - status "
                           ser-status
                   move "N" to detail-ok-switch
               end-if
           end-if.

       open-item-detail-exit.
           exit.

       count-backorders.
           move 0 to calc-backordered.
           if not bko-file-open
               go to count-backorders-exit.
           move stock-key to bo-stock-key.
           move 0 to bo-seq.
           start backorder-file key not less than bo-key.
           if bko-status not = "00"
               go to count-backorders-exit.

       count-backorders-read.
           read backorder-file next record
               at end
                   go to count-backorders-exit
           end-read.
           if bo-stock-key not = stock-key
               go to count-backorders-exit.
           if bo-waiting
               add bo-qty to calc-backordered.
           go to count-backorders-read.

       count-backorders-exit.
           exit.

       count-lots.
           move 0 to calc-lot-qty.
           move 0 to lot-records.
           if not lot-file-open
               go to count-lots-exit.
           move stock-key to lot-stock-key.
           move low-values to lot-number.
           start lot-file key not less than lot-key.
           if lot-status not = "00"
               go to count-lots-exit.

       count-lots-read.
           read lot-file next record
               at end
                   go to count-lots-exit
           end-read.
           if lot-stock-key not = stock-key
               go to count-lots-exit.
           add 1 to lot-records.
           add lot-qty-remaining to calc-lot-qty.
           go to count-lots-read.

       count-lots-exit.
           exit.

       count-serials.
           move 0 to calc-serials.
           if not stock-serialized or not ser-file-open
               go to count-serials-exit.
           move stock-key to sn-stock-key.
           move low-values to sn-serial-number.
           start serial-file key not less than sn-key.
           if ser-status not = "00"
               go to count-serials-exit.

       count-serials-read.
           read serial-file next record
               at end
                   go to count-serials-exit
           end-read.
           if sn-stock-key not = stock-key
               go to count-serials-exit.
           if sn-in-stock
               add 1 to calc-serials.
           go to count-serials-read.

       count-serials-exit.
           exit.

       count-locations.
           move 0 to calc-loc-qty.
           if stock-location-count = 0 or stock-location-count > 5
               go to count-locations-exit.
           move 1 to loc-subscript.

       count-locations-loop.
           if loc-subscript > stock-location-count
               go to count-locations-transit.
           add stock-loc-qty(loc-subscript) to calc-loc-qty.
           add 1 to loc-subscript.
           go to count-locations-loop.

       count-locations-transit.
           perform find-in-transit-total
                   thru find-in-transit-total-exit.
           if transit-subscript > 0
               add tt-tbl-qty(transit-subscript) to calc-loc-qty.

       count-locations-exit.
           exit.

      ***********************************************************
      *    Quantity on the road (dispatched, not yet received)   *
      *    is still part of stock-held, so it counts toward the  *
      *    location total.                                       *
      ***********************************************************

       load-in-transit.
           move 0 to transit-count.
           open input in-transit-file.
           if int-status not = "00"
               go to load-in-transit-exit.
           move low-values to it-number.
           start in-transit-file key not less than it-number.
           if int-status not = "00"
               go to load-in-transit-close.

       load-in-transit-read.
           read in-transit-file next record
               at end
                   go to load-in-transit-close
           end-read.
           if not it-dispatched
               go to load-in-transit-read.
           perform find-or-add-transit thru find-or-add-transit-exit.
           if transit-subscript > 0
               add it-qty to tt-tbl-qty(transit-subscript).
           go to load-in-transit-read.

       load-in-transit-close.
           close in-transit-file.

       load-in-transit-exit.
           exit.

       find-or-add-transit.
           move 0 to transit-subscript.

       find-or-add-transit-scan.
           if transit-subscript >= transit-count
               go to find-or-add-transit-add.
           add 1 to transit-subscript.
           if tt-tbl-key(transit-subscript) = it-stock-key
               go to find-or-add-transit-exit.
           go to find-or-add-transit-scan.

       find-or-add-transit-add.
           if transit-count >= 200
               move 0 to transit-subscript
               go to find-or-add-transit-exit.
           add 1 to transit-count.
           move transit-count to transit-subscript.
           move it-stock-key to tt-tbl-key(transit-subscript).
           move 0 to tt-tbl-qty(transit-subscript).

       find-or-add-transit-exit.
           exit.

       find-in-transit-total.
           move 0 to transit-subscript.

       find-in-transit-total-scan.
           if transit-subscript >= transit-count
               move 0 to transit-subscript
               go to find-in-transit-total-exit.
           add 1 to transit-subscript.
           if tt-tbl-key(transit-subscript) = stock-key
               go to find-in-transit-total-exit.
           go to find-in-transit-total-scan.

       find-in-transit-total-exit.
           exit.

      ***********************************************************
      * Supervisor Authority off MUSUPVR.DAT (see WRITEOFF)     *
      ***********************************************************

       check-supervisor.
           move "N" to supv-ok-switch.
           if ws-supervisor-id = spaces
               go to check-supervisor-exit.
           open input supv-file.
           if supv-status not = "00"
               go to check-supervisor-exit.

       check-supervisor-read.
           read supv-file
               at end
                   go to check-supervisor-close.
           if supv-line = ws-supervisor-id
               move "Y" to supv-ok-switch
               go to check-supervisor-close.
           go to check-supervisor-read.

       check-supervisor-close.
           close supv-file.

       check-supervisor-exit.
           exit.

       wrap-up.
           close stock-file.
           if bko-file-open
               close backorder-file.
           if lot-file-open
               close lot-file.
           if ser-file-open
               close serial-file.
           if repair-run
               close audit-log.
           move spaces to check-log-line.
           write check-log-line.
           move spaces to check-log-line.
           string "Records checked : " records-checked
                   "   Disagreements : " errors-found
                   "   Repaired : " records-repaired
                   delimited by size into check-log-line.
           write check-log-line.
           close check-log.
           display "Records checked : " records-checked.
           display "Disagreements   : " errors-found.
           if repair-run
               display "Items repaired  : " records-repaired.
           display "Detail in QTYCHK.LST".

       endit.
           perform register-batch-end
                   thru register-batch-end-exit.
           goback.

      ***********************************************************
      * Batch Run Registration                                   *
      ***********************************************************

       register-batch-start.
           move "S" to batch-function.
           move "N" to batch-result.
           call "BATCHREG" using batch-job-name batch-function
                   batch-result.
           if batch-result = "Y"
               move "Y" to batch-registered-switch
           else
               display "Batch start refused - check BATCHINQ".

       register-batch-start-exit.
           exit.

       register-batch-end.
           if not batch-start-accepted
               go to register-batch-end-exit.
           move "E" to batch-function.
           move "N" to batch-result.
           call "BATCHREG" using batch-job-name batch-function
                   batch-result.
           cancel "BATCHREG".

       register-batch-end-exit.
           exit.
