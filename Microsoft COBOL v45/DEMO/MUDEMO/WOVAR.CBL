      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                       WOVAR.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Work order material variance report.  Prompts for a     *
      *  from/to range of close dates and, for every order       *
      *  WOMAINT closed in it, sets each component on            *
      *  MUWOCOMP.DAT against the bill: the quantity per parent  *
      *  (MUBOMDTA.DAT where the component is on the parent's    *
      *  own bill, otherwise as the explosion worked it out),    *
      *  the quantity required and the quantity issued.  Every   *
      *  component is valued at its stock-standard-cost, or at   *
      *  stock-cost where STDCOST has not set a standard.        *
      *     Usage variance - issued less required, at standard.  *
      *     Price variance - the cost of the issues less the     *
      *                      quantity issued at standard.        *
      *     Yield variance - required less the standard          *
      *                      allowance for the quantity actually *
      *                      built, at standard.                 *
      *  A positive variance is adverse.  Orders are totalled    *
      *  by parent and month closed, with grand totals.  Output  *
      *  is WOVAR.LST.                                           *
      *                                                          *
      ************************************************************

       identification division.
       program-id. WOVAR.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select wo-file assign "MUWORDER.DAT"
                organization indexed
                access dynamic
                record key wo-number
                status file-status.

           select wo-comp-file assign "MUWOCOMP.DAT"
                organization indexed
                access dynamic
                record key wc-key
                status wcp-status.

           select bom-file assign "MUBOMDTA.DAT"
                organization indexed
                access dynamic
                record key bom-key
                status bom-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select variance-rpt assign "WOVAR.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  wo-file.
           copy worec.cpy.

       fd  wo-comp-file.
           copy wocomp.cpy.

       fd  bom-file.
           copy bomrec.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  variance-rpt.
       01  variance-line                pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  wcp-status                   pic xx.
       01  bom-status                   pic xx.
       01  stock-status                 pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  bom-switch                   pic x.
           88 bom-file-open                       value "Y".

       01  from-date                    pic 9(08).
       01  to-date                      pic 9(08).

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - WORK ORDER MATERIAL VARIANCE".

       01  report-heading-2.
           03  rh2-from-label           pic x(11) value "From Date: ".
           03  rh2-from-date            pic 9(08).
           03  filler                   pic x(04) value spaces.
           03  rh2-to-label             pic x(09) value "To Date: ".
           03  rh2-to-date              pic 9(08).

       01  report-heading-3             pic x(80)
           value "Component   Qty per Req Qty  Issued Usage Q   Usage Va
      -    "r   Price Var   Yield Var".

       01  order-line.
           03  filler                   pic x(06) value "Order ".
           03  ol-wo-number             pic x(06).
           03  filler                   pic x(02) value spaces.
           03  ol-parent-key            pic x(10).
           03  filler                   pic x(09) value "  ordered".
           03  ol-ordered               pic z(05)9.
           03  filler                   pic x(07) value "  built".
           03  ol-built                 pic z(05)9.
           03  filler                   pic x(08) value "  closed".
           03  filler                   pic x(01) value spaces.
           03  ol-close-date            pic 9(08).

       01  detail-line.
           03  dl-component-key         pic x(10).
           03  filler                   pic x(01).
           03  dl-qty-per               pic z(04)9.99.
           03  filler                   pic x(01).
           03  dl-required              pic z(06)9.
           03  filler                   pic x(01).
           03  dl-issued                pic z(06)9.
           03  filler                   pic x(01).
           03  dl-usage-qty             pic -(06)9.
           03  filler                   pic x(01).
           03  dl-usage-value           pic -(07)9.99.
           03  filler                   pic x(01).
           03  dl-price-value           pic -(07)9.99.
           03  filler                   pic x(01).
           03  dl-yield-value           pic -(07)9.99.

       01  total-line.
           03  tl-label                 pic x(26).
           03  filler                   pic x(18).
           03  tl-usage-value           pic -(07)9.99.
           03  filler                   pic x(01).
           03  tl-price-value           pic -(07)9.99.
           03  filler                   pic x(01).
           03  tl-yield-value           pic -(07)9.99.

       01  parent-total-heading         pic x(80) value
           "Variance per Parent and Month Closed".

       01  parent-total-heading-2       pic x(80)
           value "Parent      Month   Orders    Built               Usag
      -    "e       Price       Yield".

       01  parent-total-line.
           03  ptl-parent-key           pic x(10).
           03  filler                   pic x(02).
           03  ptl-month                pic 9(06).
           03  filler                   pic x(02).
           03  ptl-orders               pic z(05)9.
           03  filler                   pic x(01).
           03  ptl-built                pic z(07)9.
           03  filler                   pic x(09).
           03  ptl-usage-value          pic -(07)9.99.
           03  filler                   pic x(01).
           03  ptl-price-value          pic -(07)9.99.
           03  filler                   pic x(01).
           03  ptl-yield-value          pic -(07)9.99.

       01  ws-std-cost                  pic 9(08)v99.
       01  ws-qty-per                   pic 9(06)v99.
       01  ws-allowed-qty               pic 9(09)v99.
       01  ws-usage-qty                 pic s9(08).
       01  ws-usage-value               pic s9(10)v99.
       01  ws-price-value               pic s9(10)v99.
       01  ws-yield-value               pic s9(10)v99.
       01  ws-close-month               pic 9(06).

       01  order-totals.
           03  ot-usage-value           pic s9(10)v99.
           03  ot-price-value           pic s9(10)v99.
           03  ot-yield-value           pic s9(10)v99.

       01  grand-totals.
           03  gt-usage-value           pic s9(10)v99 value 0.
           03  gt-price-value           pic s9(10)v99 value 0.
           03  gt-yield-value           pic s9(10)v99 value 0.

      ***********************************************************
      * Variance Totals - Keyed Working Table                   *
      ***********************************************************

       01  parent-table.
           03  pm-entry                 occurs 300 times.
               05  pm-tbl-parent        pic x(10).
               05  pm-tbl-month         pic 9(06).
               05  pm-tbl-orders        pic 9(04).
               05  pm-tbl-built         pic 9(08).
               05  pm-tbl-usage         pic s9(10)v99.
               05  pm-tbl-price         pic s9(10)v99.
               05  pm-tbl-yield         pic s9(10)v99.

       01  parent-count                 pic 9(03) comp value 0.
       01  parent-subscript             pic 9(03) comp value 0.

       01  orders-read                  pic 9(05) value 0.
       01  orders-reported              pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "WOVAR - work order material variance report".
           display "From close date (YYYYMMDD) : ".
           accept from-date.
           display "To close date   (YYYYMMDD) : ".
           accept to-date.

           open input wo-file.
           if status-1 not = "0"
               display "Unable to open MUWORDER.DAT - status "
                       status-1 status-2
               go to endit.

           open input wo-comp-file.
           if wcp-status not = "00"
               display "Unable to open MUWOCOMP.DAT - status "
                       wcp-status
               close wo-file
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close wo-file
               close wo-comp-file
               go to endit.

           move "N" to bom-switch.
           open input bom-file.
           if bom-status = "00"
               move "Y" to bom-switch.

           open output variance-rpt.
           if rpt-status not = "00"
               display "Unable to open WOVAR.LST - status "
                       rpt-status
               close wo-file
               close wo-comp-file
               close stock-file
               if bom-file-open
                   close bom-file
               end-if
               go to endit.

           move report-heading-1 to variance-line.
           write variance-line.
           move from-date to rh2-from-date.
           move to-date   to rh2-to-date.
           move report-heading-2 to variance-line.
           write variance-line.
           move spaces to variance-line.
           write variance-line.
           move report-heading-3 to variance-line.
           write variance-line.

           move low-values to wo-number.
           start wo-file key not less than wo-number.
           if status-1 not = "0"
               move "Y" to end-of-file-switch.

       read-loop.
           if end-of-file
               go to wrap-up.
           read wo-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           add 1 to orders-read.
           if wo-closed
               and wo-close-date >= from-date
               and wo-close-date <= to-date
               add 1 to orders-reported
               perform report-order thru report-order-exit.
           go to read-loop.

      ***********************************************************
      * One Closed Order                                        *
      ***********************************************************

       report-order.
           move spaces to variance-line.
           write variance-line.
           move wo-number     to ol-wo-number.
           move wo-parent-key to ol-parent-key.
           move wo-qty        to ol-ordered.
           move wo-built-qty  to ol-built.
           move wo-close-date to ol-close-date.
           move order-line to variance-line.
           write variance-line.
           move 0 to ot-usage-value.
           move 0 to ot-price-value.
           move 0 to ot-yield-value.

           move wo-number to wc-wo-number.
           move low-values to wc-component-key.
           start wo-comp-file key not less than wc-key.
           if wcp-status not = "00"
               go to report-order-total.

       report-order-read.
           read wo-comp-file next record
               at end
                   go to report-order-total
           end-read.
           if wc-wo-number not = wo-number
               go to report-order-total.
           perform report-component thru report-component-exit.
           go to report-order-read.

       report-order-total.
           move spaces to total-line.
           move "  Order total" to tl-label.
           move ot-usage-value to tl-usage-value.
           move ot-price-value to tl-price-value.
           move ot-yield-value to tl-yield-value.
           move total-line to variance-line.
           write variance-line.
           add ot-usage-value to gt-usage-value.
           add ot-price-value to gt-price-value.
           add ot-yield-value to gt-yield-value.
           perform accumulate-parent thru accumulate-parent-exit.

       report-order-exit.
           exit.

      ***********************************************************
      * One Component - Usage, Price and Yield at Standard      *
      ***********************************************************

       report-component.
           move 0 to ws-std-cost.
           move wc-component-key to stock-key.
           read stock-file.
           if stock-status = "00"
               if stock-standard-cost > 0
                   move stock-standard-cost to ws-std-cost
               else
                   move stock-cost to ws-std-cost
               end-if
           end-if.

           move 0 to ws-qty-per.
           if wo-qty > 0
               compute ws-qty-per rounded =
                   wc-qty-required / wo-qty.
           if bom-file-open
               move wo-parent-key to bom-parent-key
               move wc-component-key to bom-component-key
               read bom-file
               if bom-status = "00"
                   move bom-qty-per to ws-qty-per
               end-if
           end-if.

      *    The standard allowance for what was built is the
      *    requirement scaled from the quantity ordered.
           move 0 to ws-allowed-qty.
           if wo-qty > 0
               compute ws-allowed-qty rounded =
                   wc-qty-required * wo-built-qty / wo-qty.

           compute ws-usage-qty = wc-qty-issued - wc-qty-required.
           compute ws-usage-value rounded =
               ws-usage-qty * ws-std-cost.
           compute ws-price-value rounded =
               wc-cost-issued - wc-qty-issued * ws-std-cost.
           compute ws-yield-value rounded =
               (wc-qty-required - ws-allowed-qty) * ws-std-cost.

           move spaces to detail-line.
           move wc-component-key to dl-component-key.
           move ws-qty-per       to dl-qty-per.
           move wc-qty-required  to dl-required.
           move wc-qty-issued    to dl-issued.
           move ws-usage-qty     to dl-usage-qty.
           move ws-usage-value   to dl-usage-value.
           move ws-price-value   to dl-price-value.
           move ws-yield-value   to dl-yield-value.
           move detail-line to variance-line.
           write variance-line.

           add ws-usage-value to ot-usage-value.
           add ws-price-value to ot-price-value.
           add ws-yield-value to ot-yield-value.

       report-component-exit.
           exit.

      ***********************************************************
      * Parent and Month Totals                                 *
      ***********************************************************

       accumulate-parent.
           divide wo-close-date by 100 giving ws-close-month.
           move 0 to parent-subscript.

       accumulate-parent-scan.
           if parent-subscript >= parent-count
               go to accumulate-parent-add.
           add 1 to parent-subscript.
           if pm-tbl-parent(parent-subscript) = wo-parent-key
               and pm-tbl-month(parent-subscript) = ws-close-month
               go to accumulate-parent-post.
           go to accumulate-parent-scan.

       accumulate-parent-add.
           if parent-count >= 300
               go to accumulate-parent-exit.
           add 1 to parent-count.
           move parent-count to parent-subscript.
           move wo-parent-key to pm-tbl-parent(parent-subscript).
           move ws-close-month to pm-tbl-month(parent-subscript).
           move 0 to pm-tbl-orders(parent-subscript).
           move 0 to pm-tbl-built(parent-subscript).
           move 0 to pm-tbl-usage(parent-subscript).
           move 0 to pm-tbl-price(parent-subscript).
           move 0 to pm-tbl-yield(parent-subscript).

       accumulate-parent-post.
           add 1 to pm-tbl-orders(parent-subscript).
           add wo-built-qty to pm-tbl-built(parent-subscript).
           add ot-usage-value to pm-tbl-usage(parent-subscript).
           add ot-price-value to pm-tbl-price(parent-subscript).
           add ot-yield-value to pm-tbl-yield(parent-subscript).

       accumulate-parent-exit.
           exit.

      ***********************************************************
      * Totals Printing                                         *
      ***********************************************************

       wrap-up.
           move spaces to variance-line.
           write variance-line.
           move parent-total-heading to variance-line.
           write variance-line.
           move parent-total-heading-2 to variance-line.
           write variance-line.
           move 1 to parent-subscript.

       print-parent-totals.
           if parent-subscript > parent-count
               go to print-grand-total.
           move pm-tbl-parent(parent-subscript) to ptl-parent-key.
           move pm-tbl-month(parent-subscript)  to ptl-month.
           move pm-tbl-orders(parent-subscript) to ptl-orders.
           move pm-tbl-built(parent-subscript)  to ptl-built.
           move pm-tbl-usage(parent-subscript)  to ptl-usage-value.
           move pm-tbl-price(parent-subscript)  to ptl-price-value.
           move pm-tbl-yield(parent-subscript)  to ptl-yield-value.
           move parent-total-line to variance-line.
           write variance-line.
           add 1 to parent-subscript.
           go to print-parent-totals.

       print-grand-total.
           move spaces to variance-line.
           write variance-line.
           move spaces to total-line.
           move "Grand total" to tl-label.
           move gt-usage-value to tl-usage-value.
           move gt-price-value to tl-price-value.
           move gt-yield-value to tl-yield-value.
           move total-line to variance-line.
           write variance-line.

           close wo-file.
           close wo-comp-file.
           close stock-file.
           if bom-file-open
               close bom-file.
           close variance-rpt.
           display "Work orders on file   : " orders-read.
           display "Orders reported       : " orders-reported.

       endit.
           goback.
