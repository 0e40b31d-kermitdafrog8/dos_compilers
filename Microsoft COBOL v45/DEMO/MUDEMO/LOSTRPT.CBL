      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      LOSTRPT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Monthly lost-demand analysis.  Every sale lost in the   *
      *  month keyed - order lines ORDENT cancelled and quotes   *
      *  QUOTENT marked lost, off MULOSTDM.DAT (see LOSTDMD.CPY) *
      *  - is totalled by lost-sale reason, by item and by       *
      *  customer: how many, what quantity and what value.       *
      *  Printed to LOSTRPT.LST.  The planner may then post the  *
      *  month's availability and lead-time losses per item to   *
      *  MULOSTHS.DAT (see LOSTHIST.CPY), where FCSTCALC counts  *
      *  them as demand; posting the month again replaces what   *
      *  was posted before rather than adding to it.             *
      *                                                          *
      ************************************************************

       identification division.
       program-id. LOSTRPT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select lost-demand-file assign "MULOSTDM.DAT"
                organization line sequential
                status ldm-status.

           select lost-history-file assign "MULOSTHS.DAT"
                organization indexed
                access dynamic
                record key lh-key
                status lhs-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select lost-rpt assign "LOSTRPT.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  lost-demand-file.
           copy lostdmd.cpy.

       fd  lost-history-file.
           copy losthist.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  lost-rpt.
       01  lost-line                    pic x(80).
      /
       working-storage section.

       01  ldm-status                   pic xx.
       01  lhs-status                   pic xx.
       01  cus-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".
       01  cus-open-switch              pic x     value "N".
           88  customers-open                     value "Y".

       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  ws-period                    pic 9(06).
       01  ws-record-period             pic 9(06).

       01  records-read                 pic 9(06) value 0.
       01  lines-counted                pic 9(06) value 0.
       01  total-qty                    pic 9(09) value 0.
       01  total-value                  pic 9(12)v99 value 0.
       01  records-dropped              pic 9(06) value 0.
       01  items-posted                 pic 9(05) value 0.

      ***********************************************************
      * Totals by Reason, Item and Customer                     *
      ***********************************************************

       01  reason-names-values.
           03  filler                   pic x(20)
                   value "Price".
           03  filler                   pic x(20)
                   value "Availability".
           03  filler                   pic x(20)
                   value "Lead time".
           03  filler                   pic x(20)
                   value "Competitor".
           03  filler                   pic x(20)
                   value "Customer cancelled".
       01  reason-names redefines reason-names-values.
           03  reason-name              pic x(20) occurs 5 times.

       01  reason-totals.
           03  reason-entry             occurs 5 times.
               05  re-lines             pic 9(05).
               05  re-qty               pic 9(09).
               05  re-value             pic 9(12)v99.

       01  reason-subscript             pic 9(02) comp.

       01  item-table.
           03  item-entry               occurs 500 times.
               05  ie-stock-key         pic x(10).
               05  ie-lines             pic 9(05).
               05  ie-qty               pic 9(09).
               05  ie-value             pic 9(12)v99.
               05  ie-short-qty         pic 9(09).

       01  item-count                   pic 9(04) comp value 0.
       01  item-subscript               pic 9(04) comp.

       01  customer-table.
           03  customer-entry           occurs 500 times.
               05  ce-customer-code     pic 9(04).
               05  ce-lines             pic 9(05).
               05  ce-qty               pic 9(09).
               05  ce-value             pic 9(12)v99.

       01  customer-count               pic 9(04) comp value 0.
       01  customer-subscript           pic 9(04) comp.

       01  swap-subscript               pic 9(04) comp.
       01  swap-switch                  pic x.
           88  entries-swapped                    value "Y".
       01  swap-item                    pic x(47).
       01  swap-customer                pic x(32).

      ***********************************************************
      * Report Lines                                            *
      ***********************************************************

       01  report-heading-1.
           03  filler                   pic x(50) value
               "STOCK CONTROL SYSTEM - LOST DEMAND ANALYSIS FOR ".
           03  rh-period                pic 9(06).

       01  section-heading              pic x(80).

       01  column-heading               pic x(80) value
           "                                    Lines  Quantity         
      -    " Value".

       01  item-column-heading          pic x(80) value
           "                                    Lines  Quantity         
      -    " Value Stock-out".

       01  total-line.
           03  tl-key                   pic x(10).
           03  filler                   pic x(01).
           03  tl-name                  pic x(24).
           03  filler                   pic x(01).
           03  tl-lines                 pic zzzz9.
           03  filler                   pic x(01).
           03  tl-qty                   pic z(08)9.
           03  filler                   pic x(01).
           03  tl-value                 pic z(10)9.99.
           03  filler                   pic x(01).
           03  tl-short-qty             pic z(08)9.
           03  tl-short-blank redefines tl-short-qty
                                        pic x(09).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "LOSTRPT - lost demand analysis".
           display "Month to analyse (YYYYMM) : ".
           move 0 to ws-period.
           accept ws-period.
           if ws-period = 0
               display "A month is needed"
               go to endit.

           open input lost-demand-file.
           if ldm-status not = "00"
               display "No lost demand recorded on MULOSTDM.DAT"
               go to endit.
           open output lost-rpt.
           if rpt-status not = "00"
               display "Unable to open LOSTRPT.LST - status "
                       rpt-status
               close lost-demand-file
               go to endit.
           open input customer-file.
           if cus-status = "00"
               move "Y" to cus-open-switch.

           move 1 to reason-subscript.
           perform clear-reason thru clear-reason-exit.
           perform read-lost thru read-lost-exit.
           close lost-demand-file.
           perform sort-items thru sort-items-exit.
           perform sort-customers thru sort-customers-exit.

           move ws-period to rh-period.
           move report-heading-1 to lost-line.
           write lost-line.
           perform print-reasons thru print-reasons-exit.
           perform print-items thru print-items-exit.
           perform print-customers thru print-customers-exit.
           close lost-rpt.
           if customers-open
               close customer-file.

           display "Lost sales counted : " lines-counted.
           display "Quantity lost      : " total-qty.
           display "Value lost         : " total-value.
           if records-dropped > 0
               display "Left out of totals : " records-dropped
                       " - more than 500 items or customers".

           if lines-counted = 0
               go to endit.
           display "Post availability and lead-time losses to the "
                   "forecast history (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform post-history thru post-history-exit.

       endit.
           goback.

       clear-reason.
           if reason-subscript > 5
               go to clear-reason-exit.
           move 0 to re-lines(reason-subscript).
           move 0 to re-qty(reason-subscript).
           move 0 to re-value(reason-subscript).
           add 1 to reason-subscript.
           go to clear-reason.

       clear-reason-exit.
           exit.

      ***********************************************************
      * The Month's Lost Sales                                  *
      ***********************************************************

       read-lost.
           if end-of-file
               go to read-lost-exit.
           read lost-demand-file
               at end
                   move "Y" to end-of-file-switch
                   go to read-lost
           end-read.
           add 1 to records-read.
           divide ldm-date by 100 giving ws-record-period.
           if ws-record-period not = ws-period
               go to read-lost.
           if not ldm-reason-valid
               go to read-lost.
           add 1 to lines-counted.
           add ldm-qty to total-qty.
           add ldm-value to total-value.
           move ldm-reason-code to reason-subscript.
           add 1 to re-lines(reason-subscript).
           add ldm-qty to re-qty(reason-subscript).
           add ldm-value to re-value(reason-subscript).
           perform add-to-item thru add-to-item-exit.
           perform add-to-customer thru add-to-customer-exit.
           go to read-lost.

       read-lost-exit.
           exit.

       add-to-item.
           move 1 to item-subscript.

       add-to-item-scan.
           if item-subscript > item-count
               go to add-to-item-new.
           if ie-stock-key(item-subscript) = ldm-stock-key
               go to add-to-item-add.
           add 1 to item-subscript.
           go to add-to-item-scan.

       add-to-item-new.
           if item-count >= 500
               add 1 to records-dropped
               go to add-to-item-exit.
           add 1 to item-count.
           move item-count to item-subscript.
           move ldm-stock-key to ie-stock-key(item-subscript).
           move 0 to ie-lines(item-subscript).
           move 0 to ie-qty(item-subscript).
           move 0 to ie-value(item-subscript).
           move 0 to ie-short-qty(item-subscript).

       add-to-item-add.
           add 1 to ie-lines(item-subscript).
           add ldm-qty to ie-qty(item-subscript).
           add ldm-value to ie-value(item-subscript).
           if ldm-availability-related
               add ldm-qty to ie-short-qty(item-subscript).

       add-to-item-exit.
           exit.

       add-to-customer.
           move 1 to customer-subscript.

       add-to-customer-scan.
           if customer-subscript > customer-count
               go to add-to-customer-new.
           if ce-customer-code(customer-subscript)
                   = ldm-customer-code
               go to add-to-customer-add.
           add 1 to customer-subscript.
           go to add-to-customer-scan.

       add-to-customer-new.
           if customer-count >= 500
               add 1 to records-dropped
               go to add-to-customer-exit.
           add 1 to customer-count.
           move customer-count to customer-subscript.
           move ldm-customer-code
               to ce-customer-code(customer-subscript).
           move 0 to ce-lines(customer-subscript).
           move 0 to ce-qty(customer-subscript).
           move 0 to ce-value(customer-subscript).

       add-to-customer-add.
           add 1 to ce-lines(customer-subscript).
           add ldm-qty to ce-qty(customer-subscript).
           add ldm-value to ce-value(customer-subscript).

       add-to-customer-exit.
           exit.

      ***********************************************************
      * Sort the Items and the Customers into Key Order         *
      ***********************************************************

       sort-items.
           move "N" to swap-switch.
           move 1 to item-subscript.

       sort-items-pass.
           if item-subscript >= item-count
               go to sort-items-check.
           compute swap-subscript = item-subscript + 1.
           if ie-stock-key(item-subscript)
                   > ie-stock-key(swap-subscript)
               move item-entry(item-subscript) to swap-item
               move item-entry(swap-subscript)
                   to item-entry(item-subscript)
               move swap-item to item-entry(swap-subscript)
               move "Y" to swap-switch.
           add 1 to item-subscript.
           go to sort-items-pass.

       sort-items-check.
           if entries-swapped
               go to sort-items.

       sort-items-exit.
           exit.

       sort-customers.
           move "N" to swap-switch.
           move 1 to customer-subscript.

       sort-customers-pass.
           if customer-subscript >= customer-count
               go to sort-customers-check.
           compute swap-subscript = customer-subscript + 1.
           if ce-customer-code(customer-subscript)
                   > ce-customer-code(swap-subscript)
               move customer-entry(customer-subscript)
                   to swap-customer
               move customer-entry(swap-subscript)
                   to customer-entry(customer-subscript)
               move swap-customer to customer-entry(swap-subscript)
               move "Y" to swap-switch.
           add 1 to customer-subscript.
           go to sort-customers-pass.

       sort-customers-check.
           if entries-swapped
               go to sort-customers.

       sort-customers-exit.
           exit.

      ***********************************************************
      * The Analysis                                            *
      ***********************************************************

       print-reasons.
           move spaces to lost-line.
           write lost-line.
           if lines-counted = 0
               move "No lost sales recorded in the month" to lost-line
               write lost-line
               go to print-reasons-exit.
           move "BY REASON" to section-heading.
           move section-heading to lost-line.
           write lost-line.
           move column-heading to lost-line.
           write lost-line.
           move 1 to reason-subscript.

       print-reasons-loop.
           if reason-subscript > 5
               go to print-reasons-total.
           move spaces to total-line.
           move reason-subscript to tl-key.
           move reason-name(reason-subscript) to tl-name.
           move re-lines(reason-subscript) to tl-lines.
           move re-qty(reason-subscript) to tl-qty.
           move re-value(reason-subscript) to tl-value.
           move spaces to tl-short-blank.
           move total-line to lost-line.
           write lost-line.
           add 1 to reason-subscript.
           go to print-reasons-loop.

       print-reasons-total.
           move spaces to total-line.
           move "TOTAL" to tl-key.
           move lines-counted to tl-lines.
           move total-qty to tl-qty.
           move total-value to tl-value.
           move spaces to tl-short-blank.
           move total-line to lost-line.
           write lost-line.

       print-reasons-exit.
           exit.

       print-items.
           if item-count = 0
               go to print-items-exit.
           move spaces to lost-line.
           write lost-line.
           move "BY ITEM" to section-heading.
           move section-heading to lost-line.
           write lost-line.
           move item-column-heading to lost-line.
           write lost-line.
           move 1 to item-subscript.

       print-items-loop.
           if item-subscript > item-count
               go to print-items-exit.
           move spaces to total-line.
           move ie-stock-key(item-subscript) to tl-key.
           move ie-lines(item-subscript) to tl-lines.
           move ie-qty(item-subscript) to tl-qty.
           move ie-value(item-subscript) to tl-value.
           move ie-short-qty(item-subscript) to tl-short-qty.
           move total-line to lost-line.
           write lost-line.
           add 1 to item-subscript.
           go to print-items-loop.

       print-items-exit.
           exit.

       print-customers.
           if customer-count = 0
               go to print-customers-exit.
           move spaces to lost-line.
           write lost-line.
           move "BY CUSTOMER" to section-heading.
           move section-heading to lost-line.
           write lost-line.
           move column-heading to lost-line.
           write lost-line.
           move 1 to customer-subscript.

       print-customers-loop.
           if customer-subscript > customer-count
               go to print-customers-exit.
           move spaces to total-line.
           move ce-customer-code(customer-subscript) to tl-key.
           if customers-open
               move ce-customer-code(customer-subscript)
                   to customer-code
               read customer-file
               if cus-status = "00"
                   move customer-name to tl-name
               else
                   move "not on file" to tl-name
               end-if
           end-if.
           move ce-lines(customer-subscript) to tl-lines.
           move ce-qty(customer-subscript) to tl-qty.
           move ce-value(customer-subscript) to tl-value.
           move spaces to tl-short-blank.
           move total-line to lost-line.
           write lost-line.
           add 1 to customer-subscript.
           go to print-customers-loop.

       print-customers-exit.
           exit.

      ***********************************************************
      * Post the Month's Stock-Out Losses for FCSTCALC          *
      *    One record per item and month, replaced on a rerun.  *
      ***********************************************************

       post-history.
           if records-dropped > 0
               display "Not posted - the item table overflowed and "
                       "the figures would be short"
               go to post-history-exit.
           open i-o lost-history-file.
           if lhs-status not = "00"
               open output lost-history-file
               close lost-history-file
               open i-o lost-history-file.
           if lhs-status not = "00"
               display "Unable to open MULOSTHS.DAT - status "
                       lhs-status
               go to post-history-exit.
           accept today-8 from date yyyymmdd.
           move 1 to item-subscript.

       post-history-loop.
           if item-subscript > item-count
               go to post-history-close.
           move ie-stock-key(item-subscript) to lh-stock-key.
           move ws-period to lh-period.
           read lost-history-file.
           if lhs-status = "00"
               move ie-short-qty(item-subscript) to lh-lost-qty
               move today-8 to lh-posted-date
               rewrite lost-history-record
               add 1 to items-posted
               go to post-history-next.
           if ie-short-qty(item-subscript) = 0
               go to post-history-next.
           move ie-stock-key(item-subscript) to lh-stock-key.
           move ws-period to lh-period.
           move ie-short-qty(item-subscript) to lh-lost-qty.
           move today-8 to lh-posted-date.
           write lost-history-record.
           if lhs-status = "00"
               add 1 to items-posted
           else
               display "Unable to post " lh-stock-key
                       " - status " lhs-status.

       post-history-next.
           add 1 to item-subscript.
           go to post-history-loop.

       post-history-close.
           close lost-history-file.
           display "Items posted to forecast history : "
                   items-posted.

       post-history-exit.
           exit.
