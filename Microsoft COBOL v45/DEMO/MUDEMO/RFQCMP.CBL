      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      RFQCMP.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  RFQ bid comparison report.  For a keyed RFQ, or every   *
      *  RFQ still open, the quotes on MURFQBID.DAT (see         *
      *  RFQBID.CPY) are ranked cheapest first - equal prices    *
      *  by the shorter lead time - with the value of the RFQ    *
      *  quantity at each price and how far each sits above the  *
      *  best.  A quote whose validity has run out is shown but  *
      *  not ranked; vendors who declined or have not answered   *
      *  are listed after.  An awarded RFQ shows the vendor      *
      *  chosen, its PO and the buyer's reason.  Output is       *
      *  RFQCMP.LST.                                             *
      *                                                          *
      ************************************************************

       identification division.
       program-id. RFQCMP.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select rfq-file assign "MURFQHDR.DAT"
                organization indexed
                access dynamic
                record key rfq-number
                status file-status.

           select bid-file assign "MURFQBID.DAT"
                organization indexed
                access dynamic
                record key qb-key
                status bid-status.

           select vendor-file assign "MUVENDOR.DAT"
                organization indexed
                access dynamic
                record key vendor-code
                status vnd-status.

           select compare-rpt assign "RFQCMP.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  rfq-file.
           copy rfqhdr.cpy.

       fd  bid-file.
           copy rfqbid.cpy.

       fd  vendor-file.
           copy vendor.cpy.

       fd  compare-rpt.
       01  compare-line                 pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  bid-status                   pic xx.
       01  vnd-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  today-8                      pic 9(08).
       01  ws-rfq-number                pic x(06).
       01  rfqs-reported                pic 9(04) value 0.

       01  report-heading-1             pic x(80)
           value "PURCHASING - RFQ BID COMPARISON".

       01  rfq-line.
           03  filler                   pic x(04) value "RFQ ".
           03  rl-rfq-number            pic x(06).
           03  filler                   pic x(02) value spaces.
           03  rl-stock-key             pic x(10).
           03  filler                   pic x(06) value "  qty ".
           03  rl-qty                   pic z(05)9.
           03  filler                   pic x(09) value "  raised ".
           03  rl-date                  pic 9(08).
           03  filler                   pic x(10) value "  replies ".
           03  rl-reply-by              pic 9(08).

       01  bid-heading                  pic x(80)
           value "  Rank  Vndr Name               Unit Price Lead Holds 
      -    "To       Value   Over Best".

       01  bid-line.
           03  filler                   pic x(02).
           03  bl-rank                  pic x(04).
           03  filler                   pic x(02).
           03  bl-vendor                pic 9(04).
           03  filler                   pic x(01).
           03  bl-name                  pic x(18).
           03  filler                   pic x(01).
           03  bl-price                 pic z(06)9.99.
           03  filler                   pic x(02).
           03  bl-lead                  pic zz9.
           03  filler                   pic x(01).
           03  bl-valid-until           pic 9(08).
           03  filler                   pic x(01).
           03  bl-value                 pic z(07)9.99.
           03  filler                   pic x(01).
           03  bl-over                  pic z(07)9.99.

       01  other-line.
           03  filler                   pic x(08) value spaces.
           03  ol-vendor                pic 9(04).
           03  filler                   pic x(01).
           03  ol-name                  pic x(20).
           03  filler                   pic x(01).
           03  ol-text                  pic x(30).

      ***********************************************************
      * Quotes for One RFQ                                      *
      ***********************************************************

       01  quote-table.
           03  qt-entry                 occurs 30 times.
               05  qt-vendor            pic 9(04).
               05  qt-price             pic 9(08)v99.
               05  qt-lead              pic 9(03).
               05  qt-valid-until       pic 9(08).
               05  qt-status            pic x.
               05  qt-rank-group        pic 9.
       01  qt-swap-entry.
           03  qt-sw-vendor             pic 9(04).
           03  qt-sw-price              pic 9(08)v99.
           03  qt-sw-lead               pic 9(03).
           03  qt-sw-valid-until        pic 9(08).
           03  qt-sw-status             pic x.
           03  qt-sw-rank-group         pic 9.

       01  quote-count                  pic 9(02) comp value 0.
       01  quote-subscript              pic 9(02) comp value 0.
       01  quote-next                   pic 9(02) comp value 0.
       01  swap-switch                  pic x     value "N".
           88  entries-swapped                    value "Y".
       01  out-of-order-switch          pic x.
           88  out-of-order                       value "Y".
       01  ws-rank                      pic 9(02).
       01  ws-rank-edited               pic z9.
       01  ws-best-price                pic 9(08)v99.
       01  ws-value                     pic 9(10)v99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "RFQCMP - RFQ bid comparison".
           display "RFQ number (blank for all open) : ".
           move spaces to ws-rfq-number.
           accept ws-rfq-number.
           accept today-8 from date yyyymmdd.

           open input rfq-file.
           if status-1 not = "0"
               display "Unable to open MURFQHDR.DAT - status "
                       status-1 status-2
               go to endit.

           open input bid-file.
           if bid-status not = "00"
               display "Unable to open MURFQBID.DAT - status "
                       bid-status
               close rfq-file
               go to endit.

           open input vendor-file.
           if vnd-status not = "00"
               display "Unable to open MUVENDOR.DAT - status "
                       vnd-status
               close rfq-file
               close bid-file
               go to endit.

           open output compare-rpt.
           if rpt-status not = "00"
               display "Unable to open RFQCMP.LST - status "
                       rpt-status
               close rfq-file
               close bid-file
               close vendor-file
               go to endit.

           move report-heading-1 to compare-line.
           write compare-line.

           if ws-rfq-number not = spaces
               move ws-rfq-number to rfq-number
               read rfq-file
               if status-1 = "0"
                   perform compare-rfq thru compare-rfq-exit
               else
                   display "RFQ not found - status "
                           status-1 status-2
               end-if
               go to wrap-up.

           move low-values to rfq-number.
           start rfq-file key not less than rfq-number.
           if status-1 not = "0"
               go to wrap-up.

       read-loop.
           if end-of-file
               go to wrap-up.
           read rfq-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           if rfq-open
               perform compare-rfq thru compare-rfq-exit.
           go to read-loop.

      ***********************************************************
      * One RFQ - Load, Rank, Print                             *
      *    Rank group 1 is a live quote, 2 a lapsed one, 3 a     *
      *    decline or no answer; within group 1 price then lead  *
      *    time decides.                                         *
      ***********************************************************

       compare-rfq.
           add 1 to rfqs-reported.
           move spaces to compare-line.
           write compare-line.
           move rfq-number  to rl-rfq-number.
           move rfq-stock-key to rl-stock-key.
           move rfq-qty     to rl-qty.
           move rfq-date    to rl-date.
           move rfq-reply-by to rl-reply-by.
           move rfq-line to compare-line.
           write compare-line.
           move bid-heading to compare-line.
           write compare-line.

           move 0 to quote-count.
           move rfq-number to qb-rfq-number.
           move 0 to qb-vendor-code.
           start bid-file key not less than qb-key.
           if bid-status not = "00"
               go to compare-rfq-sort.

       compare-rfq-read.
           read bid-file next record
               at end
                   go to compare-rfq-sort
           end-read.
           if qb-rfq-number not = rfq-number
               go to compare-rfq-sort.
           if quote-count >= 30
               go to compare-rfq-sort.
           add 1 to quote-count.
           move qb-vendor-code to qt-vendor(quote-count).
           move qb-unit-price to qt-price(quote-count).
           move qb-lead-days to qt-lead(quote-count).
           move qb-valid-until to qt-valid-until(quote-count).
           move qb-status-flag to qt-status(quote-count).
           if qb-quoted or qb-won or qb-lost
               if qb-valid-until < today-8 and not qb-won
                   move 2 to qt-rank-group(quote-count)
               else
                   move 1 to qt-rank-group(quote-count)
               end-if
           else
               move 3 to qt-rank-group(quote-count).
           go to compare-rfq-read.

       compare-rfq-sort.
           if quote-count < 2
               go to compare-rfq-print.

       compare-rfq-pass.
           move "N" to swap-switch.
           move 1 to quote-subscript.

       compare-rfq-scan.
           if quote-subscript >= quote-count
               go to compare-rfq-swapped.
           compute quote-next = quote-subscript + 1.
           move "N" to out-of-order-switch.
           if qt-rank-group(quote-subscript)
                   > qt-rank-group(quote-next)
               move "Y" to out-of-order-switch.
           if qt-rank-group(quote-subscript)
                   = qt-rank-group(quote-next)
               if qt-price(quote-subscript) > qt-price(quote-next)
                   move "Y" to out-of-order-switch
               end-if
               if qt-price(quote-subscript) = qt-price(quote-next)
                   and qt-lead(quote-subscript)
                       > qt-lead(quote-next)
                   move "Y" to out-of-order-switch
               end-if
           end-if.
           if out-of-order
               move qt-entry(quote-subscript) to qt-swap-entry
               move qt-entry(quote-next) to qt-entry(quote-subscript)
               move qt-swap-entry to qt-entry(quote-next)
               move "Y" to swap-switch.
           add 1 to quote-subscript.
           go to compare-rfq-scan.

       compare-rfq-swapped.
           if entries-swapped
               go to compare-rfq-pass.

       compare-rfq-print.
           move 0 to ws-rank.
           move 0 to ws-best-price.
           if quote-count > 0
               if qt-rank-group(1) = 1
                   move qt-price(1) to ws-best-price
               end-if
           end-if.
           move 1 to quote-subscript.

       compare-rfq-line.
           if quote-subscript > quote-count
               go to compare-rfq-award.
           move qt-vendor(quote-subscript) to vendor-code.
           read vendor-file.
           if vnd-status not = "00"
               move "** not on file **" to vendor-name.
           if qt-rank-group(quote-subscript) = 3
               perform print-other-line
           else
               perform print-bid-line.
           add 1 to quote-subscript.
           go to compare-rfq-line.

       compare-rfq-award.
           if rfq-awarded
               move spaces to compare-line
               string "  Awarded to " rfq-award-vendor
                       " on PO " rfq-award-po
                       " " rfq-award-date
                       " - " rfq-award-reason
                       delimited by size into compare-line
               write compare-line.

       compare-rfq-exit.
           exit.

       print-bid-line.
           move spaces to bid-line.
           if qt-rank-group(quote-subscript) = 1
               add 1 to ws-rank
               move ws-rank to ws-rank-edited
               move ws-rank-edited to bl-rank
           else
               move "LAPS" to bl-rank.
           if qt-status(quote-subscript) = "A"
               move "WON" to bl-rank.
           move qt-vendor(quote-subscript) to bl-vendor.
           move vendor-name to bl-name.
           move qt-price(quote-subscript) to bl-price.
           move qt-lead(quote-subscript) to bl-lead.
           move qt-valid-until(quote-subscript) to bl-valid-until.
           compute ws-value = qt-price(quote-subscript) * rfq-qty.
           move ws-value to bl-value.
           if qt-rank-group(quote-subscript) = 1
               compute ws-value =
                   (qt-price(quote-subscript) - ws-best-price)
                   * rfq-qty
               move ws-value to bl-over.
           move bid-line to compare-line.
           write compare-line.

       print-other-line.
           move qt-vendor(quote-subscript) to ol-vendor.
           move vendor-name to ol-name.
           if qt-status(quote-subscript) = "D"
               move "declined to quote" to ol-text
           else
               move "no answer yet" to ol-text.
           move other-line to compare-line.
           write compare-line.

       wrap-up.
           close rfq-file.
           close bid-file.
           close vendor-file.
           close compare-rpt.
           display "RFQs compared : " rfqs-reported.

       endit.
           goback.
