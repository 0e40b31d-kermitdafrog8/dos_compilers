      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     ATSFEED.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Available-to-sell export feed for the web storefront    *
      *  and the key customers who used to be mailed the         *
      *  STOCKCSV file.  STOCKCSV shows stock-held; this shows   *
      *  what is actually free to sell.  For every recipient on  *
      *  MUATSRCP.DAT (see ATSRCP.CPY) it writes one quoted,     *
      *  comma-delimited file, a line per item passed by that    *
      *  recipient's filter, discontinued items left out:        *
      *                                                          *
      *      available   - stock-held less stock-qty-committed,  *
      *                    never below zero                      *
      *      QC held     - received quantity still on open       *
      *                    MUQCHOLD.DAT holds.  Held goods are   *
      *                    not in stock-held until QCREL         *
      *                    releases them, so they are shown      *
      *                    beside the available figure, not      *
      *                    taken off it                          *
      *      next PO     - the earliest expected arrival among   *
      *                    the open stock lines on MUPODATA.DAT  *
      *                    and the quantity still to come on     *
      *                    that date, in stocking units          *
      *                    (MUUOMCNV.DAT).  Expected arrival is  *
      *                    worked out as ATPRPT does it - the    *
      *                    promised date, else the PO date plus  *
      *                    the vendor's lead time in working     *
      *                    days off MUCALNDR.DAT - and a late    *
      *                    PO counts as due today.  Drop-ship    *
      *                    POs never come into stock.            *
      *                                                          *
      *  A customer cross-reference recipient sees its own part  *
      *  numbers off MUCSTITM.DAT.  Run it on demand from the    *
      *  menu or as a step in MUSTREAM.DAT - it takes no input.  *
      *  It registers with BATCHREG like the other batch jobs,   *
      *  and a failed end when any recipient's file could not    *
      *  be written; every recipient sent is logged on           *
      *  ATSFEED.LST with the date, time and lines written.      *
      *                                                          *
      ************************************************************

       identification division.
       program-id. ATSFEED.
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

           select recipient-file assign "MUATSRCP.DAT"
                organization line sequential
                status rcp-status.

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

           select vendor-file assign "MUVENDOR.DAT"
                organization indexed
                access dynamic
                record key vendor-code
                status vnd-status.

           select calendar-file assign "MUCALNDR.DAT"
                organization indexed
                access dynamic
                record key cal-date
                status cal-status.

           select qc-hold-file assign "MUQCHOLD.DAT"
                organization indexed
                access dynamic
                record key qh-number
                status qch-status.

           select customer-item-file assign "MUCSTITM.DAT"
                organization indexed
                access dynamic
                record key ci-key
                alternate record key ci-item-key
                    with duplicates
                status cit-status.

           select feed-file assign ws-feed-filename
                organization line sequential
                status csv-status.

           select feed-log assign "ATSFEED.LST"
                organization line sequential
                status log-status.
      /
       data division.

       file section.
       fd  stock-file.
           copy stockrec.cpy.

       fd  recipient-file.
           copy atsrcp.cpy.

       fd  po-file.
           copy porec.cpy.

       fd  po-header-file.
           copy pohdr.cpy.

       fd  uom-file.
           copy uomcnv.cpy.

       fd  vendor-file.
           copy vendor.cpy.

       fd  calendar-file.
           copy calrec.cpy.

       fd  qc-hold-file.
           copy qchold.cpy.

       fd  customer-item-file.
           copy custitem.cpy.

       fd  feed-file.
       01  csv-line                     pic x(200).

       fd  feed-log.
       01  feed-log-line                pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  rcp-status                   pic xx.
       01  po-status                    pic xx.
       01  poh-status                   pic xx.
       01  uom-status                   pic xx.
       01  vnd-status                   pic xx.
       01  qch-status                   pic xx.
       01  cit-status                   pic xx.
       01  csv-status                   pic xx.
       01  log-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  uom-open-switch              pic x     value "N".
           88  uom-file-open                      value "Y".
       01  vnd-open-switch              pic x     value "N".
           88  vendor-file-open                   value "Y".
       01  cit-open-switch              pic x     value "N".
           88  cust-item-open                     value "Y".
       01  dropship-po-switch           pic x     value "N".
           88  dropship-po                        value "Y".
       01  item-wanted-switch           pic x.
           88  item-wanted                        value "Y".

       01  ws-feed-filename             pic x(12) value spaces.
       01  ws-last-po-number            pic x(06) value spaces.
       01  ws-find-key                  pic x(10).
       01  ws-outstanding               pic s9(09)v9(03).
       01  ws-available                 pic s9(07)v9(03).
       01  ws-part                      pic x(15).
       01  ws-lead-days                 pic 9(03).
       01  cat-subscript                pic 9(01) comp.
       01  today-8                      pic 9(08).
       01  today-serial                 pic 9(07).
       01  now-8                        pic 9(08).

       01  ws-available-edit            pic z(05)9.999.
       01  ws-qc-held-edit              pic z(07)9.
       01  ws-due-date-edit             pic x(08).
       01  ws-due-qty-edit              pic x(08).
       01  ws-due-qty-work              pic z(07)9.

       01  lines-written                pic 9(05) value 0.
       01  recipients-sent              pic 9(03) value 0.
       01  recipients-failed            pic 9(03) value 0.

      ***********************************************************
      * Next PO Arrival and QC-Held Quantity per Item           *
      ***********************************************************

       01  item-table.
           03  at-entry                 occurs 1000 times.
               05  at-tbl-key           pic x(10).
               05  at-tbl-due-serial    pic 9(07).
               05  at-tbl-due-date      pic 9(08).
               05  at-tbl-due-qty       pic 9(08).
               05  at-tbl-qc-held       pic 9(08).

       01  item-count                   pic 9(04) comp value 0.
       01  item-subscript               pic 9(04) comp value 0.

       01  table-full-switch            pic x     value "N".
           88  item-table-full                    value "Y".

      ***********************************************************
      * Date / Serial-Day Conversion                            *
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

       01  uns-serial                   pic 9(07).
       01  uns-day-of-year              pic 9(03).
       01  uns-month                    pic 9(02).
       01  uns-days-in-month            pic 9(02).

       01  month-offset-values.
           03  filler                   pic x(36) value
               "000031059090120151181212243273304334".
       01  month-offset-table redefines month-offset-values.
           03  month-offset             pic 9(03) occurs 12 times.

       01  month-length-values.
           03  filler                   pic x(24) value
               "312831303130313130313031".
       01  month-length-table redefines month-length-values.
           03  month-length             pic 9(02) occurs 12 times.

      ***********************************************************
      * Business-Day Calendar (see CALMAINT)                     *
      ***********************************************************

       01  cal-status                   pic xx.
       01  cal-open-switch              pic x     value "N".
           88  calendar-open                      value "Y".
       01  working-day-switch           pic x.
           88  working-day                        value "Y".
       01  hold-serial                  pic 9(07).
       01  bus-days-counted             pic 9(05).
       01  dow-remainder                pic 9(01).

      ***********************************************************
      * Feed Log Line                                           *
      ***********************************************************

       01  log-detail-line.
           03  lg-date                  pic 9(08).
           03  filler                   pic x(01).
           03  lg-time                  pic 9(08).
           03  filler                   pic x(01).
           03  lg-recipient             pic x(08).
           03  filler                   pic x(01).
           03  lg-filter                pic x(01).
           03  filler                   pic x(01).
           03  lg-file                  pic x(12).
           03  filler                   pic x(01).
           03  lg-outcome               pic x(38).

       01  ws-lines-edit                pic z(04)9.

      ***********************************************************
      * Batch Run Registration                                   *
      ***********************************************************

       01  batch-job-name               pic x(08) value "ATSFEED".
       01  batch-function               pic x.
       01  batch-result                 pic x.
       01  batch-end-function           pic x     value "E".
       01  batch-registered-switch      pic x     value "N".
           88  batch-start-accepted               value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "ATSFEED - available-to-sell export feed".
           perform register-batch-start
                   thru register-batch-start-exit.
           if not batch-start-accepted
               go to endit.

           open input stock-file.
           if status-1 not = "0"
               display "Unable to open MUSTOCK.DAT - status "
                       status-1 status-2
               move "F" to batch-end-function
               go to endit.

           open input recipient-file.
           if rcp-status = "35"
               display "No recipients on MUATSRCP.DAT - "
                       "nothing to send"
               close stock-file
               go to endit.
           if rcp-status not = "00"
               display "Unable to open MUATSRCP.DAT - status "
                       rcp-status
               move "F" to batch-end-function
               close stock-file
               go to endit.

           open input customer-item-file.
           if cit-status = "00"
               move "Y" to cit-open-switch.

           open extend feed-log.
           if log-status not = "00"
               open output feed-log.

           accept today-8 from date yyyymmdd.
           move today-8 to conv-date.
           perform convert-date-to-serial.
           move conv-serial to today-serial.

           perform load-next-po thru load-next-po-exit.
           perform load-qc-held thru load-qc-held-exit.
           if item-table-full
               display "More than 1000 items with open POs or QC "
                       "holds - the rest are sent with none".

       recipient-loop.
           read recipient-file
               at end
                   go to wrap-up
           end-read.
           if ats-recipient-line = spaces
               go to recipient-loop.
           if not atr-filter-valid or atr-output-file = spaces
               display "Recipient " atr-recipient
                       " - no file name or filter type not A, C "
                       "or X - not sent"
               move "not sent - recipient line in error"
                       to lg-outcome
               perform log-recipient thru log-recipient-exit
               add 1 to recipients-failed
               go to recipient-loop.
           if atr-by-customer and not cust-item-open
               display "Recipient " atr-recipient
                       " - MUCSTITM.DAT will not open - not sent"
               move "not sent - no customer cross-reference"
                       to lg-outcome
               perform log-recipient thru log-recipient-exit
               add 1 to recipients-failed
               go to recipient-loop.
           perform write-feed thru write-feed-exit.
           go to recipient-loop.

       wrap-up.
           close stock-file.
           close recipient-file.
           if cust-item-open
               close customer-item-file.
           close feed-log.
           display "Recipients sent   : " recipients-sent.
           display "Recipients failed : " recipients-failed.
           if recipients-failed > 0
               move "F" to batch-end-function.

       endit.
           perform register-batch-end
                   thru register-batch-end-exit.
           goback.

      ***********************************************************
      * One Recipient's File                                    *
      ***********************************************************

       write-feed.
           move 0 to lines-written.
           move atr-output-file to ws-feed-filename.
           open output feed-file.
           if csv-status not = "00"
               display "Unable to open " ws-feed-filename
                       " - status " csv-status
               move "not sent - file would not open"
                       to lg-outcome
               perform log-recipient thru log-recipient-exit
               add 1 to recipients-failed
               go to write-feed-exit.

           move spaces to csv-line.
           string "Part,Stock Code,Description,Category,UOM,"
                   "Available,QC Held,Next PO Due,Next PO Qty"
                   delimited by size
               into csv-line.
           write csv-line.

           move "N" to end-of-file-switch.
           move low-values to stock-key.
           start stock-file key not less than stock-key.
           if status-1 not = "0"
               go to write-feed-close.

       write-feed-read.
           if end-of-file
               go to write-feed-close.
           read stock-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to write-feed-read
           end-read.
           if stock-discontinued
               go to write-feed-read.
           perform select-item thru select-item-exit.
           if item-wanted
               perform write-csv-line thru write-csv-line-exit.
           go to write-feed-read.

       write-feed-close.
           close feed-file.
           add 1 to recipients-sent.
           display "Recipient " atr-recipient " - " ws-feed-filename
                   " - lines " lines-written.
           move lines-written to ws-lines-edit.
           move spaces to lg-outcome.
           string "sent - lines " ws-lines-edit
                   delimited by size into lg-outcome.
           perform log-recipient thru log-recipient-exit.

       write-feed-exit.
           exit.

      *    The recipient's filter: every item, its categories, or
      *    the items the customer has cross-referenced.
       select-item.
           move "N" to item-wanted-switch.
           move stock-key to ws-part.
           if atr-all-items
               move "Y" to item-wanted-switch
               go to select-item-exit.
           if atr-by-customer
               perform find-customer-part
                       thru find-customer-part-exit
               go to select-item-exit.
           move 0 to cat-subscript.

       select-item-category.
           if cat-subscript >= 5
               go to select-item-exit.
           add 1 to cat-subscript.
           if atr-category(cat-subscript) not = spaces
                   and atr-category(cat-subscript) = stock-category
               move "Y" to item-wanted-switch
               go to select-item-exit.
           go to select-item-category.

       select-item-exit.
           exit.

       find-customer-part.
           move atr-customer-code to ci-item-customer.
           move stock-key to ci-stock-key.
           start customer-item-file key = ci-item-key.
           if cit-status not = "00"
               go to find-customer-part-exit.
           read customer-item-file next record
               at end
                   go to find-customer-part-exit
           end-read.
           if ci-item-customer not = atr-customer-code
                   or ci-stock-key not = stock-key
               go to find-customer-part-exit.
           move ci-customer-part to ws-part.
           move "Y" to item-wanted-switch.

       find-customer-part-exit.
           exit.

       write-csv-line.
           compute ws-available = stock-held - stock-qty-committed.
           if ws-available < 0
               move 0 to ws-available.
           move ws-available to ws-available-edit.
           move 0 to ws-qc-held-edit.
           move spaces to ws-due-date-edit.
           move spaces to ws-due-qty-edit.
           move stock-key to ws-find-key.
           perform find-item thru find-item-exit.
           if item-subscript > 0
               move at-tbl-qc-held(item-subscript) to ws-qc-held-edit
               if at-tbl-due-serial(item-subscript) > 0
                   move at-tbl-due-date(item-subscript)
                           to ws-due-date-edit
                   move at-tbl-due-qty(item-subscript)
                           to ws-due-qty-work
                   move ws-due-qty-work to ws-due-qty-edit
               end-if
           end-if.
           move spaces to csv-line.
           string
               quote delimited by size
               ws-part delimited by size
               quote "," delimited by size
               quote delimited by size
               stock-key delimited by size
               quote "," delimited by size
               quote delimited by size
               stock-description-1 delimited by size
               quote "," delimited by size
               quote delimited by size
               stock-category delimited by size
               quote "," delimited by size
               quote delimited by size
               stock-uom delimited by size
               quote "," delimited by size
               ws-available-edit delimited by size
               "," delimited by size
               ws-qc-held-edit delimited by size
               "," delimited by size
               ws-due-date-edit delimited by size
               "," delimited by size
               ws-due-qty-edit delimited by size
               into csv-line
           end-string.
           write csv-line.
           add 1 to lines-written.

       write-csv-line-exit.
           exit.

       log-recipient.
           move spaces to log-detail-line.
           accept now-8 from time.
           move today-8 to lg-date.
           move now-8 to lg-time.
           move atr-recipient to lg-recipient.
           move atr-filter-type to lg-filter.
           move atr-output-file to lg-file.
           move log-detail-line to feed-log-line.
           write feed-log-line.

       log-recipient-exit.
           exit.

      ***********************************************************
      * Open PO Lines - Earliest Expected Arrival per Item      *
      ***********************************************************

       load-next-po.
           open input po-file.
           if po-status not = "00"
               go to load-next-po-exit.
           open input po-header-file.
           open input uom-file.
           if uom-status = "00"
               move "Y" to uom-open-switch.
           open input vendor-file.
           if vnd-status = "00"
               move "Y" to vnd-open-switch.
           open input calendar-file.
           if cal-status = "00"
               move "Y" to cal-open-switch.
           move low-values to po-key.
           start po-file key not less than po-key.
           if po-status not = "00"
               go to load-next-po-close.

       load-next-po-read.
           read po-file next record
               at end
                   go to load-next-po-close
           end-read.
           if not po-open or po-non-stock or po-stock-key = spaces
               go to load-next-po-read.
           if po-number not = ws-last-po-number
               perform check-dropship-po
                       thru check-dropship-po-exit.
           if dropship-po
               go to load-next-po-read.
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
               go to load-next-po-read.
           if po-promised-date > 0
               move po-promised-date to conv-date
           else
               perform expected-from-lead thru expected-from-lead-exit
           end-if.
           perform convert-date-to-serial.
           if conv-serial < today-serial
               move today-serial to conv-serial
               move today-8 to conv-date.
           move po-stock-key to ws-find-key.
           perform find-or-add-item thru find-or-add-item-exit.
           if item-subscript = 0
               go to load-next-po-read.
      *    The earliest date wins; POs due that same day add up.
           if at-tbl-due-serial(item-subscript) = conv-serial
               add ws-outstanding to at-tbl-due-qty(item-subscript)
               go to load-next-po-read.
           if at-tbl-due-serial(item-subscript) = 0
                   or conv-serial < at-tbl-due-serial(item-subscript)
               move conv-serial to at-tbl-due-serial(item-subscript)
               move conv-date to at-tbl-due-date(item-subscript)
               move ws-outstanding to at-tbl-due-qty(item-subscript).
           go to load-next-po-read.

       load-next-po-close.
           close po-file.
           close po-header-file.
           if uom-file-open
               close uom-file.
           if vendor-file-open
               close vendor-file.
           if calendar-open
               close calendar-file.

       load-next-po-exit.
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
      *    Expected arrival = po-date plus the vendor's lead     *
      *    time, converted back to a calendar date.              *
      ***********************************************************

       expected-from-lead.
           move 0 to ws-lead-days.
           if vendor-file-open and po-vendor-code not = 0
               move po-vendor-code to vendor-code
               read vendor-file
                   invalid key
                       continue
                   not invalid key
                       move vendor-lead-time-days to ws-lead-days
               end-read
           end-if.
           move po-date to conv-date.
           perform convert-date-to-serial.
           perform add-business-days thru add-business-days-exit.
           move conv-serial to uns-serial.
           perform convert-serial-to-date
                   thru convert-serial-to-date-exit.

       expected-from-lead-exit.
           exit.

      ***********************************************************
      * Business-Day Arithmetic                                  *
      *    Lead times count working days off the MUCALNDR.DAT    *
      *    calendar; a date with no record falls back to the     *
      *    Saturday/Sunday rule.                                 *
      ***********************************************************

       add-business-days.
           move 0 to bus-days-counted.

       add-business-days-loop.
           if bus-days-counted >= ws-lead-days
               go to add-business-days-exit.
           add 1 to conv-serial.
           perform is-working-day thru is-working-day-exit.
           if working-day
               add 1 to bus-days-counted.
           go to add-business-days-loop.

       add-business-days-exit.
           exit.

       is-working-day.
           move conv-serial to hold-serial.
           move conv-serial to uns-serial.
           perform convert-serial-to-date
                   thru convert-serial-to-date-exit.
           move "Y" to working-day-switch.
           if calendar-open
               move conv-date to cal-date
               read calendar-file
                   invalid key
                       perform weekend-rule thru weekend-rule-exit
                   not invalid key
                       if not cal-working
                           move "N" to working-day-switch
                       end-if
               end-read
           else
               perform weekend-rule thru weekend-rule-exit.
           move hold-serial to conv-serial.

       is-working-day-exit.
           exit.

       weekend-rule.
           divide hold-serial by 7 giving conv-work
                   remainder dow-remainder.
           if dow-remainder = 0 or dow-remainder = 1
               move "N" to working-day-switch.

       weekend-rule-exit.
           exit.

      ***********************************************************
      * Open QC Holds - Received but not yet in Stock           *
      ***********************************************************

       load-qc-held.
           open input qc-hold-file.
           if qch-status not = "00"
               go to load-qc-held-exit.
           move low-values to qh-number.
           start qc-hold-file key not less than qh-number.
           if qch-status not = "00"
               go to load-qc-held-close.

       load-qc-held-read.
           read qc-hold-file next record
               at end
                   go to load-qc-held-close
           end-read.
           if not qh-held or qh-qty-held = 0
               go to load-qc-held-read.
           move qh-stock-key to ws-find-key.
           perform find-or-add-item thru find-or-add-item-exit.
           if item-subscript > 0
               add qh-qty-held to at-tbl-qc-held(item-subscript).
           go to load-qc-held-read.

       load-qc-held-close.
           close qc-hold-file.

       load-qc-held-exit.
           exit.

      ***********************************************************
      * Item Table Lookup                                       *
      ***********************************************************

       find-or-add-item.
           move 0 to item-subscript.

       find-or-add-item-scan.
           if item-subscript >= item-count
               go to find-or-add-item-add.
           add 1 to item-subscript.
           if at-tbl-key(item-subscript) = ws-find-key
               go to find-or-add-item-exit.
           go to find-or-add-item-scan.

       find-or-add-item-add.
           if item-count >= 1000
               move "Y" to table-full-switch
               move 0 to item-subscript
               go to find-or-add-item-exit.
           add 1 to item-count.
           move item-count to item-subscript.
           move ws-find-key to at-tbl-key(item-subscript).
           move 0 to at-tbl-due-serial(item-subscript).
           move 0 to at-tbl-due-date(item-subscript).
           move 0 to at-tbl-due-qty(item-subscript).
           move 0 to at-tbl-qc-held(item-subscript).

       find-or-add-item-exit.
           exit.

       find-item.
           move 0 to item-subscript.

       find-item-scan.
           if item-subscript >= item-count
               move 0 to item-subscript
               go to find-item-exit.
           add 1 to item-subscript.
           if at-tbl-key(item-subscript) = ws-find-key
               go to find-item-exit.
           go to find-item-scan.

       find-item-exit.
           exit.

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
           move batch-end-function to batch-function.
           move "N" to batch-result.
           call "BATCHREG" using batch-job-name batch-function
                   batch-result.
           cancel "BATCHREG".

       register-batch-end-exit.
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

      ***********************************************************
      *    And back again: find the year whose January the 1st   *
      *    is on or before the serial, then walk the months.     *
      ***********************************************************

       convert-serial-to-date.
           divide uns-serial by 366 giving conv-year.

       convert-serial-to-date-year.
           add 1 to conv-year.
           move 1 to conv-month.
           move 1 to conv-day.
           perform convert-date-to-serial.
           if conv-serial not > uns-serial
               go to convert-serial-to-date-year.
           subtract 1 from conv-year.
           move 1 to conv-month.
           move 1 to conv-day.
           perform convert-date-to-serial.
           compute uns-day-of-year = uns-serial - conv-serial + 1.
           move 1 to uns-month.

       convert-serial-to-date-month.
           move month-length(uns-month) to uns-days-in-month.
           if uns-month = 2 and leap-year
               move 29 to uns-days-in-month.
           if uns-day-of-year > uns-days-in-month
               subtract uns-days-in-month from uns-day-of-year
               add 1 to uns-month
               go to convert-serial-to-date-month.
           move uns-month to conv-month.
           move uns-day-of-year to conv-day.

       convert-serial-to-date-exit.
           exit.
