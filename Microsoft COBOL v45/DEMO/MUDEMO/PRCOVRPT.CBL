      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     PRCOVRPT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Weekly price override report.  Every line ORDENT        *
      *  logged to MUPRCOVR.DAT (see PRCOVR.CPY) in the seven    *
      *  days to the week-ending date keyed - prices the clerk   *
      *  overtyped and lines a supervisor passed below their     *
      *  category's minimum margin - is listed with its list,    *
      *  contract and charged prices, the reason and who keyed   *
      *  and approved it.  The revenue given away is the price   *
      *  charged short of list, and short of the contract price  *
      *  where the customer had one, times the quantity; a price *
      *  raised above either shows as a negative.  It is then    *
      *  totalled by clerk and by customer.  Printed to          *
      *  PRCOVRPT.LST.                                           *
      *                                                          *
      ************************************************************

       identification division.
       program-id. PRCOVRPT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select price-override-log assign "MUPRCOVR.DAT"
                organization line sequential
                status pov-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select override-rpt assign "PRCOVRPT.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  price-override-log.
           copy prcovr.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  override-rpt.
       01  override-line                pic x(132).
      /
       working-storage section.

       01  pov-status                   pic xx.
       01  cus-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".
       01  cus-open-switch              pic x     value "N".
           88  customers-open                     value "Y".

       01  ws-from-date                 pic 9(08).
       01  ws-to-date                   pic 9(08).

       01  ws-value-charged             pic s9(12)v99.
       01  ws-vs-list                   pic s9(12)v99.
       01  ws-vs-contract               pic s9(12)v99.

       01  lines-listed                 pic 9(06) value 0.
       01  lines-overridden             pic 9(06) value 0.
       01  lines-approved               pic 9(06) value 0.
       01  total-charged                pic s9(12)v99 value 0.
       01  total-vs-list                pic s9(12)v99 value 0.
       01  total-vs-contract            pic s9(12)v99 value 0.
       01  records-dropped              pic 9(06) value 0.

      ***********************************************************
      * Totals by Clerk and by Customer                         *
      ***********************************************************

       01  clerk-table.
           03  clerk-entry              occurs 200 times.
               05  ce-operator-id       pic x(08).
               05  ce-lines             pic 9(05).
               05  ce-charged           pic s9(12)v99.
               05  ce-vs-list           pic s9(12)v99.
               05  ce-vs-contract       pic s9(12)v99.

       01  clerk-count                  pic 9(04) comp value 0.
       01  clerk-subscript              pic 9(04) comp.

       01  customer-table.
           03  customer-entry           occurs 500 times.
               05  te-customer-code     pic 9(04).
               05  te-lines             pic 9(05).
               05  te-charged           pic s9(12)v99.
               05  te-vs-list           pic s9(12)v99.
               05  te-vs-contract       pic s9(12)v99.

       01  customer-count               pic 9(04) comp value 0.
       01  customer-subscript           pic 9(04) comp.

       01  swap-subscript               pic 9(04) comp.
       01  swap-switch                  pic x.
           88  entries-swapped                    value "Y".
       01  swap-clerk                   pic x(55).
       01  swap-customer                pic x(51).

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
      * Report Lines                                            *
      ***********************************************************

       01  report-heading-1.
           03  filler                   pic x(48) value
               "STOCK CONTROL SYSTEM - PRICE OVERRIDES, WEEK OF ".
           03  rh-from-date             pic 9(08).
           03  filler                   pic x(04) value " to ".
           03  rh-to-date               pic 9(08).

       01  report-heading-2             pic x(132) value
           "Date     Order  Ln  Clerk    Cust Item          Qty       Li
      -    "st   Contract    Charged  Given vs list  vs contract".

       01  detail-line.
           03  dl-date                  pic 9(08).
           03  filler                   pic x(01).
           03  dl-order-number          pic x(06).
           03  filler                   pic x(01).
           03  dl-order-line            pic zz9.
           03  filler                   pic x(01).
           03  dl-operator-id           pic x(08).
           03  filler                   pic x(01).
           03  dl-customer-code         pic 9(04).
           03  filler                   pic x(01).
           03  dl-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  dl-qty                   pic zzzzz9.
           03  filler                   pic x(01).
           03  dl-list-price            pic z(06)9.99.
           03  filler                   pic x(01).
           03  dl-contract-price        pic z(06)9.99.
           03  filler                   pic x(01).
           03  dl-price-charged         pic z(06)9.99.
           03  filler                   pic x(01).
           03  dl-vs-list               pic -(10)9.99.
           03  filler                   pic x(01).
           03  dl-vs-contract           pic -(08)9.99.
           03  dl-vs-contract-x redefines dl-vs-contract
                                        pic x(12).

       01  reason-line.
           03  filler                   pic x(10) value spaces.
           03  filler                   pic x(08) value "Reason: ".
           03  rl-reason                pic x(30).
           03  filler                   pic x(03) value spaces.
           03  rl-approved              pic x(13).
           03  rl-supervisor-id         pic x(08).

       01  summary-heading              pic x(132).

       01  summary-heading-2            pic x(132) value
           "                                  Lines      Value charged  
      -    "      Given vs list    vs contract".

       01  summary-line.
           03  sl-key                   pic x(08).
           03  filler                   pic x(01).
           03  sl-name                  pic x(24).
           03  filler                   pic x(01).
           03  sl-lines                 pic zzzz9.
           03  filler                   pic x(01).
           03  sl-charged               pic -(14)9.99.
           03  filler                   pic x(01).
           03  sl-vs-list               pic -(16)9.99.
           03  filler                   pic x(01).
           03  sl-vs-contract           pic -(10)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "PRCOVRPT - weekly price override report".
           display "Week ending (YYYYMMDD, 0 - today) : ".
           move 0 to ws-to-date.
           accept ws-to-date.
           if ws-to-date = 0
               accept ws-to-date from date yyyymmdd.
           move ws-to-date to conv-date.
           perform convert-date-to-serial.
           compute uns-serial = conv-serial - 6.
           perform convert-serial-to-date
                   thru convert-serial-to-date-month.
           move conv-date to ws-from-date.

           open input price-override-log.
           if pov-status not = "00"
               display "No price overrides logged on MUPRCOVR.DAT"
               go to endit.
           open output override-rpt.
           if rpt-status not = "00"
               display "Unable to open PRCOVRPT.LST - status "
                       rpt-status
               close price-override-log
               go to endit.
           open input customer-file.
           if cus-status = "00"
               move "Y" to cus-open-switch.

           move ws-from-date to rh-from-date.
           move ws-to-date to rh-to-date.
           move report-heading-1 to override-line.
           write override-line.
           move spaces to override-line.
           write override-line.
           move report-heading-2 to override-line.
           write override-line.

           perform read-log thru read-log-exit.
           perform print-totals thru print-totals-exit.
           perform sort-clerks thru sort-clerks-exit.
           perform print-clerks thru print-clerks-exit.
           perform sort-customers thru sort-customers-exit.
           perform print-customers thru print-customers-exit.

           close price-override-log.
           close override-rpt.
           if customers-open
               close customer-file.
           display "Week " ws-from-date " to " ws-to-date.
           display "Lines listed        : " lines-listed.
           display "Prices overtyped    : " lines-overridden.
           display "Below-margin passes : " lines-approved.
           if records-dropped > 0
               display "Left out of totals  : " records-dropped
                       " - more than 200 clerks or 500 customers".

       endit.
           goback.

      ***********************************************************
      * The Week's Overrides, Line by Line                      *
      ***********************************************************

       read-log.
           if end-of-file
               go to read-log-exit.
           read price-override-log
               at end
                   move "Y" to end-of-file-switch
                   go to read-log
           end-read.
           if pov-date < ws-from-date or pov-date > ws-to-date
               go to read-log.
           add 1 to lines-listed.
           if pov-price-overridden
               add 1 to lines-overridden.
           if pov-supervisor-id not = spaces
               add 1 to lines-approved.

           compute ws-value-charged = pov-qty * pov-price-charged.
           compute ws-vs-list =
               (pov-list-price - pov-price-charged) * pov-qty.
           move 0 to ws-vs-contract.
           if pov-contract-price > 0
               compute ws-vs-contract =
                   (pov-contract-price - pov-price-charged) * pov-qty.
           add ws-value-charged to total-charged.
           add ws-vs-list to total-vs-list.
           add ws-vs-contract to total-vs-contract.

           move spaces to detail-line.
           move pov-date to dl-date.
           move pov-order-number to dl-order-number.
           move pov-order-line to dl-order-line.
           move pov-operator-id to dl-operator-id.
           move pov-customer-code to dl-customer-code.
           move pov-stock-key to dl-stock-key.
           move pov-qty to dl-qty.
           move pov-list-price to dl-list-price.
           move pov-price-charged to dl-price-charged.
           move ws-vs-list to dl-vs-list.
           if pov-contract-price > 0
               move pov-contract-price to dl-contract-price
               move ws-vs-contract to dl-vs-contract
           else
               move "        none" to dl-vs-contract-x.
           move detail-line to override-line.
           write override-line.
           if pov-price-overridden
               move pov-reason to rl-reason
           else
               move "below margin, price not changed" to rl-reason.
           move spaces to rl-approved.
           move spaces to rl-supervisor-id.
           if pov-supervisor-id not = spaces
               move "Approved by: " to rl-approved
               move pov-supervisor-id to rl-supervisor-id.
           move reason-line to override-line.
           write override-line.

           perform add-to-clerk thru add-to-clerk-exit.
           perform add-to-customer thru add-to-customer-exit.
           go to read-log.

       read-log-exit.
           exit.

       add-to-clerk.
           move 1 to clerk-subscript.

       add-to-clerk-scan.
           if clerk-subscript > clerk-count
               go to add-to-clerk-new.
           if ce-operator-id(clerk-subscript) = pov-operator-id
               go to add-to-clerk-add.
           add 1 to clerk-subscript.
           go to add-to-clerk-scan.

       add-to-clerk-new.
           if clerk-count >= 200
               add 1 to records-dropped
               go to add-to-clerk-exit.
           add 1 to clerk-count.
           move clerk-count to clerk-subscript.
           move pov-operator-id to ce-operator-id(clerk-subscript).
           move 0 to ce-lines(clerk-subscript).
           move 0 to ce-charged(clerk-subscript).
           move 0 to ce-vs-list(clerk-subscript).
           move 0 to ce-vs-contract(clerk-subscript).

       add-to-clerk-add.
           add 1 to ce-lines(clerk-subscript).
           add ws-value-charged to ce-charged(clerk-subscript).
           add ws-vs-list to ce-vs-list(clerk-subscript).
           add ws-vs-contract to ce-vs-contract(clerk-subscript).

       add-to-clerk-exit.
           exit.

       add-to-customer.
           move 1 to customer-subscript.

       add-to-customer-scan.
           if customer-subscript > customer-count
               go to add-to-customer-new.
           if te-customer-code(customer-subscript)
                   = pov-customer-code
               go to add-to-customer-add.
           add 1 to customer-subscript.
           go to add-to-customer-scan.

       add-to-customer-new.
           if customer-count >= 500
               add 1 to records-dropped
               go to add-to-customer-exit.
           add 1 to customer-count.
           move customer-count to customer-subscript.
           move pov-customer-code
               to te-customer-code(customer-subscript).
           move 0 to te-lines(customer-subscript).
           move 0 to te-charged(customer-subscript).
           move 0 to te-vs-list(customer-subscript).
           move 0 to te-vs-contract(customer-subscript).

       add-to-customer-add.
           add 1 to te-lines(customer-subscript).
           add ws-value-charged to te-charged(customer-subscript).
           add ws-vs-list to te-vs-list(customer-subscript).
           add ws-vs-contract to te-vs-contract(customer-subscript).

       add-to-customer-exit.
           exit.

       print-totals.
           move spaces to override-line.
           write override-line.
           if lines-listed = 0
               move "No price overrides in the week" to override-line
               write override-line
               go to print-totals-exit.
           move spaces to summary-line.
           move "TOTAL" to sl-key.
           move lines-listed to sl-lines.
           move total-charged to sl-charged.
           move total-vs-list to sl-vs-list.
           move total-vs-contract to sl-vs-contract.
           move summary-line to override-line.
           write override-line.

       print-totals-exit.
           exit.

      ***********************************************************
      * Sort the Clerks and the Customers into Key Order        *
      ***********************************************************

       sort-clerks.
           move "N" to swap-switch.
           move 1 to clerk-subscript.

       sort-clerks-pass.
           if clerk-subscript >= clerk-count
               go to sort-clerks-check.
           compute swap-subscript = clerk-subscript + 1.
           if ce-operator-id(clerk-subscript)
                   > ce-operator-id(swap-subscript)
               move clerk-entry(clerk-subscript) to swap-clerk
               move clerk-entry(swap-subscript)
                   to clerk-entry(clerk-subscript)
               move swap-clerk to clerk-entry(swap-subscript)
               move "Y" to swap-switch.
           add 1 to clerk-subscript.
           go to sort-clerks-pass.

       sort-clerks-check.
           if entries-swapped
               go to sort-clerks.

       sort-clerks-exit.
           exit.

       sort-customers.
           move "N" to swap-switch.
           move 1 to customer-subscript.

       sort-customers-pass.
           if customer-subscript >= customer-count
               go to sort-customers-check.
           compute swap-subscript = customer-subscript + 1.
           if te-customer-code(customer-subscript)
                   > te-customer-code(swap-subscript)
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
      * Revenue Given Away by Clerk and by Customer             *
      ***********************************************************

       print-clerks.
           if clerk-count = 0
               go to print-clerks-exit.
           move spaces to override-line.
           write override-line.
           move "BY CLERK" to summary-heading.
           move summary-heading to override-line.
           write override-line.
           move summary-heading-2 to override-line.
           write override-line.
           move 1 to clerk-subscript.

       print-clerks-loop.
           if clerk-subscript > clerk-count
               go to print-clerks-exit.
           move spaces to summary-line.
           move ce-operator-id(clerk-subscript) to sl-key.
           if ce-operator-id(clerk-subscript) = spaces
               move "(not signed on)" to sl-name.
           move ce-lines(clerk-subscript) to sl-lines.
           move ce-charged(clerk-subscript) to sl-charged.
           move ce-vs-list(clerk-subscript) to sl-vs-list.
           move ce-vs-contract(clerk-subscript) to sl-vs-contract.
           move summary-line to override-line.
           write override-line.
           add 1 to clerk-subscript.
           go to print-clerks-loop.

       print-clerks-exit.
           exit.

       print-customers.
           if customer-count = 0
               go to print-customers-exit.
           move spaces to override-line.
           write override-line.
           move "BY CUSTOMER" to summary-heading.
           move summary-heading to override-line.
           write override-line.
           move summary-heading-2 to override-line.
           write override-line.
           move 1 to customer-subscript.

       print-customers-loop.
           if customer-subscript > customer-count
               go to print-customers-exit.
           move spaces to summary-line.
           move te-customer-code(customer-subscript) to sl-key.
           if customers-open
               move te-customer-code(customer-subscript)
                   to customer-code
               read customer-file
               if cus-status = "00"
                   move customer-name to sl-name
               else
                   move "not on file" to sl-name
               end-if
           end-if.
           move te-lines(customer-subscript) to sl-lines.
           move te-charged(customer-subscript) to sl-charged.
           move te-vs-list(customer-subscript) to sl-vs-list.
           move te-vs-contract(customer-subscript) to sl-vs-contract.
           move summary-line to override-line.
           write override-line.
           add 1 to customer-subscript.
           go to print-customers-loop.

       print-customers-exit.
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
