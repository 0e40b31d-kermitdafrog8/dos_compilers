      *  stamped from customer-terms-days: current (not yet      *
      *  due), 1-30, 31-60, 61-90 and over 90 days, counted in   *
      *  MUCALNDR.DAT working days.  An open credit memo nets    *
      *  off the current column, as does unapplied cash or a     *
      *  deposit CASHAPP has banked ahead of an invoice, so a    *
      *  customer in credit shows a negative current balance.    *
      *  One line per customer with the name from MUCUSTMR.DAT,  *
      *  plus grand totals.                                      *
      *  Output is ARAGE.LST.                                    *
      *                                                          *
      *  The columns are dollars - items raised in a foreign     *
      *  currency at the dollars they were raised at.  Under a   *
      *  customer with such items a line per currency ages the   *
      *  same items in what the customer owes in that currency,  *
      *  and the grand totals are followed by a total per        *
      *  currency.                                               *
      *                                                          *
      ************************************************************

       identification division.
       01  items-read                   pic 9(05) value 0.
       01  customers-listed             pic 9(05) value 0.

      ***********************************************************
      * Foreign Currency Items (see ARITEM.CPY)                 *
      *    Bucket 1 is current, then 1-30, 31-60, 61-90 and      *
      *    over 90 - one entry per currency for the customer,    *
      *    and for the whole ledger.                             *
      ***********************************************************

       01  ws-bucket                    pic 9(01).

       01  customer-currency-table.
           03  cc-entry                 occurs 5 times.
               05  cc-code              pic x(03).
               05  cc-amount            pic s9(12)v99
                                        occurs 5 times.

       01  total-currency-table.
           03  gc-entry                 occurs 20 times.
               05  gc-code              pic x(03).
               05  gc-amount            pic s9(13)v99
                                        occurs 5 times.

       01  cc-count                     pic 9(02) comp value 0.
       01  cc-subscript                 pic 9(02) comp value 0.
       01  gc-count                     pic 9(02) comp value 0.
       01  gc-subscript                 pic 9(02) comp value 0.
       01  bucket-subscript             pic 9(02) comp value 0.

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - AR AGING REPORT".

           03  tl-90                    pic z(05)9.99.
           03  tl-over                  pic z(05)9.99.

       01  currency-line.
           03  fl-prefix                pic x(06).
           03  fl-label                 pic x(18).
           03  fl-current               pic -(08)9.99.
           03  fl-30                    pic z(05)9.99.
           03  fl-60                    pic z(05)9.99.
           03  fl-90                    pic z(05)9.99.
           03  fl-over                  pic z(05)9.99.

      ***********************************************************
      * Date-to-Serial-Day Conversion                           *
      ***********************************************************
      ***********************************************************

       age-one-item.
           if ar-type-credit-side
               subtract ar-open-amount from cust-current
               move 0 to ws-bucket
               go to age-one-item-currency.
           move ar-due-date to conv-date.
           perform convert-date-to-serial.
           move conv-serial to due-serial.
           if today-serial <= due-serial
               add ar-open-amount to cust-current
               move 1 to ws-bucket
               go to age-one-item-currency.
           move due-serial to count-from-serial.
           move today-serial to count-to-serial.
           perform count-business-days
           evaluate true
               when ws-days-late <= 30
                   add ar-open-amount to cust-30
                   move 2 to ws-bucket
               when ws-days-late <= 60
                   add ar-open-amount to cust-60
                   move 3 to ws-bucket
               when ws-days-late <= 90
                   add ar-open-amount to cust-90
                   move 4 to ws-bucket
               when other
                   add ar-open-amount to cust-over
                   move 5 to ws-bucket
           end-evaluate.

       age-one-item-currency.
           if ar-currency-code = spaces or "USD"
               go to age-one-item-exit.
           perform age-currency-item thru age-currency-item-exit.

       age-one-item-exit.
           exit.

      *    The same item in its own currency, against the entry
      *    for the currency - a credit nets off current.

       age-currency-item.
           move 0 to cc-subscript.

       age-currency-item-scan.
           if cc-subscript >= cc-count
               go to age-currency-item-add.
           add 1 to cc-subscript.
           if cc-code(cc-subscript) = ar-currency-code
               go to age-currency-item-post.
           go to age-currency-item-scan.

       age-currency-item-add.
           if cc-count >= 5
               go to age-currency-item-exit.
           add 1 to cc-count.
           move cc-count to cc-subscript.
           move ar-currency-code to cc-code(cc-subscript).
           move 0 to bucket-subscript.

       age-currency-item-clear.
           if bucket-subscript >= 5
               go to age-currency-item-post.
           add 1 to bucket-subscript.
           move 0 to cc-amount(cc-subscript, bucket-subscript).
           go to age-currency-item-clear.

       age-currency-item-post.
           if ws-bucket = 0
               subtract ar-fx-open-amount
                       from cc-amount(cc-subscript, 1)
           else
               add ar-fx-open-amount
                       to cc-amount(cc-subscript, ws-bucket).

       age-currency-item-exit.
           exit.

      ***********************************************************
      * One Line per Customer                                   *
      ***********************************************************
           move 0 to cust-60.
           move 0 to cust-90.
           move 0 to cust-over.
           move 0 to cc-subscript.

       print-customer-line-currency.
           if cc-subscript >= cc-count
               go to print-customer-line-done.
           add 1 to cc-subscript.
           move spaces to currency-line.
           move spaces to fl-label.
           string "  in " cc-code(cc-subscript)
                   delimited by size into fl-label.
           move cc-amount(cc-subscript, 1) to fl-current.
           move cc-amount(cc-subscript, 2) to fl-30.
           move cc-amount(cc-subscript, 3) to fl-60.
           move cc-amount(cc-subscript, 4) to fl-90.
           move cc-amount(cc-subscript, 5) to fl-over.
           move currency-line to aging-line.
           write aging-line.
           perform total-currency thru total-currency-exit.
           go to print-customer-line-currency.

       print-customer-line-done.
           move 0 to cc-count.

       print-customer-line-exit.
           exit.

      *    Into the whole ledger's total for the currency.

       total-currency.
           move 0 to gc-subscript.

       total-currency-scan.
           if gc-subscript >= gc-count
               go to total-currency-add.
           add 1 to gc-subscript.
           if gc-code(gc-subscript) = cc-code(cc-subscript)
               go to total-currency-post.
           go to total-currency-scan.

       total-currency-add.
           if gc-count >= 20
               go to total-currency-exit.
           add 1 to gc-count.
           move gc-count to gc-subscript.
           move cc-code(cc-subscript) to gc-code(gc-subscript).
           move 0 to bucket-subscript.

       total-currency-clear.
           if bucket-subscript >= 5
               go to total-currency-post.
           add 1 to bucket-subscript.
           move 0 to gc-amount(gc-subscript, bucket-subscript).
           go to total-currency-clear.

       total-currency-post.
           move 0 to bucket-subscript.

       total-currency-post-next.
           if bucket-subscript >= 5
               go to total-currency-exit.
           add 1 to bucket-subscript.
           add cc-amount(cc-subscript, bucket-subscript)
                   to gc-amount(gc-subscript, bucket-subscript).
           go to total-currency-post-next.

       total-currency-exit.
           exit.

       wrap-up.
           if customer-seen
               perform print-customer-line
           move tot-over to tl-over.
           move total-line to aging-line.
           write aging-line.
           move 0 to gc-subscript.

       wrap-up-currency.
           if gc-subscript >= gc-count
               go to wrap-up-close.
           add 1 to gc-subscript.
           move spaces to currency-line.
           move "TOTAL" to fl-prefix.
           move spaces to fl-label.
           string "in " gc-code(gc-subscript)
                   delimited by size into fl-label.
           move gc-amount(gc-subscript, 1) to fl-current.
           move gc-amount(gc-subscript, 2) to fl-30.
           move gc-amount(gc-subscript, 3) to fl-60.
           move gc-amount(gc-subscript, 4) to fl-90.
           move gc-amount(gc-subscript, 5) to fl-over.
           move currency-line to aging-line.
           write aging-line.
           go to wrap-up-currency.

       wrap-up-close.
           close ar-file.
           close customer-file.
           close aging-rpt.
