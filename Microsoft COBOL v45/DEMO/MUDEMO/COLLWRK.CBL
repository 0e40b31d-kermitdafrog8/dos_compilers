      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     COLLWRK.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Daily collections worklist.  First settles every open   *
      *  promise to pay on MUCOLNOT.DAT (see COLLNOTE.CPY) whose *
      *  date has passed: kept if CASHAPP applied cash for the   *
      *  customer between the note and the promised date (off    *
      *  the cash history MUCASHHS.DAT), broken if it did not -  *
      *  every promise broken today is listed.  Then lists the   *
      *  past-due customers off MUARITEM.DAT ranked by the       *
      *  amount more than 30 business days past due, each with   *
      *  their latest promise and a flag: BROKEN, PROMISED,      *
      *  CALL DUE when the call-back date has come, or NO NOTES  *
      *  when nobody has called yet.  Output is COLLWRK.LST.     *
      *                                                          *
      ************************************************************

       identification division.
       program-id. COLLWRK.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status file-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select note-file assign "MUCOLNOT.DAT"
                organization indexed
                access dynamic
                record key cn-key
                status note-status.

           select cash-history assign "MUCASHHS.DAT"
                organization indexed
                access dynamic
                record key ch-key
                status hst-status.

           select calendar-file assign "MUCALNDR.DAT"
                organization indexed
                access dynamic
                record key cal-date
                status cal-status.

           select work-rpt assign "COLLWRK.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  ar-file.
           copy aritem.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  note-file.
           copy collnote.cpy.

       fd  cash-history.
           copy cashhist.cpy.

       fd  calendar-file.
           copy calrec.cpy.

       fd  work-rpt.
       01  work-line                    pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  cus-status                   pic xx.
       01  note-status                  pic xx.
       01  note-open-switch             pic x     value "N".
           88  notes-on-file                      value "Y".
       01  hst-status                   pic xx.
       01  hst-open-switch              pic x     value "N".
           88  history-on-file                    value "Y".
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  today-8                      pic 9(08).
       01  today-serial                 pic 9(07).
       01  due-serial                   pic 9(07).
       01  ws-days-late                 pic 9(05).
       01  ws-amount-edited             pic z(09)9.99.

       01  cash-found-switch            pic x.
           88  cash-found                         value "Y".

       01  promises-kept                pic 9(05) value 0.
       01  promises-broken              pic 9(05) value 0.
       01  customers-listed             pic 9(05) value 0.

      ***********************************************************
      * Past-Due Customers, Ranked by the Amount Over 30 Days   *
      ***********************************************************

       01  past-due-table.
           03  pd-entry                 occurs 200 times.
               05  pd-customer          pic 9(04).
               05  pd-over-30           pic 9(12)v99.
               05  pd-total             pic 9(12)v99.
               05  pd-ranked-switch     pic x.
                   88  pd-ranked                  value "Y".

       01  past-due-count               pic 9(03) comp value 0.
       01  pd-subscript                 pic 9(03) comp value 0.
       01  best-subscript               pic 9(03) comp value 0.

       01  ws-prior-customer            pic 9(04) value 0.
       01  customer-seen-switch         pic x     value "N".
           88  customer-seen                      value "Y".
       01  cust-past-due                pic 9(12)v99.
       01  cust-over-30                 pic 9(12)v99.

      ***********************************************************
      * The Customer's Latest Notes                             *
      ***********************************************************

       01  notes-found                  pic 9(04).
       01  last-callback-date           pic 9(08).
       01  last-promise-date            pic 9(08).
       01  last-promise-amount          pic 9(10)v99.
       01  last-promise-status          pic x.

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - COLLECTIONS WORKLIST".

       01  report-heading-2.
           03  filler                   pic x(08) value "Run on ".
           03  rh-date                  pic 9(08).

       01  broken-heading               pic x(80)
           value "Promises broken today".

       01  broken-line.
           03  filler                   pic x(02).
           03  bl-customer              pic 9(04).
           03  filler                   pic x(02).
           03  bl-name                  pic x(24).
           03  filler                   pic x(02).
           03  bl-collector             pic x(08).
           03  filler                   pic x(02).
           03  bl-amount                pic z(06)9.99.
           03  filler                   pic x(04) value " by ".
           03  bl-date                  pic 9(08).

       01  worklist-heading.
           03  filler                   pic x(40)
                   value "Cust Name               Over 30    Past ".
           03  filler                   pic x(40)
                   value "due Promised     Amount Action".

       01  worklist-line.
           03  wl-customer              pic 9(04).
           03  filler                   pic x(01).
           03  wl-name                  pic x(14).
           03  filler                   pic x(01).
           03  wl-over-30               pic z(07)9.99.
           03  filler                   pic x(01).
           03  wl-total                 pic z(07)9.99.
           03  filler                   pic x(01).
           03  wl-promise-date          pic z(08).
           03  filler                   pic x(01).
           03  wl-promise-amount        pic z(06)9.99.
           03  filler                   pic x(01).
           03  wl-action                pic x(08).

      ***********************************************************
      * Date-to-Serial-Day Conversion                           *
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

       01  month-length-values.
           03  filler                   pic x(24) value
               "312831303130313130313031".
       01  month-length-table redefines month-length-values.
           03  month-length             pic 9(02) occurs 12 times.

       01  uns-serial                   pic 9(07).
       01  uns-day-of-year              pic 9(03).
       01  uns-month                    pic 9(02).
       01  uns-days-in-month            pic 9(02).

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
       01  count-from-serial            pic 9(07).
       01  count-to-serial              pic 9(07).
       01  dow-remainder                pic 9(01).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "COLLWRK - daily collections worklist".
           open input ar-file.
           if status-1 not = "0"
               display "Unable to open MUARITEM.DAT - status "
                       status-1 status-2
               go to endit.
           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close ar-file
               go to endit.
           open output work-rpt.
           if rpt-status not = "00"
               display "Unable to open COLLWRK.LST - status "
                       rpt-status
               close ar-file
               close customer-file
               go to endit.

      *    No notes yet means no promises to settle and every
      *    past-due customer still needs a first call.
           open i-o note-file.
           if note-status = "00"
               move "Y" to note-open-switch.
           open input cash-history.
           if hst-status = "00"
               move "Y" to hst-open-switch.
           open input calendar-file.
           if cal-status = "00"
               move "Y" to cal-open-switch.

           accept today-8 from date yyyymmdd.
           move today-8 to conv-date.
           perform convert-date-to-serial.
           move conv-serial to today-serial.

           move report-heading-1 to work-line.
           write work-line.
           move today-8 to rh-date.
           move report-heading-2 to work-line.
           write work-line.
           move spaces to work-line.
           write work-line.

           perform settle-promises thru settle-promises-exit.
           perform build-past-due thru build-past-due-exit.
           perform print-worklist thru print-worklist-exit.

       wrap-up.
           close ar-file.
           close customer-file.
           close work-rpt.
           if notes-on-file
               close note-file.
           if history-on-file
               close cash-history.
           if calendar-open
               close calendar-file.
           display "Promises kept      : " promises-kept.
           display "Promises broken    : " promises-broken.
           display "Customers listed   : " customers-listed.

       endit.
           goback.

      ***********************************************************
      * Settle the Promises Whose Date Has Passed               *
      *    Any CASHAPP application for the customer from the     *
      *    day of the note to the promised date keeps it.        *
      ***********************************************************

       settle-promises.
           move broken-heading to work-line.
           write work-line.
           if not notes-on-file
               go to settle-promises-done.
           move "N" to end-of-file-switch.
           move low-values to cn-key.
           start note-file key not less than cn-key.
           if note-status not = "00"
               go to settle-promises-done.

       settle-promises-read.
           if end-of-file
               go to settle-promises-done.
           read note-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to settle-promises-read
           end-read.
           if not cn-promise-open
               go to settle-promises-read.
           if cn-promise-date not < today-8
               go to settle-promises-read.
           perform look-for-cash thru look-for-cash-exit.
           if cash-found
               move "K" to cn-promise-status
               add 1 to promises-kept
           else
               move "B" to cn-promise-status
               add 1 to promises-broken
               perform print-broken-promise.
           rewrite collection-note-record.
           if note-status not = "00"
               display "Unable to settle promise for customer "
                       cn-customer-code " - status " note-status.
           go to settle-promises-read.

       settle-promises-done.
           if promises-broken = 0
               move "  (none)" to work-line
               write work-line.
           move spaces to work-line.
           write work-line.

       settle-promises-exit.
           exit.

       look-for-cash.
           move "N" to cash-found-switch.
           if not history-on-file
               go to look-for-cash-exit.
           move cn-customer-code to ch-customer-code.
           move cn-date to ch-date.
           move 0 to ch-seq.
           start cash-history key not less than ch-key.
           if hst-status not = "00"
               go to look-for-cash-exit.
           read cash-history next record
               at end
                   go to look-for-cash-exit
           end-read.
           if ch-customer-code = cn-customer-code
                   and ch-date not > cn-promise-date
               move "Y" to cash-found-switch.

       look-for-cash-exit.
           exit.

       print-broken-promise.
           move cn-customer-code to bl-customer.
           move cn-customer-code to customer-code.
           read customer-file
               invalid key
                   move "** not on file **" to customer-name
           end-read.
           move customer-name to bl-name.
           move cn-collector to bl-collector.
           move cn-promise-amount to bl-amount.
           move cn-promise-date to bl-date.
           move broken-line to work-line.
           write work-line.

      ***********************************************************
      * Bucket the Open Invoices per Customer                   *
      *    The ledger is in customer order, so a customer's      *
      *    totals are complete when the code changes.            *
      ***********************************************************

       build-past-due.
           move 0 to past-due-count.
           move "N" to end-of-file-switch.
           move "N" to customer-seen-switch.
           move 0 to cust-past-due.
           move 0 to cust-over-30.
           move low-values to ar-key.
           start ar-file key not less than ar-key.
           if status-1 not = "0"
               go to build-past-due-exit.

       build-past-due-read.
           if end-of-file
               go to build-past-due-last.
           read ar-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to build-past-due-read
           end-read.
           if not ar-open-item or not ar-type-invoice
               go to build-past-due-read.
           if customer-seen
                   and ar-customer-code not = ws-prior-customer
               perform table-customer thru table-customer-exit.
           move "Y" to customer-seen-switch.
           move ar-customer-code to ws-prior-customer.
           move ar-due-date to conv-date.
           perform convert-date-to-serial.
           move conv-serial to due-serial.
           if today-serial <= due-serial
               go to build-past-due-read.
           add ar-open-amount to cust-past-due.
           move due-serial to count-from-serial.
           move today-serial to count-to-serial.
           perform count-business-days
                   thru count-business-days-exit.
           move bus-days-counted to ws-days-late.
           if ws-days-late > 30
               add ar-open-amount to cust-over-30.
           go to build-past-due-read.

       build-past-due-last.
           if customer-seen
               perform table-customer thru table-customer-exit.

       build-past-due-exit.
           exit.

       table-customer.
           if cust-past-due = 0
               go to table-customer-reset.
           if past-due-count >= 200
               go to table-customer-reset.
           add 1 to past-due-count.
           move ws-prior-customer to pd-customer(past-due-count).
           move cust-over-30 to pd-over-30(past-due-count).
           move cust-past-due to pd-total(past-due-count).
           move "N" to pd-ranked-switch(past-due-count).

       table-customer-reset.
           move 0 to cust-past-due.
           move 0 to cust-over-30.

       table-customer-exit.
           exit.

      ***********************************************************
      * The Worklist - Largest Over-30 Amount First             *
      ***********************************************************

       print-worklist.
           move worklist-heading to work-line.
           write work-line.

       print-worklist-next.
           perform find-next-rank thru find-next-rank-exit.
           if best-subscript = 0
               go to print-worklist-exit.
           move "Y" to pd-ranked-switch(best-subscript).
           move pd-customer(best-subscript) to customer-code.
           read customer-file
               invalid key
                   move "** not on file **" to customer-name
           end-read.
           perform find-latest-notes thru find-latest-notes-exit.
           move spaces to worklist-line.
           move pd-customer(best-subscript) to wl-customer.
           move customer-name to wl-name.
           move pd-over-30(best-subscript) to wl-over-30.
           move pd-total(best-subscript) to wl-total.
           move last-promise-date to wl-promise-date.
           move last-promise-amount to wl-promise-amount.
           evaluate true
               when notes-found = 0
                   move "NO NOTES" to wl-action
               when last-promise-status = "B"
                   move "BROKEN" to wl-action
               when last-promise-status = "O"
                   move "PROMISED" to wl-action
               when last-callback-date > 0
                       and last-callback-date <= today-8
                   move "CALL DUE" to wl-action
               when other
                   move spaces to wl-action
           end-evaluate.
           move worklist-line to work-line.
           write work-line.
           add 1 to customers-listed.
           go to print-worklist-next.

       print-worklist-exit.
           exit.

       find-next-rank.
           move 0 to best-subscript.
           move 0 to pd-subscript.

       find-next-rank-scan.
           if pd-subscript >= past-due-count
               go to find-next-rank-exit.
           add 1 to pd-subscript.
           if pd-ranked(pd-subscript)
               go to find-next-rank-scan.
           if best-subscript = 0
               move pd-subscript to best-subscript
               go to find-next-rank-scan.
           if pd-over-30(pd-subscript) > pd-over-30(best-subscript)
               move pd-subscript to best-subscript
               go to find-next-rank-scan.
           if pd-over-30(pd-subscript) = pd-over-30(best-subscript)
                   and pd-total(pd-subscript) > pd-total(best-subscript)
               move pd-subscript to best-subscript.
           go to find-next-rank-scan.

       find-next-rank-exit.
           exit.

      ***********************************************************
      *    The latest call-back date and the latest promise the  *
      *    customer made - the notes read in date order.         *
      ***********************************************************

       find-latest-notes.
           move 0 to notes-found.
           move 0 to last-callback-date.
           move 0 to last-promise-date.
           move 0 to last-promise-amount.
           move space to last-promise-status.
           if not notes-on-file
               go to find-latest-notes-exit.
           move customer-code to cn-customer-code.
           move 0 to cn-date.
           move 0 to cn-seq.
           start note-file key not less than cn-key.
           if note-status not = "00"
               go to find-latest-notes-exit.

       find-latest-notes-read.
           read note-file next record
               at end
                   go to find-latest-notes-exit
           end-read.
           if cn-customer-code not = customer-code
               go to find-latest-notes-exit.
           add 1 to notes-found.
           move cn-callback-date to last-callback-date.
           if not cn-no-promise
               move cn-promise-date to last-promise-date
               move cn-promise-amount to last-promise-amount
               move cn-promise-status to last-promise-status.
           go to find-latest-notes-read.

       find-latest-notes-exit.
           exit.

      ***********************************************************
      * Business-Day Arithmetic (see EXPEDITE)                   *
      ***********************************************************

       count-business-days.
           move 0 to bus-days-counted.
           move count-from-serial to conv-serial.

       count-business-days-loop.
           if conv-serial >= count-to-serial
               go to count-business-days-exit.
           add 1 to conv-serial.
           perform is-working-day thru is-working-day-exit.
           if working-day
               add 1 to bus-days-counted.
           go to count-business-days-loop.

       count-business-days-exit.
           exit.

       is-working-day.
           move conv-serial to hold-serial.
           move conv-serial to uns-serial.
           perform convert-serial-to-date.
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
