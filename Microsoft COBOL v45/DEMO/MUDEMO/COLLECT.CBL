      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     COLLECT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Collections inquiry and note entry.  Lists the past-due *
      *  customers off MUARITEM.DAT ranked by the amount more    *
      *  than 30 business days past due (ARAGE's buckets), then  *
      *  for a keyed customer shows the open items and the notes *
      *  history off MUCOLNOT.DAT (see COLLNOTE.CPY), and lets   *
      *  the collector file a note of the call - who was spoken  *
      *  to, what was said, when to call back - with an optional *
      *  promise-to-pay amount and date.  Every note is stamped  *
      *  with the operator signed on at the menu.                *
      *                                                          *
      ************************************************************

       identification division.
       program-id. COLLECT.
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

           select calendar-file assign "MUCALNDR.DAT"
                organization indexed
                access dynamic
                record key cal-date
                status cal-status.
      /
       data division.

       file section.
       fd  ar-file.
           copy aritem.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  note-file.
           copy collnote.cpy.

       fd  calendar-file.
           copy calrec.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  cus-status                   pic xx.
       01  note-status                  pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  today-serial                 pic 9(07).
       01  due-serial                   pic 9(07).
       01  ws-days-late                 pic 9(05).
       01  ws-customer-code             pic 9(04).
       01  ws-amount-edited             pic z(09)9.99.
       01  ws-over-edited               pic z(09)9.99.
       01  items-shown                  pic 9(04).
       01  notes-shown                  pic 9(04).
       01  notes-filed                  pic 9(04) value 0.

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
       01  rank-number                  pic 9(03) value 0.
       01  ranks-to-show                pic 9(03) value 20.

       01  ws-prior-customer            pic 9(04) value 0.
       01  customer-seen-switch         pic x     value "N".
           88  customer-seen                      value "Y".
       01  cust-past-due                pic 9(12)v99.
       01  cust-over-30                 pic 9(12)v99.

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

       linkage section.
       01  lk-operator-id               pic x(08).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division using lk-operator-id.
       main.
           display "COLLECT - collections inquiry and notes".
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
           open i-o note-file.
           if note-status not = "00"
               open output note-file
               close note-file
               open i-o note-file.
           if note-status not = "00"
               display "Unable to open MUCOLNOT.DAT - status "
                       note-status
               close ar-file
               close customer-file
               go to endit.
           open input calendar-file.
           if cal-status = "00"
               move "Y" to cal-open-switch.

           accept today-8 from date yyyymmdd.
           move today-8 to conv-date.
           perform convert-date-to-serial.
           move conv-serial to today-serial.

           perform build-past-due thru build-past-due-exit.
           perform show-ranking thru show-ranking-exit.

       ent-ry.
           display "Customer code (0 to exit) : ".
           accept ws-customer-code.
           if ws-customer-code = 0
               go to wrap-up.
           move ws-customer-code to customer-code.
           read customer-file
               invalid key
                   display "Customer code not found"
                   go to ent-ry
           end-read.
           display "Customer " customer-code "  " customer-name
                   "  " customer-phone.
           perform list-open-items thru list-open-items-exit.
           perform list-notes thru list-notes-exit.
           display "Add a collections note (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform add-note thru add-note-exit.
           go to ent-ry.

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
      * Show the Ranking - Largest Over-30 Amount First         *
      ***********************************************************

       show-ranking.
           if past-due-count = 0
               display "No customers past due"
               go to show-ranking-exit.
           display "Rank Cust Name                      "
                   "     Over 30      Past due".
           move 0 to rank-number.

       show-ranking-next.
           if rank-number >= ranks-to-show
               go to show-ranking-exit.
           perform find-next-rank thru find-next-rank-exit.
           if best-subscript = 0
               go to show-ranking-exit.
           add 1 to rank-number.
           move "Y" to pd-ranked-switch(best-subscript).
           move pd-customer(best-subscript) to customer-code.
           read customer-file
               invalid key
                   move "** not on file **" to customer-name
           end-read.
           move pd-over-30(best-subscript) to ws-over-edited.
           move pd-total(best-subscript) to ws-amount-edited.
           display rank-number "  " pd-customer(best-subscript)
                   " " customer-name(1:24)
                   " " ws-over-edited
                   " " ws-amount-edited.
           go to show-ranking-next.

       show-ranking-exit.
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
      * The Customer's Open Items and Notes History             *
      ***********************************************************

       list-open-items.
           move 0 to items-shown.
           move ws-customer-code to ar-customer-code.
           move low-values to ar-document-number.
           start ar-file key not less than ar-key.
           if status-1 not = "0"
               go to list-open-items-done.

       list-open-items-read.
           read ar-file next record
               at end
                   go to list-open-items-done
           end-read.
           if ar-customer-code not = ws-customer-code
               go to list-open-items-done.
           if not ar-open-item
               go to list-open-items-read.
           move ar-open-amount to ws-amount-edited.
           display "  " ar-document-number
                   "  " ar-document-type
                   "  dated " ar-date
                   "  due " ar-due-date
                   "  open " ws-amount-edited
                   "  reason " ar-shortpay-reason.
           add 1 to items-shown.
           go to list-open-items-read.

       list-open-items-done.
           if items-shown = 0
               display "No open items for this customer".

       list-open-items-exit.
           exit.

       list-notes.
           move 0 to notes-shown.
           move ws-customer-code to cn-customer-code.
           move 0 to cn-date.
           move 0 to cn-seq.
           start note-file key not less than cn-key.
           if note-status not = "00"
               go to list-notes-done.

       list-notes-read.
           read note-file next record
               at end
                   go to list-notes-done
           end-read.
           if cn-customer-code not = ws-customer-code
               go to list-notes-done.
           if notes-shown = 0
               display "Notes history :".
           add 1 to notes-shown.
           display "  " cn-date "  " cn-collector
                   "  spoke to " cn-contact.
           display "    " cn-note-text.
           if cn-callback-date > 0
               display "    call back " cn-callback-date.
           if not cn-no-promise
               move cn-promise-amount to ws-amount-edited
               display "    promised " ws-amount-edited
                       " by " cn-promise-date
                       "  status " cn-promise-status.
           go to list-notes-read.

       list-notes-done.
           if notes-shown = 0
               display "No collections notes for this customer".

       list-notes-exit.
           exit.

      ***********************************************************
      * File a Note of the Call                                 *
      *    A promise needs an amount and a date no earlier than  *
      *    today; COLLWRK decides later whether it was kept.     *
      ***********************************************************

       add-note.
           move ws-customer-code to cn-customer-code.
           move today-8 to cn-date.
           move 0 to cn-seq.
           move lk-operator-id to cn-collector.
           display "Contact spoken to : ".
           accept cn-contact.
           display "Note : ".
           accept cn-note-text.
           display "Call back on (YYYYMMDD, 0 for none) : ".
           accept cn-callback-date.
           move 0 to cn-promise-amount.
           move 0 to cn-promise-date.
           move space to cn-promise-status.
           display "Promise to pay (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to add-note-write.
           display "Amount promised : ".
           accept cn-promise-amount.
           display "Promised by (YYYYMMDD) : ".
           accept cn-promise-date.
           if cn-promise-amount = 0 or cn-promise-date < today-8
               display "Promise needs an amount and a date from "
                       "today on - filed as a note only"
               move 0 to cn-promise-amount
               move 0 to cn-promise-date
           else
               move "O" to cn-promise-status.

      *    Two notes for the same customer on the same day
      *    collide on the key - the next sequence breaks the tie.

       add-note-write.
           write collection-note-record.
           if note-status = "22"
               add 1 to cn-seq
               go to add-note-write.
           if note-status not = "00"
               display "Unable to file note - status " note-status
               go to add-note-exit.
           add 1 to notes-filed.
           display "Note filed".

       add-note-exit.
           exit.

       wrap-up.
           close ar-file.
           close customer-file.
           close note-file.
           if calendar-open
               close calendar-file.
           display "Notes filed : " notes-filed.

       endit.
           exit program.

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
