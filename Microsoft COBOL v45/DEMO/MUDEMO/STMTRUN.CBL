      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     STMTRUN.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Monthly customer statement of account run.  ARAGE       *
      *  gives the aging buckets but customers got no statement  *
      *  - collections photocopied ARAGE.LST lines.  For every   *
      *  customer in the keyed code range this prints, with the  *
      *  name and address off MUCUSTMR.DAT, the opening balance, *
      *  every invoice (BILLRUN) and credit memo (CREDMEMO) on   *
      *  MUARITEM.DAT dated in the period, every payment CASHAPP *
      *  applied in the period off the cash history MUCASHHS.DAT *
      *  (see CASHHIST.CPY), the closing balance and an aging    *
      *  strip in ARAGE's buckets as at the period end.          *
      *  Unapplied cash and deposits print as the payment that   *
      *  brought them in and hold the balance down until used.   *
      *                                                          *
      *  Balances are worked back from today's open amounts -    *
      *  the ledger itself - less documents dated after the      *
      *  period plus payments applied after it, so history that  *
      *  predates the cash file still opens at the right figure. *
      *  A customer with a zero closing balance and nothing in   *
      *  the period can be skipped.  Output is STATEMNT.LST,     *
      *  routable to paper through the STOCKPRT spool.           *
      *                                                          *
      ************************************************************

       identification division.
       program-id. STMTRUN.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status file-status.

           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status ar-status.

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

           select statement-rpt assign "STATEMNT.LST"
                organization line sequential
                status rpt-status.

           select param-file assign "MURPTPRM.DAT"
                organization line sequential
                status prm-status.
      /
       data division.

       file section.
       fd  customer-file.
           copy customer.cpy.

       fd  ar-file.
           copy aritem.cpy.

       fd  cash-history.
           copy cashhist.cpy.

       fd  calendar-file.
           copy calrec.cpy.

       fd  statement-rpt.
       01  statement-line               pic x(80).

       fd  param-file.
           copy rptparm.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  ar-status                    pic xx.
       01  hst-status                   pic xx.
       01  hst-open-switch              pic x     value "N".
           88  history-on-file                    value "Y".
       01  rpt-status                   pic xx.
       01  prm-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.
       01  skip-zero-switch             pic x.
           88  skip-zero-accounts                 value "Y" "y".
       01  from-customer                pic 9(04).
       01  to-customer                  pic 9(04).
       01  period-start                 pic 9(08).
       01  period-end                   pic 9(08).
       01  period-end-serial            pic 9(07).
       01  due-serial                   pic 9(07).
       01  ws-days-late                 pic 9(05).

      ***********************************************************
      * One Customer's Figures                                  *
      ***********************************************************

       01  cust-current-balance         pic s9(12)v99.
       01  cust-later-docs              pic s9(12)v99.
       01  cust-later-cash              pic s9(12)v99.
       01  cust-period-charges          pic s9(12)v99.
       01  cust-period-credits          pic s9(12)v99.
       01  cust-period-cash             pic s9(12)v99.
       01  cust-opening                 pic s9(12)v99.
       01  cust-closing                 pic s9(12)v99.
       01  cust-activity                pic 9(04).

       01  age-current                  pic s9(12)v99.
       01  age-30                       pic 9(12)v99.
       01  age-60                       pic 9(12)v99.
       01  age-90                       pic 9(12)v99.
       01  age-over                     pic 9(12)v99.

       01  customers-read               pic 9(05) value 0.
       01  statements-printed           pic 9(05) value 0.

       01  stmt-head-line.
           03  filler                   pic x(22)
                   value "STATEMENT OF ACCOUNT  ".
           03  filler                   pic x(09) value "Customer ".
           03  sh-customer              pic 9(04).
           03  filler                   pic x(19)
                   value "    Statement date ".
           03  sh-date                  pic 9(08).

       01  stmt-period-line.
           03  filler                   pic x(12) value "Period from ".
           03  sp-from                  pic 9(08).
           03  filler                   pic x(04) value " to ".
           03  sp-to                    pic 9(08).

       01  stmt-column-line.
           03  filler                   pic x(40)
                   value "Date      Document    Details".
           03  filler                   pic x(40)
                   value "                  Debit        Credit".

       01  stmt-detail-line.
           03  sd-date                  pic 9(08).
           03  filler                   pic x(02).
           03  sd-document              pic x(06).
           03  filler                   pic x(04).
           03  sd-details               pic x(30).
           03  sd-debit                 pic z(09)9.99.
           03  filler                   pic x(01).
           03  sd-credit                pic z(09)9.99.

       01  stmt-balance-line.
           03  filler                   pic x(19).
           03  sb-caption               pic x(30).
           03  sb-amount                pic -(10)9.99.

       01  stmt-aging-head.
           03  filler                   pic x(13) value "      Current".
           03  filler                   pic x(10) value "      1-30".
           03  filler                   pic x(10) value "     31-60".
           03  filler                   pic x(10) value "     61-90".
           03  filler                   pic x(10) value "   Over 90".

       01  stmt-aging-line.
           03  sa-current               pic -(09)9.99.
           03  sa-30                    pic z(06)9.99.
           03  sa-60                    pic z(06)9.99.
           03  sa-90                    pic z(06)9.99.
           03  sa-over                  pic z(06)9.99.

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
           display "STMTRUN - customer statements of account".
           display "From customer code : ".
           accept from-customer.
           display "To customer code (0 for all) : ".
           accept to-customer.
           if to-customer = 0
               move 9999 to to-customer.
           display "Period from (YYYYMMDD) : ".
           accept period-start.
           display "Period to   (YYYYMMDD) : ".
           accept period-end.
           if period-end < period-start
               display "Period ends before it starts - run refused"
               go to endit.
           display "Skip zero-balance accounts with no activity "
                   "(Y/N) ? ".
           accept skip-zero-switch.

           open input customer-file.
           if status-1 not = "0"
               display "Unable to open MUCUSTMR.DAT - status "
                       status-1 status-2
               go to endit.
           open input ar-file.
           if ar-status not = "00"
               display "Unable to open MUARITEM.DAT - status "
                       ar-status
               close customer-file
               go to endit.
           open output statement-rpt.
           if rpt-status not = "00"
               display "Unable to open STATEMNT.LST - status "
                       rpt-status
               close customer-file
               close ar-file
               go to endit.

      *    No cash history yet simply means no payments to list.
           open input cash-history.
           if hst-status = "00"
               move "Y" to hst-open-switch.
           open input calendar-file.
           if cal-status = "00"
               move "Y" to cal-open-switch.

           move period-end to conv-date.
           perform convert-date-to-serial.
           move conv-serial to period-end-serial.

           move from-customer to customer-code.
           start customer-file key not less than customer-code.
           if status-1 not = "0"
               go to wrap-up.

       read-loop.
           if end-of-file
               go to wrap-up.
           read customer-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           if customer-code > to-customer
               go to wrap-up.
           add 1 to customers-read.
           perform work-out-balances thru work-out-balances-exit.
           if skip-zero-accounts
                   and cust-closing = 0 and cust-activity = 0
               go to read-loop.
           perform print-statement thru print-statement-exit.
           go to read-loop.

      ***********************************************************
      * Work the Customer's Balances Back from Today            *
      *    closing = open today - documents after the period     *
      *              + payments applied after the period         *
      *    opening = closing - period charges + period credits   *
      *              + period payments                           *
      ***********************************************************

       work-out-balances.
           move 0 to cust-current-balance.
           move 0 to cust-later-docs.
           move 0 to cust-later-cash.
           move 0 to cust-period-charges.
           move 0 to cust-period-credits.
           move 0 to cust-period-cash.
           move 0 to cust-activity.
           move 0 to age-current.
           move 0 to age-30.
           move 0 to age-60.
           move 0 to age-90.
           move 0 to age-over.

           move customer-code to ar-customer-code.
           move low-values to ar-document-number.
           start ar-file key not less than ar-key.
           if ar-status not = "00"
               go to work-out-cash.

       work-out-ar-read.
           read ar-file next record
               at end
                   go to work-out-cash
           end-read.
           if ar-customer-code not = customer-code
               go to work-out-cash.
      *    Unapplied cash came in as a payment - the cash history
      *    carries it - so only what is still open counts here.
           if ar-type-unapplied
               if ar-open-item
                   subtract ar-open-amount from cust-current-balance
                   if ar-date <= period-end
                       perform age-one-item thru age-one-item-exit
                   end-if
               end-if
               go to work-out-ar-read
           end-if.
           if ar-type-credit-side
               if ar-open-item
                   subtract ar-open-amount from cust-current-balance
               end-if
               if ar-date > period-end
                   subtract ar-original-amount from cust-later-docs
               end-if
               if ar-date >= period-start and ar-date <= period-end
                   add ar-original-amount to cust-period-credits
                   add 1 to cust-activity
               end-if
           else
               if ar-open-item
                   add ar-open-amount to cust-current-balance
               end-if
               if ar-date > period-end
                   add ar-original-amount to cust-later-docs
               end-if
               if ar-date >= period-start and ar-date <= period-end
                   add ar-original-amount to cust-period-charges
                   add 1 to cust-activity
               end-if
           end-if.
           if ar-open-item and ar-date <= period-end
               perform age-one-item thru age-one-item-exit.
           go to work-out-ar-read.

       work-out-cash.
           if not history-on-file
               go to work-out-totals.
           move customer-code to ch-customer-code.
           move period-start to ch-date.
           move 0 to ch-seq.
           start cash-history key not less than ch-key.
           if hst-status not = "00"
               go to work-out-totals.

       work-out-cash-read.
           read cash-history next record
               at end
                   go to work-out-totals
           end-read.
           if ch-customer-code not = customer-code
               go to work-out-totals.
           if ch-date > period-end
               add ch-amount to cust-later-cash
           else
               add ch-amount to cust-period-cash
               add 1 to cust-activity.
           go to work-out-cash-read.

       work-out-totals.
           compute cust-closing = cust-current-balance
                                - cust-later-docs
                                + cust-later-cash.
           compute cust-opening = cust-closing
                                - cust-period-charges
                                + cust-period-credits
                                + cust-period-cash.

       work-out-balances-exit.
           exit.

      ***********************************************************
      * Age One Open Item as at the Period End (ARAGE buckets)  *
      ***********************************************************

       age-one-item.
           if ar-type-credit-side
               subtract ar-open-amount from age-current
               go to age-one-item-exit.
           move ar-due-date to conv-date.
           perform convert-date-to-serial.
           move conv-serial to due-serial.
           if period-end-serial <= due-serial
               add ar-open-amount to age-current
               go to age-one-item-exit.
           move due-serial to count-from-serial.
           move period-end-serial to count-to-serial.
           perform count-business-days
                   thru count-business-days-exit.
           move bus-days-counted to ws-days-late.
           evaluate true
               when ws-days-late <= 30
                   add ar-open-amount to age-30
               when ws-days-late <= 60
                   add ar-open-amount to age-60
               when ws-days-late <= 90
                   add ar-open-amount to age-90
               when other
                   add ar-open-amount to age-over
           end-evaluate.

       age-one-item-exit.
           exit.

      ***********************************************************
      * The Printed Statement                                   *
      ***********************************************************

       print-statement.
           move all "=" to statement-line.
           write statement-line.
           move customer-code to sh-customer.
           move period-end to sh-date.
           move stmt-head-line to statement-line.
           write statement-line.
           move customer-name to statement-line.
           write statement-line.
           move customer-address-1 to statement-line.
           write statement-line.
           move customer-address-2 to statement-line.
           write statement-line.
           move period-start to sp-from.
           move period-end to sp-to.
           move stmt-period-line to statement-line.
           write statement-line.
           move spaces to statement-line.
           write statement-line.
           move stmt-column-line to statement-line.
           write statement-line.

           move "Opening balance" to sb-caption.
           move cust-opening to sb-amount.
           move stmt-balance-line to statement-line.
           write statement-line.

           perform print-documents thru print-documents-exit.
           perform print-payments thru print-payments-exit.

           move "Closing balance" to sb-caption.
           move cust-closing to sb-amount.
           move stmt-balance-line to statement-line.
           write statement-line.
           move spaces to statement-line.
           write statement-line.
           move stmt-aging-head to statement-line.
           write statement-line.
           move age-current to sa-current.
           move age-30 to sa-30.
           move age-60 to sa-60.
           move age-90 to sa-90.
           move age-over to sa-over.
           move stmt-aging-line to statement-line.
           write statement-line.
           move spaces to statement-line.
           write statement-line.
           add 1 to statements-printed.

       print-statement-exit.
           exit.

       print-documents.
           move customer-code to ar-customer-code.
           move low-values to ar-document-number.
           start ar-file key not less than ar-key.
           if ar-status not = "00"
               go to print-documents-exit.

       print-documents-read.
           read ar-file next record
               at end
                   go to print-documents-exit
           end-read.
           if ar-customer-code not = customer-code
               go to print-documents-exit.
           if ar-date < period-start or ar-date > period-end
               go to print-documents-read.
           if ar-type-unapplied
               go to print-documents-read.
           move spaces to stmt-detail-line.
           move ar-date to sd-date.
           move ar-document-number to sd-document.
           evaluate true
               when ar-type-credit-memo
                   move "Credit memo" to sd-details
                   move ar-original-amount to sd-credit
               when ar-type-write-off
                   move "Bad debt written off" to sd-details
                   move ar-original-amount to sd-credit
               when ar-type-finance-charge
                   move "Finance charge" to sd-details
                   move ar-original-amount to sd-debit
               when other
                   move "Invoice" to sd-details
                   move ar-original-amount to sd-debit
           end-evaluate.
           move stmt-detail-line to statement-line.
           write statement-line.
           go to print-documents-read.

       print-documents-exit.
           exit.

       print-payments.
           if not history-on-file
               go to print-payments-exit.
           move customer-code to ch-customer-code.
           move period-start to ch-date.
           move 0 to ch-seq.
           start cash-history key not less than ch-key.
           if hst-status not = "00"
               go to print-payments-exit.

       print-payments-read.
           read cash-history next record
               at end
                   go to print-payments-exit
           end-read.
           if ch-customer-code not = customer-code
               go to print-payments-exit.
           if ch-date > period-end
               go to print-payments-exit.
           move spaces to stmt-detail-line.
           move ch-date to sd-date.
           move ch-document-number to sd-document.
           move spaces to sd-details.
           string "Payment - check " ch-check-reference
                   delimited by size into sd-details.
           move ch-amount to sd-credit.
           move stmt-detail-line to statement-line.
           write statement-line.
           go to print-payments-read.

       print-payments-exit.
           exit.

       wrap-up.
           close customer-file.
           close ar-file.
           close statement-rpt.
           if history-on-file
               close cash-history.
           if calendar-open
               close calendar-file.
           display "Customers read     : " customers-read.
           display "Statements printed : " statements-printed.
           if statements-printed = 0
               go to endit.
           display "Spool the statements to the printer (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform spool-statements thru spool-statements-exit.

       endit.
           goback.

      ***********************************************************
      *    The statements go to paper the same way RPTRUN routes *
      *    a listing - through the STOCKPRT spool.               *
      ***********************************************************

       spool-statements.
           open output param-file.
           if prm-status not = "00"
               display "Unable to hand off to STOCKPRT - status "
                       prm-status
               go to spool-statements-exit.
           move "STOCKPRT" to parm-program.
           move 0 to parm-date-1.
           move 0 to parm-date-2.
           move "STATEMNT.LST" to parm-text.
           write report-parm-record.
           close param-file.
           call "STOCKPRT".
           cancel "STOCKPRT".

       spool-statements-exit.
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
