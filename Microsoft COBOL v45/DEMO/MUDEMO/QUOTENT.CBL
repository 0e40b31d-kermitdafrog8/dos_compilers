      *  MUORDERS.DAT line and posts stock-qty-committed, after  *
      *  the same credit-limit arithmetic ORDENT applies - or    *
      *  to mark it lost.  Everything is logged to QUOTENT.LST.  *
      *  A quote is only marked lost against a lost-sale reason, *
      *  and its item, quantity and value go on the lost-demand  *
      *  file MULOSTDM.DAT (see LOSTDMD.CPY) for LOSTRPT.        *
      *  A conversion can send the order to one of the           *
      *  customer's ship-to sites on MUSHIPTO.DAT (see           *
      *  SHIPTO.CPY), taking the site's carrier, as ORDENT does. *
      *                                                          *
      ************************************************************

           select quote-log assign "QUOTENT.LST"
                organization line sequential
                status log-status.

           select shipto-file assign "MUSHIPTO.DAT"
                organization indexed
                access dynamic
                record key st-key
                status sto-status.

           select lost-demand-file assign "MULOSTDM.DAT"
                organization line sequential
                status ldm-status.
      /
       data division.


       fd  quote-log.
       01  quote-log-line               pic x(80).

       fd  shipto-file.
           copy shipto.cpy.

       fd  lost-demand-file.
           copy lostdmd.cpy.
      /
       working-storage section.

       01  ws-order-number              pic x(06).
       01  ws-price-edited              pic z(07)9.99.

       01  sto-status                   pic xx.
       01  sto-open-switch              pic x     value "N".
           88  shipto-file-open                   value "Y".
       01  ws-shipto                    pic 9(03).

       01  ldm-status                   pic xx.
       01  ws-lost-reason               pic 9(02).
           88  lost-reason-valid                  value 01 thru 05.

      ***********************************************************
      * Credit Limit Arithmetic (see ORDENT)                     *
      ***********************************************************
           if ar-status = "00"
               move "Y" to ar-open-switch.

           open input shipto-file.
           if sto-status = "00"
               move "Y" to sto-open-switch.

           accept today-8 from date yyyymmdd.

       ent-ry.
               when "C" when "c"
                   perform convert-quote thru convert-quote-exit
               when "L" when "l"
                   perform lose-quote thru lose-quote-exit
               when other
                   continue
           end-evaluate.
       maintain-quote-exit.
           exit.

      ***********************************************************
      * Mark a Quote Lost, with Its Reason                       *
      ***********************************************************

       lose-quote.
           display "Lost-sale reason - 01 Price  02 Availability  "
                   "03 Lead time  04 Competitor  05 Customer "
                   "cancelled : ".
           move 0 to ws-lost-reason.
           accept ws-lost-reason.
           if not lost-reason-valid
               display "Invalid reason code - quote left open"
               go to lose-quote-exit.
           move "L" to qt-status-flag.
           rewrite quote-record.
           if status-1 not = "0"
               display "Unable to mark quote lost - status "
                       status-1 status-2
               go to lose-quote-exit.
           move "LOST    " to ws-action.
           perform log-quote.
           display "Quote marked lost".

           open extend lost-demand-file.
           if ldm-status not = "00"
               open output lost-demand-file.
           if ldm-status not = "00"
               display "Unable to open MULOSTDM.DAT - status "
                       ldm-status
               go to lose-quote-exit.
           move "Q" to ldm-source.
           move qt-number to ldm-document.
           move 0 to ldm-line.
           move qt-customer-code to ldm-customer-code.
           move qt-stock-key to ldm-stock-key.
           move qt-qty to ldm-qty.
           compute ldm-value = qt-qty * qt-price.
           move ws-lost-reason to ldm-reason-code.
           accept ldm-date from date yyyymmdd.
           accept ldm-time from time.
           move spaces to ldm-operator-id.
           move "QUOTENT" to ldm-program.
           write lost-demand-record.
           close lost-demand-file.

       lose-quote-exit.
           exit.

      ***********************************************************
      * Take a New Quote                                        *
      ***********************************************************
           move "S" to soh-type-flag.
           move spaces to soh-customer-ref.
           move spaces to soh-carrier-code.
           move customer-salesrep to soh-salesrep.
           move customer-currency to soh-currency-code.
           perform choose-shipto thru choose-shipto-exit.
           move soh-order-date to soh-request-date.
           write so-header-record.
           if soh-status not = "00"
               display "Unable to create order header - status "
           move "N" to order-billed-flag.
           move qt-price to order-price-each.
           move "N" to order-dropship-flag.
           move 0 to order-freight.
           write order-record.
           if ord-status not = "00"
               display "Unable to write order line - status "
       convert-quote-exit.
           exit.

      *    A site picked from the customer's ship-to file brings
      *    its own carrier onto the order (see ORDENT).

       choose-shipto.
           move 0 to soh-shipto.
           if not shipto-file-open
               go to choose-shipto-exit.
           display "Ship-to number (0 for the bill-to address) : ".
           accept ws-shipto.
           if ws-shipto = 0
               go to choose-shipto-exit.
           move soh-customer-code to st-customer-code.
           move ws-shipto to st-number.
           read shipto-file
               invalid key
                   display "Ship-to not on file for this customer"
                   go to choose-shipto
           end-read.
           if not st-active
               display "Ship-to " st-number " is inactive"
               go to choose-shipto.
           move ws-shipto to soh-shipto.
           move st-carrier-code to soh-carrier-code.
           display "Shipping to " st-name.

       choose-shipto-exit.
           exit.

      ***********************************************************
      * Credit Limit Arithmetic (see ORDENT)                     *
      ***********************************************************
               go to sum-open-ar-exit.
           if not ar-open-item
               go to sum-open-ar-read.
           if ar-type-credit-side
               subtract ar-open-amount from ws-open-ar
           else
               add ar-open-amount to ws-open-ar
               close calendar-file.
           if ar-ledger-open
               close ar-file.
           if shipto-file-open
               close shipto-file.

       endit.
           goback.
