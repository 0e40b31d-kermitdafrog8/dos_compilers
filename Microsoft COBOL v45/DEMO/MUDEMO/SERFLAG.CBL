      *  makes STOCKISS and ORDENT refuse an issue or shipment   *
      *  until serials equal to the quantity are keyed - and     *
      *  the lot relief order: receipt-date FIFO (the default)   *
      *  or first-expiry-first-out for the dated lines.  A       *
      *  serial-tracked item also takes its warranty in months   *
      *  from shipment, kept on MUWARRTY.DAT (see WARRANTY.CPY)  *
      *  for SVCORD's repair orders.                             *
      *                                                          *
      ************************************************************

                alternate record key stock-description-1
                    with duplicates
                status file-status.

           select warranty-file assign "MUWARRTY.DAT"
                organization indexed
                access dynamic
                record key wt-stock-key
                status wty-status.
      /
       data division.

       file section.
       fd  stock-file.
           copy stockrec.cpy.

       fd  warranty-file.
           copy warranty.cpy.
      /
       working-storage section.

           03  status-1                 pic x.
           03  status-2                 pic x.

       01  wty-status                   pic xx.
       01  wty-open-switch              pic x     value "N".
           88  warranty-file-open                 value "Y".
       01  ws-warranty-months           pic 9(03).

       01  yesno                        pic x.
       01  items-changed                pic 9(04) value 0.

                       status-1 status-2
               go to endit.

      *    Created on first use.
           open i-o warranty-file.
           if wty-status not = "00"
               open output warranty-file
               close warranty-file
               open i-o warranty-file.
           if wty-status = "00"
               move "Y" to wty-open-switch.

       ent-ry.
           display "Stock code (blank to exit) : ".
           accept stock-key.
           else
               display "Unable to update item - status "
                       status-1 status-2.
           if stock-serialized and warranty-file-open
               perform key-warranty thru key-warranty-exit.
           go to ent-ry.

      *    Months of warranty from the day a unit ships; zero
      *    takes the item's warranty away.

       key-warranty.
           move stock-key to wt-stock-key.
           read warranty-file.
           if wty-status = "00"
               display "Warranty is " wt-months " months"
           else
               display "Item carries no warranty".
           display "Change the warranty (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to key-warranty-exit.
           display "Warranty months from shipment : ".
           move 0 to ws-warranty-months.
           accept ws-warranty-months.
           if wty-status = "00"
               if ws-warranty-months = 0
                   delete warranty-file record
               else
                   move ws-warranty-months to wt-months
                   rewrite warranty-record
               end-if
           else
               if ws-warranty-months = 0
                   go to key-warranty-exit
               end-if
               move stock-key to wt-stock-key
               move ws-warranty-months to wt-months
               write warranty-record
           end-if.
           if wty-status not = "00"
               display "Unable to update warranty - status "
                       wty-status.

       key-warranty-exit.
           exit.

       wrap-up.
           close stock-file.
           if warranty-file-open
               close warranty-file.
           display "Items changed : " items-changed.

       endit.
