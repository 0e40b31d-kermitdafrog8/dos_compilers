      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     EXPMAINT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Export details for stock items, in the HAZMAINT mould.  *
      *  I keys an item's customs tariff (HS) code and its       *
      *  two-letter country of origin on MUSTOCK.DAT - both are  *
      *  needed before the item can go on a commercial invoice.  *
      *  L lists the items with their export details, and M      *
      *  lists only the active items still missing one, so the   *
      *  gaps can be filled before the first shipment abroad.    *
      *  Customer and ship-to countries and the customer's       *
      *  incoterms are keyed through CUSTMAST.                   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. EXPMAINT.
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
                status stock-status.
      /
       data division.

       file section.
       fd  stock-file.
           copy stockrec.cpy.
      /
       working-storage section.

       01  stock-status                 pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  choice                       pic x.
       01  list-switch                  pic x.
           88  list-missing-only                  value "M".
       01  ws-tariff-code               pic x(10).
       01  ws-origin-country            pic x(02).
       01  rows-shown                   pic 9(05).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "EXPMAINT - export details for stock items".
           open i-o stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               go to endit.

       ent-ry.
           display "I-Item  L-List items  M-Missing details  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "I" when "i"
                   perform key-item thru key-item-exit
               when "L" when "l"
                   move "L" to list-switch
                   perform list-items thru list-items-exit
               when "M" when "m"
                   move "M" to list-switch
                   perform list-items thru list-items-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * An Item's Tariff Code and Country of Origin             *
      ***********************************************************

       key-item.
           display "Stock code : ".
           move spaces to stock-key.
           accept stock-key.
           if stock-key = spaces
               go to key-item-exit.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status "
                       stock-status
               go to key-item-exit.
           display stock-key "  " stock-description-1.
           display "Tariff code " stock-tariff-code
                   "  origin " stock-origin-country.
           display "Tariff (HS) code (blank - none) : ".
           move spaces to ws-tariff-code.
           accept ws-tariff-code.
           move spaces to ws-origin-country.
           if ws-tariff-code not = spaces
               display "Country of origin (e.g. US, DE, CN) : "
               accept ws-origin-country
               if ws-origin-country = spaces
                   display "A tariff code needs its country of "
                           "origin - not saved"
                   go to key-item-exit
               end-if
           end-if.
           move ws-tariff-code to stock-tariff-code.
           move ws-origin-country to stock-origin-country.
           rewrite stock-record.
           if stock-status = "00"
               display "Export details saved"
           else
               display "Unable to update item - status "
                       stock-status.

       key-item-exit.
           exit.

      ***********************************************************
      * Items and Their Export Details                          *
      ***********************************************************

       list-items.
           move 0 to rows-shown.
           move "N" to end-of-file-switch.
           move low-values to stock-key.
           start stock-file key not less than stock-key.
           if stock-status not = "00"
               display "No stock items on file"
               go to list-items-exit.

       list-items-read.
           if end-of-file
               go to list-items-done.
           read stock-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to list-items-read
           end-read.
           if list-missing-only
               if stock-discontinued
                       or (stock-tariff-code not = spaces
                       and stock-origin-country not = spaces)
                   go to list-items-read
               end-if
           end-if.
           add 1 to rows-shown.
           display stock-key "  " stock-tariff-code "  "
                   stock-origin-country "  " stock-description-1.
           go to list-items-read.

       list-items-done.
           display "Items listed : " rows-shown.

       list-items-exit.
           exit.

       wrap-up.
           close stock-file.

       endit.
           goback.
