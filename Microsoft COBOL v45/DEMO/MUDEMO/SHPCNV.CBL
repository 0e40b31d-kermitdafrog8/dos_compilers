      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     SHPCNV.CBL                           *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for ship-to addresses, in the style *
      *  of SLSCNV.  The sales-order header and the shipment     *
      *  log each took a ship-to number on the end of the        *
      *  record.  Reads MUSOHDR.OLD and MUSHIPLG.OLD in their    *
      *  old layouts and writes every record forward with ship-  *
      *  to zero - the customer's own bill-to address, which is  *
      *  where everything went before.  Confirms with the        *
      *  operator before the new files are recreated.            *
      *                                                          *
      ************************************************************

       identification division.
       program-id. SHPCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-so-header-file assign "MUSOHDR.OLD"
                organization indexed
                access sequential
                record key o-soh-number
                status old-status.

           select so-header-file assign "MUSOHDR.DAT"
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select old-shipment-log assign "MUSHIPLG.OLD"
                organization indexed
                access sequential
                record key o-sh-key
                status old-status.

           select shipment-log assign "MUSHIPLG.DAT"
                organization indexed
                access dynamic
                record key sh-key
                alternate record key sh-tracking-number
                    with duplicates
                alternate record key sh-order-ref
                    with duplicates
                status shp-status.
      /
       data division.

       file section.
       fd  old-so-header-file.
       01  old-so-header-record.
           03  o-soh-number                 pic x(06).
           03  o-soh-data.
               05  o-soh-customer-code      pic 9(04).
               05  o-soh-order-date         pic 9(08).
               05  o-soh-status-flag        pic x.
               05  o-soh-line-count         pic 9(03).
               05  o-soh-type-flag          pic x.
               05  o-soh-customer-ref       pic x(10).
               05  o-soh-carrier-code       pic x(04).
               05  o-soh-salesrep           pic x(04).

       fd  so-header-file.
           copy sohdr.cpy.

       fd  old-shipment-log.
       01  old-shipment-log-record.
           03  o-sh-key.
               05  o-sh-ship-date           pic 9(08).
               05  o-sh-order-number        pic x(06).
               05  o-sh-order-line          pic 9(03).
           03  o-sh-data.
               05  o-sh-customer-code       pic 9(04).
               05  o-sh-carrier-code        pic x(04).
               05  o-sh-stock-key           pic x(10).
               05  o-sh-qty                 pic 9(06).

       fd  shipment-log.
           copy shiplog.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  soh-status                   pic xx.
       01  shp-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  headers-migrated             pic 9(06) value 0.
       01  shipments-migrated           pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "SHPCNV - convert the ship-to layouts forward".
           display "This overwrites MUSOHDR.DAT and MUSHIPLG.DAT "
                   "from the .OLD copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-headers thru convert-headers-exit.
           perform convert-shipments thru convert-shipments-exit.

           display "Order headers migrated  : " headers-migrated.
           display "Shipments migrated      : " shipments-migrated.

       endit.
           goback.

      ***********************************************************
      * Sales-Order Headers - Shipped to the Bill-To Address    *
      ***********************************************************

       convert-headers.
           open input old-so-header-file.
           if old-status not = "00"
               display "MUSOHDR.OLD not available - order headers "
                       "not converted - status " old-status
               go to convert-headers-exit.
           open output so-header-file.
           if soh-status not = "00"
               display "Unable to open MUSOHDR.DAT - status "
                       soh-status
               close old-so-header-file
               go to convert-headers-exit.
           move "N" to end-of-file-switch.

       convert-headers-read.
           if end-of-file
               go to convert-headers-close.
           read old-so-header-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-headers-read
           end-read.
           move o-soh-number to soh-number.
           move o-soh-data to soh-data.
           move 0 to soh-shipto.
           move soh-order-date to soh-request-date.
           move "USD" to soh-currency-code.
           write so-header-record.
           if soh-status = "00"
               add 1 to headers-migrated
           else
               display "Unable to migrate order header "
                       o-soh-number " - status " soh-status.
           go to convert-headers-read.

       convert-headers-close.
           close old-so-header-file.
           close so-header-file.

       convert-headers-exit.
           exit.

      ***********************************************************
      * Shipment Log                                            *
      ***********************************************************

       convert-shipments.
           open input old-shipment-log.
           if old-status not = "00"
               display "MUSHIPLG.OLD not available - shipments "
                       "not converted - status " old-status
               go to convert-shipments-exit.
           open output shipment-log.
           if shp-status not = "00"
               display "Unable to open MUSHIPLG.DAT - status "
                       shp-status
               close old-shipment-log
               go to convert-shipments-exit.
           move "N" to end-of-file-switch.

       convert-shipments-read.
           if end-of-file
               go to convert-shipments-close.
           read old-shipment-log next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-shipments-read
           end-read.
           move o-sh-key to sh-key.
           move o-sh-data to sh-data.
           move 0 to sh-shipto.
           move 0 to sh-weight.
           move 0 to sh-freight.
           move spaces to sh-tracking-number.
           move space to sh-delivery-flag.
           move 0 to sh-delivered-date.
           move 0 to sh-delivered-time.
           move spaces to sh-signed-by.
           write shipment-log-record.
           if shp-status = "00"
               add 1 to shipments-migrated
           else
               display "Unable to migrate shipment "
                       o-sh-order-number "/" o-sh-order-line
                       " - status " shp-status.
           go to convert-shipments-read.

       convert-shipments-close.
           close old-shipment-log.
           close shipment-log.

       convert-shipments-exit.
           exit.
