      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      FRTCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for freight billing, in the style   *
      *  of SHPCNV.  The stock record took a unit weight, the    *
      *  customer and the ship-to a freight zone, the order line *
      *  the freight charged on it and the shipment log the      *
      *  line's weight and freight, each on the end of the       *
      *  record.  Reads MUSTOCK.OLD, MUCUSTMR.OLD, MUSHIPTO.OLD, *
      *  MUORDERS.OLD and MUSHIPLG.OLD in their old layouts and  *
      *  writes every record forward with no weight, no zone    *
      *  and no freight - weights are then keyed through         *
      *  FRTMAINT and zones through CUSTMAST, and nothing        *
      *  shipped before the conversion is charged freight.       *
      *  Confirms with the operator before the new files are     *
      *  recreated.                                              *
      *                                                          *
      ************************************************************

       identification division.
       program-id. FRTCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-stock-file assign "MUSTOCK.OLD"
                organization indexed
                access sequential
                record key o-stock-key
                status old-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select old-customer-file assign "MUCUSTMR.OLD"
                organization indexed
                access sequential
                record key o-customer-code
                status old-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select old-shipto-file assign "MUSHIPTO.OLD"
                organization indexed
                access sequential
                record key o-st-key
                status old-status.

           select shipto-file assign "MUSHIPTO.DAT"
                organization indexed
                access dynamic
                record key st-key
                status sto-status.

           select old-order-file assign "MUORDERS.OLD"
                organization indexed
                access sequential
                record key o-order-key
                status old-status.

           select order-file assign "MUORDERS.DAT"
                organization indexed
                access dynamic
                record key order-key
                status ord-status.

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

      ***********************************************************
      * FILE DEFINITIONS - each old layout is the new one less   *
      * the fields on the end, so the old data moves across as   *
      * a block and the new fields are then defaulted.           *
      ***********************************************************

       file section.
       fd  old-stock-file.
       01  old-stock-record.
           03  o-stock-key                  pic x(10).
           03  o-stock-data                 pic x(403).

       fd  stock-file.
           copy stockrec.cpy.

       fd  old-customer-file.
       01  old-customer-record.
           03  o-customer-code              pic 9(04).
           03  o-customer-data              pic x(141).

       fd  customer-file.
           copy customer.cpy.

       fd  old-shipto-file.
       01  old-shipto-record.
           03  o-st-key                     pic x(07).
           03  o-st-data                    pic x(99).

       fd  shipto-file.
           copy shipto.cpy.

       fd  old-order-file.
       01  old-order-record.
           03  o-order-key                  pic x(09).
           03  o-order-data                 pic x(41).

       fd  order-file.
           copy orderrec.cpy.

       fd  old-shipment-log.
       01  old-shipment-log-record.
           03  o-sh-key.
               05  o-sh-ship-date           pic 9(08).
               05  o-sh-order-number        pic x(06).
               05  o-sh-order-line          pic 9(03).
           03  o-sh-data                    pic x(27).

       fd  shipment-log.
           copy shiplog.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  stock-status                 pic xx.
       01  cus-status                   pic xx.
       01  sto-status                   pic xx.
       01  ord-status                   pic xx.
       01  shp-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  items-migrated               pic 9(06) value 0.
       01  customers-migrated           pic 9(06) value 0.
       01  shiptos-migrated             pic 9(06) value 0.
       01  order-lines-migrated         pic 9(06) value 0.
       01  shipments-migrated           pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "FRTCNV - convert the freight layouts forward".
           display "This overwrites MUSTOCK.DAT, MUCUSTMR.DAT, "
                   "MUSHIPTO.DAT, MUORDERS.DAT and MUSHIPLG.DAT "
                   "from the .OLD copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-items thru convert-items-exit.
           perform convert-customers thru convert-customers-exit.
           perform convert-shiptos thru convert-shiptos-exit.
           perform convert-orders thru convert-orders-exit.
           perform convert-shipments thru convert-shipments-exit.

           display "Items migrated          : " items-migrated.
           display "Customers migrated      : " customers-migrated.
           display "Ship-tos migrated       : " shiptos-migrated.
           display "Order lines migrated    : " order-lines-migrated.
           display "Shipments migrated      : " shipments-migrated.

       endit.
           goback.

      ***********************************************************
      * Stock Items - No Weight Until One Is Keyed              *
      ***********************************************************

       convert-items.
           open input old-stock-file.
           if old-status not = "00"
               display "MUSTOCK.OLD not available - items "
                       "not converted - status " old-status
               go to convert-items-exit.
           open output stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close old-stock-file
               go to convert-items-exit.
           move "N" to end-of-file-switch.

       convert-items-read.
           if end-of-file
               go to convert-items-close.
           read old-stock-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-items-read
           end-read.
           move old-stock-record to stock-record.
           move 0 to stock-unit-weight.
           write stock-record.
           if stock-status = "00"
               add 1 to items-migrated
           else
               display "Unable to migrate item "
                       o-stock-key " - status " stock-status.
           go to convert-items-read.

       convert-items-close.
           close old-stock-file.
           close stock-file.

       convert-items-exit.
           exit.

      ***********************************************************
      * Customers - No Freight Zone                             *
      ***********************************************************

       convert-customers.
           open input old-customer-file.
           if old-status not = "00"
               display "MUCUSTMR.OLD not available - customers "
                       "not converted - status " old-status
               go to convert-customers-exit.
           open output customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close old-customer-file
               go to convert-customers-exit.
           move "N" to end-of-file-switch.

       convert-customers-read.
           if end-of-file
               go to convert-customers-close.
           read old-customer-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-customers-read
           end-read.
           move old-customer-record to customer-record.
           move spaces to customer-freight-zone.
           move "N" to customer-einvoice-flag.
           move "N" to customer-fincharge-flag.
           move 5 to customer-alloc-priority.
           write customer-record.
           if cus-status = "00"
               add 1 to customers-migrated
           else
               display "Unable to migrate customer "
                       o-customer-code " - status " cus-status.
           go to convert-customers-read.

       convert-customers-close.
           close old-customer-file.
           close customer-file.

       convert-customers-exit.
           exit.

      ***********************************************************
      * Ship-To Sites - No Freight Zone                         *
      ***********************************************************

       convert-shiptos.
           open input old-shipto-file.
           if old-status not = "00"
               display "MUSHIPTO.OLD not available - ship-tos "
                       "not converted - status " old-status
               go to convert-shiptos-exit.
           open output shipto-file.
           if sto-status not = "00"
               display "Unable to open MUSHIPTO.DAT - status "
                       sto-status
               close old-shipto-file
               go to convert-shiptos-exit.
           move "N" to end-of-file-switch.

       convert-shiptos-read.
           if end-of-file
               go to convert-shiptos-close.
           read old-shipto-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-shiptos-read
           end-read.
           move old-shipto-record to shipto-record.
           move spaces to st-freight-zone.
           write shipto-record.
           if sto-status = "00"
               add 1 to shiptos-migrated
           else
               display "Unable to migrate ship-to "
                       o-st-key " - status " sto-status.
           go to convert-shiptos-read.

       convert-shiptos-close.
           close old-shipto-file.
           close shipto-file.

       convert-shiptos-exit.
           exit.

      ***********************************************************
      * Order Lines - No Freight Charged                        *
      ***********************************************************

       convert-orders.
           open input old-order-file.
           if old-status not = "00"
               display "MUORDERS.OLD not available - order lines "
                       "not converted - status " old-status
               go to convert-orders-exit.
           open output order-file.
           if ord-status not = "00"
               display "Unable to open MUORDERS.DAT - status "
                       ord-status
               close old-order-file
               go to convert-orders-exit.
           move "N" to end-of-file-switch.

       convert-orders-read.
           if end-of-file
               go to convert-orders-close.
           read old-order-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-orders-read
           end-read.
           move old-order-record to order-record.
           move 0 to order-freight.
           write order-record.
           if ord-status = "00"
               add 1 to order-lines-migrated
           else
               display "Unable to migrate order line "
                       o-order-key " - status " ord-status.
           go to convert-orders-read.

       convert-orders-close.
           close old-order-file.
           close order-file.

       convert-orders-exit.
           exit.

      ***********************************************************
      * Shipment Log - No Weight or Freight                     *
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
           move old-shipment-log-record to shipment-log-record.
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
