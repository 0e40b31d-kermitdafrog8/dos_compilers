      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      TRKCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for carrier tracking, in the style  *
      *  of FRTCNV.  The shipment log took a tracking number     *
      *  and the proof-of-delivery fields on the end of the      *
      *  record, with alternate keys on the tracking number and  *
      *  the order line, and the carton detail record took a     *
      *  tracking number, with an alternate key on it.  Reads    *
      *  MUSHIPLG.OLD and MUCARTON.OLD in their old layouts and  *
      *  writes every record forward with no tracking number and *
      *  no delivery confirmation - PODRPT lists such shipments  *
      *  as untracked.  Confirms with the operator before the    *
      *  new files are recreated.                                *
      *                                                          *
      ************************************************************

       identification division.
       program-id. TRKCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
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

           select old-carton-file assign "MUCARTON.OLD"
                organization indexed
                access sequential
                record key o-ct-key
                status old-status.

           select carton-file assign "MUCARTON.DAT"
                organization indexed
                access dynamic
                record key ct-key
                alternate record key ct-order-carton
                    with duplicates
                alternate record key ct-tracking-number
                    with duplicates
                status ctn-status.
      /
       data division.

      ***********************************************************
      * FILE DEFINITIONS - each old layout is the new one less   *
      * the fields on the end, so the old data moves across as   *
      * a block and the new fields are then defaulted.           *
      ***********************************************************

       file section.
       fd  old-shipment-log.
       01  old-shipment-log-record.
           03  o-sh-key.
               05  o-sh-ship-date           pic 9(08).
               05  o-sh-order-number        pic x(06).
               05  o-sh-order-line          pic 9(03).
           03  o-sh-data                    pic x(45).

       fd  shipment-log.
           copy shiplog.cpy.

       fd  old-carton-file.
       01  old-carton-record.
           03  o-ct-key.
               05  o-ct-container-id        pic x(10).
               05  o-ct-order-line          pic 9(03).
           03  o-ct-data                    pic x(46).

       fd  carton-file.
           copy carton.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  shp-status                   pic xx.
       01  ctn-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  shipments-migrated           pic 9(06) value 0.
       01  containers-migrated          pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "TRKCNV - convert the tracking layouts forward".
           display "This overwrites MUSHIPLG.DAT and MUCARTON.DAT "
                   "from the .OLD copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-shipments thru convert-shipments-exit.
           perform convert-cartons thru convert-cartons-exit.

           display "Shipments migrated      : " shipments-migrated.
           display "Container lines migrated: " containers-migrated.

       endit.
           goback.

      ***********************************************************
      * Shipment Log - No Tracking, No Delivery Confirmation    *
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

      ***********************************************************
      * Carton Detail - No Tracking Number                      *
      ***********************************************************

       convert-cartons.
           open input old-carton-file.
           if old-status not = "00"
               display "MUCARTON.OLD not available - containers "
                       "not converted - status " old-status
               go to convert-cartons-exit.
           open output carton-file.
           if ctn-status not = "00"
               display "Unable to open MUCARTON.DAT - status "
                       ctn-status
               close old-carton-file
               go to convert-cartons-exit.
           move "N" to end-of-file-switch.

       convert-cartons-read.
           if end-of-file
               go to convert-cartons-close.
           read old-carton-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-cartons-read
           end-read.
           move old-carton-record to carton-record.
           move spaces to ct-tracking-number.
           write carton-record.
           if ctn-status = "00"
               add 1 to containers-migrated
           else
               display "Unable to migrate container "
                       o-ct-container-id "/" o-ct-order-line
                       " - status " ctn-status.
           go to convert-cartons-read.

       convert-cartons-close.
           close old-carton-file.
           close carton-file.

       convert-cartons-exit.
           exit.
