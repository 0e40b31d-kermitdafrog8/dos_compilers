      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     PRICEAPL.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Nightly step that puts parked selling price changes     *
      *  live.  PRICECHG parks a mass price change on            *
      *  MUPRCPND.DAT (see PRICEPND.CPY) against the date it     *
      *  takes effect; this reads the file from the front and,   *
      *  for every change due today or earlier, sets             *
      *  stock-sell-price and stock-sell-eff-date on             *
      *  MUSTOCK.DAT, logs the change to PRICHIST.DAT as         *
      *  PRICEMNT does (operator as parked) and deletes the      *
      *  parked record.  It stops at the first change not yet    *
      *  due and asks nothing, so it runs unattended from        *
      *  MUSTREAM.DAT with the nightly stream.                   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. PRICEAPL.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select pending-file assign "MUPRCPND.DAT"
                organization indexed
                access dynamic
                record key pp-key
                status pnd-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status file-status.

           select price-history assign "PRICHIST.DAT"
                organization line sequential
                status phi-status.
      /
       data division.

       file section.
       fd  pending-file.
           copy pricepnd.cpy.

       fd  stock-file.
           copy stockrec.cpy.

      *    The same layout PRICEMNT writes.
       fd  price-history.
       01  price-history-record.
           03  ph-stock-key             pic x(10).
           03  ph-old-price             pic 9(08)v99.
           03  ph-new-price             pic 9(08)v99.
           03  ph-eff-date              pic 9(08).
           03  ph-operator-id           pic x(08).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  pnd-status                   pic xx.
       01  phi-status                   pic xx.

       01  today-8                      pic 9(08).
       01  ws-old-price                 pic 9(08)v99.

       01  changes-applied              pic 9(05) value 0.
       01  changes-dropped              pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "PRICEAPL - apply parked selling price changes".
      *    Nothing parked is a normal night.
           open i-o pending-file.
           if pnd-status not = "00"
               display "No parked price changes"
               go to endit.
           open i-o stock-file.
           if status-1 not = "0"
               display "Unable to open MUSTOCK.DAT - status "
                       status-1 status-2
               close pending-file
               go to endit.
           open extend price-history.
           if phi-status not = "00"
               open output price-history.
           if phi-status not = "00"
               display "Unable to open PRICHIST.DAT - status "
                       phi-status
               close pending-file
               close stock-file
               go to endit.

           accept today-8 from date yyyymmdd.
           move low-values to pp-key.
           start pending-file key not less than pp-key.
           if pnd-status not = "00"
               go to wrap-up.

       read-loop.
           read pending-file next record
               at end
                   go to wrap-up
           end-read.
           if pp-eff-date > today-8
               go to wrap-up.
           move pp-stock-key to stock-key.
           read stock-file.
           if status-1 not = "0"
               display "Parked change for " pp-stock-key
                       " dropped - stock code not on file"
               add 1 to changes-dropped
               go to read-loop-delete.
           move stock-sell-price to ws-old-price.
           move pp-new-price to stock-sell-price.
           move pp-eff-date to stock-sell-eff-date.
           rewrite stock-record.
           if status-1 not = "0"
               display "Unable to reprice " stock-key " - status "
                       status-1 status-2 " - left parked"
               go to read-loop.
           move stock-key to ph-stock-key.
           move ws-old-price to ph-old-price.
           move stock-sell-price to ph-new-price.
           move stock-sell-eff-date to ph-eff-date.
           move pp-operator-id to ph-operator-id.
           write price-history-record.
           add 1 to changes-applied.

       read-loop-delete.
           delete pending-file record.
           if pnd-status not = "00"
               display "Unable to clear parked change for "
                       pp-stock-key " - status " pnd-status.
           go to read-loop.

       wrap-up.
           close pending-file.
           close stock-file.
           close price-history.
           display "Price changes applied : " changes-applied.
           display "Changes dropped       : " changes-dropped.

       endit.
           goback.
