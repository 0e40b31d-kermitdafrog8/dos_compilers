      *  location row are relieved, shortfalls go to              *
      *  stock-qty-backordered and MUBKORD.DAT exactly as a       *
      *  STOCKISS issue would, and every pick writes a movement   *
      *  to MUMOVLOG.DAT.  A pick from a home bin also comes off  *
      *  what MUBINSTK.DAT shows that pick face holding, which    *
      *  is what REPLEN tops up from reserve.                     *
      *                                                          *
      ************************************************************

                access dynamic
                record key cl-key
                status lyr-status.

           select bin-stock-file assign "MUBINSTK.DAT"
                organization indexed
                access dynamic
                record key bs-key
                status bst-status.
      /
       data division.


       fd  layer-file.
           copy cstlyr.cpy.

       fd  bin-stock-file.
           copy binstk.cpy.
      /
       working-storage section.

       01  yesno                        pic x.
       01  today-8                      pic 9(08).

       01  bst-status                   pic xx.
       01  bst-open-switch              pic x     value "N".
           88  bin-stock-open                     value "Y".

       01  lyr-status                   pic xx.
       01  lyr-open-switch              pic x     value "N".
           88  layer-file-open                    value "Y".
               close freeze-file.
           if layer-file-open
               close layer-file.
           if bin-stock-open
               close bin-stock-file.
           display "Pick lines posted : " lines-posted.

       endit.
               open i-o layer-file.
           if lyr-status = "00"
               move "Y" to lyr-open-switch.
           open i-o bin-stock-file.
           if bst-status = "00"
               move "Y" to bst-open-switch.
           open i-o movement-log.
           if mov-log-status not = "00"
               open output movement-log.
               add ws-qty-short to stock-qty-backordered
           end-if.
           perform relieve-location.
           if bin-stock-open and ws-qty-issued > 0
               perform relieve-pick-face thru relieve-pick-face-exit.
           move today-8 to stock-last-txn-date.
           rewrite stock-record.
           if status-1 not = "0"
       relieve-location-exit.
           exit.

      *    The pick came out of the home bin the list sent the
      *    picker to - a face with no bin stock on file is left
      *    for BINMAINT to record.

       relieve-pick-face.
           if pk-tbl-bin(pick-subscript) = spaces
               go to relieve-pick-face-exit.
           move stock-key to bs-stock-key.
           move pk-tbl-loc(pick-subscript) to bs-loc-code.
           move pk-tbl-bin(pick-subscript) to bs-bin-code.
           read bin-stock-file
               invalid key
                   go to relieve-pick-face-exit
           end-read.
           if bs-qty >= ws-qty-issued
               subtract ws-qty-issued from bs-qty
           else
               move 0 to bs-qty.
           move today-8 to bs-last-move-date.
           rewrite bin-stock-record.

       relieve-pick-face-exit.
           exit.

       log-movement.
           move stock-key to mv-stock-key.
           move "I" to mv-type.
           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.
           perform write-movement thru write-movement-exit.

      *    Two movements in the same second collide on the key -
