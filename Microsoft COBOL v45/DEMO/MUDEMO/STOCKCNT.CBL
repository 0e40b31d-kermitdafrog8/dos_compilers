      *  against stock-held, logs every count to CYCOUNT.LST and  *
      *  - only if the operator confirms - posts the count as the *
      *  new stock-held and stamps stock-last-txn-date.           *
      *  An item held in locations is counted one location at a   *
      *  time; posting it sets stock-loc-qty and moves stock-held *
      *  by the variance.  The day's list from CYCSCHED can be    *
      *  counted straight through from CYCCOUNT.DAT instead of    *
      *  keying codes.  Every count is judged against its ABC     *
      *  class's tolerance on MUCYCPRM.DAT, stamps the item and   *
      *  location's last count on MUCYCCNT.DAT and goes to the    *
      *  count history MUCYCHST.DAT that CYCACC reports on.       *
      *                                                          *
      ************************************************************

           select count-log assign "CYCOUNT.LST"
                organization line sequential
                status log-status.

           select cycle-count-file assign "MUCYCCNT.DAT"
                organization indexed
                access dynamic
                record key cc-key
                status cyc-status.

           select cycle-parm-file assign "MUCYCPRM.DAT"
                organization line sequential
                status prm-status.

           select cycle-history-file assign "MUCYCHST.DAT"
                organization line sequential
                status hst-status.

           select count-list-file assign "CYCCOUNT.DAT"
                organization line sequential
                status lst-status.
      /
       data division.


       fd  count-log.
       01  count-line                   pic x(80).

       fd  cycle-count-file.
           copy cyccnt.cpy.

       fd  cycle-parm-file.
           copy cycparm.cpy.

       fd  cycle-history-file.
           copy cychist.cpy.

       fd  count-list-file.
           copy cyclist.cpy.
      /
       working-storage section.

           03  status-2                 pic x.

       01  log-status                   pic xx.
       01  cyc-status                   pic xx.
       01  prm-status                   pic xx.
       01  hst-status                   pic xx.
       01  lst-status                   pic xx.

       01  ws-counted-qty               pic 9(06)v9(03).
       01  ws-system-qty                pic 9(06)v9(03).
       01  ws-variance                  pic s9(07)v9(03).
       01  ws-variance-edited           pic -(06)9.999.
       01  ws-abs-variance              pic 9(07)v9(03).
       01  ws-allowed-variance          pic 9(07)v9(03).
       01  ws-tolerance                 pic 9(02)v9.
       01  ws-class                     pic x.
       01  ws-loc-code                  pic x(04).
       01  loc-subscript                pic 9(02) comp.
       01  yesno                        pic x.
       01  today-8                      pic 9(08).

       01  within-switch                pic x.
           88  count-within-tolerance             value "Y".
       01  list-end-switch              pic x     value "N".
           88  list-ended                         value "Y".

       01  counts-taken                 pic 9(05) value 0.
       01  counts-within                pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************
               close stock-file
               go to endit.

           accept today-8 from date yyyymmdd.
           perform load-parms thru load-parms-exit.
           open i-o cycle-count-file.
           if cyc-status not = "00"
               open output cycle-count-file
               close cycle-count-file
               open i-o cycle-count-file.
           open extend cycle-history-file.
           if hst-status not = "00"
               open output cycle-history-file.

           display "Count the scheduled list CYCCOUNT.DAT (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform count-from-list thru count-from-list-exit
               go to wrap-up.

       ent-ry.
           display "Stock code to count (blank to exit) : ".
           accept stock-key.
                       status-1 status-2
               go to ent-ry.

           move spaces to ws-loc-code.
           move 0 to loc-subscript.
           if stock-location-count > 0
               display "Location to count : "
               accept ws-loc-code
               perform find-location thru find-location-exit
               if loc-subscript = 0
                   display "Item is not held in location " ws-loc-code
                   go to ent-ry
               end-if
           end-if.

           perform count-item thru count-item-exit.
           go to ent-ry.

      ***********************************************************
      * The Day's Scheduled List, in Bin-Walk Order             *
      ***********************************************************

       count-from-list.
           open input count-list-file.
           if lst-status not = "00"
               display "No count list - run CYCSCHED first"
               go to count-from-list-exit.

       count-from-list-read.
           read count-list-file
               at end
                   move "Y" to list-end-switch
           end-read.
           if list-ended
               go to count-from-list-close.
           move cl-stock-key to stock-key.
           read stock-file.
           if status-1 not = "0"
               display "Listed code " cl-stock-key
                       " not found - status " status-1 status-2
               go to count-from-list-read.
           move cl-loc-code to ws-loc-code.
           move 0 to loc-subscript.
           if ws-loc-code not = spaces
               perform find-location thru find-location-exit
               if loc-subscript = 0
                   display cl-stock-key " no longer held in "
                           "location " ws-loc-code
                   go to count-from-list-read
               end-if
           end-if.
           display " ".
           display "Location " cl-loc-code "  bin " cl-bin-code
                   "  item " cl-stock-key "  class " cl-abc-class.
           display stock-description-1.
           perform count-item thru count-item-exit.
           go to count-from-list-read.

       count-from-list-close.
           close count-list-file.

       count-from-list-exit.
           exit.

       find-location.
           move 1 to loc-subscript.

       find-location-loop.
           if loc-subscript > stock-location-count
                   or loc-subscript > 5
               move 0 to loc-subscript
               go to find-location-exit.
           if stock-loc-code(loc-subscript) = ws-loc-code
               go to find-location-exit.
           add 1 to loc-subscript.
           go to find-location-loop.

       find-location-exit.
           exit.

      ***********************************************************
      * Count One Item or Item Location                         *
      ***********************************************************

       count-item.
           if loc-subscript = 0
               move stock-held to ws-system-qty
           else
               move stock-loc-qty(loc-subscript) to ws-system-qty.
           display "System qty on hand : " ws-system-qty.
           display "Physically counted qty : ".
           accept ws-counted-qty.
           compute ws-variance = ws-counted-qty - ws-system-qty.
           display "Variance : " ws-variance.
           perform log-count.
           perform record-accuracy thru record-accuracy-exit.

           if ws-variance not = 0
               display "Post this count as the new qty on hand "
                   perform post-adjustment
               end-if
           end-if.

       count-item-exit.
           exit.

       log-count.
           move spaces to count-line.
           move ws-variance to ws-variance-edited.
           string stock-key " " ws-loc-code
                   "  sys=" ws-system-qty
                   "  cnt=" ws-counted-qty
                   "  var=" ws-variance-edited
                   delimited by size into count-line.
           write count-line.

       post-adjustment.
           if loc-subscript = 0
               move ws-counted-qty to stock-held
           else
               if ws-variance < 0 and 0 - ws-variance > stock-held
                   move 0 to stock-held
               else
                   compute stock-held = stock-held + ws-variance
               end-if
               move ws-counted-qty to stock-loc-qty(loc-subscript).
           move today-8 to stock-last-txn-date.
           rewrite stock-record.
           if status-1 = "0"
               display "Unable to post adjustment - status "
                       status-1 status-2.

      ***********************************************************
      *    A count is accurate when the variance is within the   *
      *    class's tolerance percent of the system quantity - a  *
      *    system quantity of zero must count zero.  Unclassed   *
      *    items are held to class C.                            *
      ***********************************************************

       record-accuracy.
           move "C" to ws-class.
           move cp-tolerance-c to ws-tolerance.
           if stock-class-a
               move "A" to ws-class
               move cp-tolerance-a to ws-tolerance.
           if stock-class-b
               move "B" to ws-class
               move cp-tolerance-b to ws-tolerance.
           if ws-variance < 0
               compute ws-abs-variance = 0 - ws-variance
           else
               move ws-variance to ws-abs-variance.
           compute ws-allowed-variance =
               ws-system-qty * ws-tolerance / 100.
           move "N" to within-switch.
           if ws-abs-variance not > ws-allowed-variance
               move "Y" to within-switch.
           add 1 to counts-taken.
           if count-within-tolerance
               add 1 to counts-within
               display "Within class " ws-class " tolerance"
           else
               display "Outside class " ws-class " tolerance of "
                       ws-tolerance "%".

           move stock-key to cc-stock-key.
           move ws-loc-code to cc-loc-code.
           read cycle-count-file
               invalid key
                   move 0 to cc-times-counted
                   move 0 to cc-times-accurate
           end-read.
           move today-8 to cc-last-counted.
           add 1 to cc-times-counted.
           if count-within-tolerance
               add 1 to cc-times-accurate.
           if cyc-status = "00"
               rewrite cycle-count-record
           else
               write cycle-count-record.

           move stock-key to cy-stock-key.
           move ws-loc-code to cy-loc-code.
           move ws-class to cy-abc-class.
           move today-8 to cy-count-date.
           move ws-system-qty to cy-system-qty.
           move ws-counted-qty to cy-counted-qty.
           move within-switch to cy-within-flag.
           write cycle-history-record.

       record-accuracy-exit.
           exit.

       load-parms.
           move 1.0 to cp-tolerance-a.
           move 2.5 to cp-tolerance-b.
           move 5.0 to cp-tolerance-c.
           open input cycle-parm-file.
           if prm-status not = "00"
               go to load-parms-exit.
           read cycle-parm-file
               at end
                   move 1.0 to cp-tolerance-a
                   move 2.5 to cp-tolerance-b
                   move 5.0 to cp-tolerance-c
           end-read.
           close cycle-parm-file.

       load-parms-exit.
           exit.

       wrap-up.
           close stock-file.
           close count-log.
           close cycle-count-file.
           close cycle-history-file.
           display "Counts taken : " counts-taken
                   "  within tolerance : " counts-within.

       endit.
           goback.
