      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     ALLOCRUN.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Order allocation and pick wave release.  ORDENT ships   *
      *  line by line, so when stock was short the first clerk   *
      *  to ship won.  Option A takes every open stock line on   *
      *  MUORDERS.DAT whose order is wanted by a keyed date and  *
      *  not yet allocated, ranks them by the customer's         *
      *  allocation priority, then the order's requested ship    *
      *  date, then order and line, and reserves stock-held for  *
      *  them in that order on MUALLOC.DAT (see ALLOCREC.CPY) -  *
      *  net of whatever earlier runs already reserved.  A line  *
      *  that can only be part-filled is split: the line keeps   *
      *  the quantity reserved and the rest becomes a new open   *
      *  line on the order for a later run.  Each allocation     *
      *  joins a pick wave by carrier and ship date (an order    *
      *  already late ships today), numbered off MUWAVNUM.DAT.   *
      *  Every line shorted is listed with the reason on the     *
      *  allocation shortage report ALLOCSHT.LST.                *
      *  Option L lists the waves on file; option R releases a   *
      *  wave, writing its lines to PICKREQ.DAT for PICKLIST to  *
      *  sequence by bin.  The stock itself leaves stock-held    *
      *  when ORDENT ships each allocated line, so a wave's pick *
      *  list is printed through PICKLIST without posting it.    *
      *  Releasing a wave offers the REPLEN pick-face            *
      *  replenishment run there and then, so the faces are      *
      *  topped up for the wave before the pickers reach them.   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. ALLOCRUN.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select order-file assign "MUORDERS.DAT"
                organization indexed
                access dynamic
                record key order-key
                status file-status.

           select so-header-file assign "MUSOHDR.DAT"
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select allocation-file assign "MUALLOC.DAT"
                organization indexed
                access dynamic
                record key al-key
                status alc-status.

           select freeze-file assign "MUPHYFRZ.DAT"
                organization indexed
                access dynamic
                record key pf-stock-key
                status frz-status.

           select number-file assign "MUWAVNUM.DAT"
                organization line sequential
                status num-status.

           select pick-req assign "PICKREQ.DAT"
                organization line sequential
                status req-status.

           select short-rpt assign "ALLOCSHT.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  order-file.
           copy orderrec.cpy.

       fd  so-header-file.
           copy sohdr.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  allocation-file.
           copy allocrec.cpy.

       fd  freeze-file.
           copy phyfrz.cpy.

       fd  number-file.
       01  number-line                  pic 9(05).

      *    The same fixed format PICKLIST reads.
       fd  pick-req.
       01  pick-req-record.
           03  pr-stock-key             pic x(10).
           03  pr-qty                   pic 9(06).

       fd  short-rpt.
       01  short-line                   pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  soh-status                   pic xx.
       01  cus-status                   pic xx.
       01  stock-status                 pic xx.
       01  alc-status                   pic xx.
       01  frz-status                   pic xx.
       01  num-status                   pic xx.
       01  req-status                   pic xx.
       01  rpt-status                   pic xx.

       01  frz-open-switch              pic x     value "N".
           88  freeze-file-open                   value "Y".

       01  scan-eof-switch              pic x.
           88  scan-eof                           value "Y".

       01  choice                       pic x.
       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  ws-horizon                   pic 9(08).
       01  ws-priority                  pic 9.
       01  ws-wave-number               pic 9(05).
       01  next-wave-number             pic 9(05).
       01  ws-alloc-qty                 pic 9(06).
       01  ws-short-qty                 pic 9(06).
       01  ws-new-line                  pic 9(03).
       01  ws-ship-date                 pic 9(08).

       01  lines-allocated              pic 9(05).
       01  lines-split                  pic 9(05).
       01  lines-shorted                pic 9(05).
       01  picks-written                pic 9(05).

      ***********************************************************
      * Candidate Lines - Ranked Working Table                  *
      ***********************************************************

       01  candidate-table.
           03  cd-entry                 occurs 500 times.
               05  cd-sort-key.
                   07  cd-priority      pic 9.
                   07  cd-request-date  pic 9(08).
                   07  cd-order-number  pic x(06).
                   07  cd-order-line    pic 9(03).
               05  cd-customer          pic 9(04).
               05  cd-stock-key         pic x(10).
               05  cd-qty               pic 9(06).
               05  cd-carrier           pic x(04).

       01  candidate-count              pic 9(03) comp value 0.
       01  cd-subscript                 pic 9(03) comp value 0.
       01  sort-subscript               pic 9(03) comp value 0.
       01  swap-switch                  pic x.
           88  entries-swapped                    value "Y".

       01  swap-entry.
           03  filler                   pic x(18).
           03  filler                   pic x(24).

      ***********************************************************
      * Items Touched This Run - What Is Left Free of Each      *
      ***********************************************************

       01  item-table.
           03  it-entry                 occurs 200 times.
               05  it-stock-key         pic x(10).
               05  it-free              pic s9(07).
               05  it-prior-reserved    pic 9(07).
               05  it-run-allocated     pic 9(07).
               05  it-state             pic x.
                   88  it-usable                  value "U".
                   88  it-missing                 value "M".
                   88  it-frozen                  value "F".

       01  item-count                   pic 9(03) comp value 0.
       01  it-subscript                 pic 9(03) comp value 0.

      ***********************************************************
      * Waves - One per Carrier and Ship Date                    *
      ***********************************************************

       01  wave-table.
           03  wv-entry                 occurs 100 times.
               05  wv-number            pic 9(05).
               05  wv-carrier           pic x(04).
               05  wv-ship-date         pic 9(08).
               05  wv-lines             pic 9(04).
               05  wv-units             pic 9(07).
               05  wv-released          pic 9(04).

       01  wave-count                   pic 9(03) comp value 0.
       01  wv-subscript                 pic 9(03) comp value 0.

      ***********************************************************
      * Shortage Report                                          *
      ***********************************************************

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - ALLOCATION SHORTAGE REPORT".

       01  report-heading-2             pic x(80)
           value "Cust P Order  Ln  Stock Code  Wanted  Alloc  Short
      -    "Reason".

       01  detail-line.
           03  sl-customer              pic 9(04).
           03  filler                   pic x(01).
           03  sl-priority              pic 9.
           03  filler                   pic x(01).
           03  sl-order                 pic x(06).
           03  filler                   pic x(01).
           03  sl-line                  pic 9(03).
           03  filler                   pic x(01).
           03  sl-stock-key             pic x(10).
           03  filler                   pic x(02).
           03  sl-wanted                pic z(05)9.
           03  filler                   pic x(01).
           03  sl-alloc                 pic z(05)9.
           03  filler                   pic x(01).
           03  sl-short                 pic z(05)9.
           03  filler                   pic x(01).
           03  sl-reason                pic x(29).

       01  split-line.
           03  filler                   pic x(22) value spaces.
           03  filler                   pic x(30)
               value "Remainder moved to new line ".
           03  sp-line                  pic 9(03).

       01  total-line.
           03  filler                   pic x(18)
               value "Lines allocated ".
           03  tl-allocated             pic z(04)9.
           03  filler                   pic x(10) value "  split ".
           03  tl-split                 pic z(04)9.
           03  filler                   pic x(12) value "  shorted ".
           03  tl-shorted               pic z(04)9.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "ALLOCRUN - order allocation and wave release".
           open i-o order-file.
           if status-1 not = "0"
               display "Unable to open MUORDERS.DAT - status "
                       status-1 status-2
               go to endit.
           open i-o so-header-file.
           if soh-status not = "00"
               display "Unable to open MUSOHDR.DAT - status "
                       soh-status
               close order-file
               go to endit.
           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close order-file
               close so-header-file
               go to endit.
           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close order-file
               close so-header-file
               close customer-file
               go to endit.
           open i-o allocation-file.
           if alc-status not = "00"
               open output allocation-file
               close allocation-file
               open i-o allocation-file.
           if alc-status not = "00"
               display "Unable to open MUALLOC.DAT - status "
                       alc-status
               close order-file
               close so-header-file
               close customer-file
               close stock-file
               go to endit.

      *    With a physical inventory freeze on file, frozen
      *    items are not allocated until PHYVAR releases them.
           open input freeze-file.
           if frz-status = "00"
               move "Y" to frz-open-switch.

           accept today-8 from date yyyymmdd.

       ent-ry.
           display space.
           display "A-Allocate and wave  L-List waves  "
                   "R-Release a wave  Q-Quit : ".
           move space to choice.
           accept choice.
           evaluate choice
               when "A" when "a"
                   perform allocate-orders thru allocate-orders-exit
               when "L" when "l"
                   perform list-waves thru list-waves-exit
               when "R" when "r"
                   perform release-wave thru release-wave-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   display "Choose A, L, R or Q"
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Allocate - Load, Rank and Reserve                       *
      ***********************************************************

       allocate-orders.
           display "Allocate orders wanted by (YYYYMMDD, 0 for "
                   "today) : ".
           move 0 to ws-horizon.
           accept ws-horizon.
           if ws-horizon = 0
               move today-8 to ws-horizon.
           open output short-rpt.
           if rpt-status not = "00"
               display "Unable to open ALLOCSHT.LST - status "
                       rpt-status
               go to allocate-orders-exit.
           move report-heading-1 to short-line.
           write short-line.
           move report-heading-2 to short-line.
           write short-line.
           move spaces to short-line.
           write short-line.

           move 0 to lines-allocated.
           move 0 to lines-split.
           move 0 to lines-shorted.
           move 0 to item-count.
           move 0 to wave-count.
           perform load-candidates thru load-candidates-exit.
           perform rank-candidates thru rank-candidates-exit.
           perform read-next-number thru read-next-number-exit.
           move 1 to cd-subscript.

       allocate-orders-loop.
           if cd-subscript > candidate-count
               go to allocate-orders-done.
           perform allocate-one-line thru allocate-one-line-exit.
           add 1 to cd-subscript.
           go to allocate-orders-loop.

       allocate-orders-done.
           perform save-next-number thru save-next-number-exit.
           move lines-allocated to tl-allocated.
           move lines-split to tl-split.
           move lines-shorted to tl-shorted.
           move spaces to short-line.
           write short-line.
           move total-line to short-line.
           write short-line.
           close short-rpt.
           display "Lines allocated " lines-allocated
                   "  split " lines-split
                   "  shorted " lines-shorted.
           if lines-shorted > 0
               display "Shortages listed on ALLOCSHT.LST".
           if wave-count > 0
               display "Waves made up this run :"
               perform show-wave-table thru show-wave-table-exit.

       allocate-orders-exit.
           exit.

      ***********************************************************
      *    Every open stock order wanted by the horizon puts its  *
      *    open, unallocated lines up, tagged with the customer's *
      *    priority - an unset priority ranks in the middle.     *
      ***********************************************************

       load-candidates.
           move 0 to candidate-count.
           move "N" to scan-eof-switch.
           move low-values to soh-number.
           start so-header-file key not less than soh-number.
           if soh-status not = "00"
               go to load-candidates-exit.

       load-candidates-read.
           if scan-eof
               go to load-candidates-exit.
           read so-header-file next record
               at end
                   move "Y" to scan-eof-switch
                   go to load-candidates-read
           end-read.
           if not soh-open or not soh-stock-order
               go to load-candidates-read.
           if soh-request-date > ws-horizon
               go to load-candidates-read.
           move 5 to ws-priority.
           move soh-customer-code to customer-code.
           read customer-file
               invalid key
                   go to load-candidates-lines
           end-read.
           if customer-priority-valid
               move customer-alloc-priority to ws-priority.

       load-candidates-lines.
           move soh-number to order-number.
           move 0 to order-line.
           start order-file key not less than order-key.
           if status-1 not = "0"
               go to load-candidates-read.

       load-candidates-line-read.
           read order-file next record
               at end
                   go to load-candidates-read
           end-read.
           if order-number not = soh-number
               go to load-candidates-read.
           if not order-open or order-dropship
               go to load-candidates-line-read.
           move order-key to al-key.
           read allocation-file.
           if alc-status = "00"
               go to load-candidates-line-read.
           if candidate-count >= 500
               display "Allocation table full - order "
                       order-number " line " order-line
                       " left for the next run"
               go to load-candidates-line-read.
           add 1 to candidate-count.
           move ws-priority to cd-priority(candidate-count).
           move soh-request-date to cd-request-date(candidate-count).
           move order-number to cd-order-number(candidate-count).
           move order-line to cd-order-line(candidate-count).
           move soh-customer-code to cd-customer(candidate-count).
           move order-stock-key to cd-stock-key(candidate-count).
           move order-qty to cd-qty(candidate-count).
           move soh-carrier-code to cd-carrier(candidate-count).
           go to load-candidates-line-read.

       load-candidates-exit.
           exit.

      ***********************************************************
      *    Priority, then requested date, then order and line -  *
      *    all four sit together in cd-sort-key.                *
      ***********************************************************

       rank-candidates.
           if candidate-count < 2
               go to rank-candidates-exit.

       rank-candidates-pass.
           move "N" to swap-switch.
           move 1 to sort-subscript.

       rank-candidates-scan.
           if sort-subscript >= candidate-count
               go to rank-candidates-check.
           compute cd-subscript = sort-subscript + 1.
           if cd-sort-key(sort-subscript) > cd-sort-key(cd-subscript)
               move cd-entry(sort-subscript) to swap-entry
               move cd-entry(cd-subscript) to cd-entry(sort-subscript)
               move swap-entry to cd-entry(cd-subscript)
               move "Y" to swap-switch.
           add 1 to sort-subscript.
           go to rank-candidates-scan.

       rank-candidates-check.
           if entries-swapped
               go to rank-candidates-pass.

       rank-candidates-exit.
           exit.

      ***********************************************************
      * Reserve Stock for One Line                              *
      ***********************************************************

       allocate-one-line.
           perform find-item thru find-item-exit.
           if it-subscript = 0
               move 0 to ws-alloc-qty
               move "Item table full - not tried" to sl-reason
               go to allocate-one-line-short.
           if not it-usable(it-subscript) or it-free(it-subscript) < 1
               move 0 to ws-alloc-qty
               perform name-short-reason thru name-short-reason-exit
               go to allocate-one-line-short.
           if it-free(it-subscript) >= cd-qty(cd-subscript)
               move cd-qty(cd-subscript) to ws-alloc-qty
               perform write-allocation thru write-allocation-exit
               go to allocate-one-line-exit.

      *    Part-filled - the line keeps what is free and the
      *    rest goes to a new line for a later run.
           move it-free(it-subscript) to ws-alloc-qty.
           perform name-short-reason thru name-short-reason-exit.
           perform split-order-line thru split-order-line-exit.
           if ws-new-line = 0
               move 0 to ws-alloc-qty
               move "Line could not be split" to sl-reason
               go to allocate-one-line-short.
           move ws-alloc-qty to cd-qty(cd-subscript).
           perform write-allocation thru write-allocation-exit.
           move order-qty to ws-short-qty.
           perform print-short-line thru print-short-line-exit.
           move ws-new-line to sp-line.
           move split-line to short-line.
           write short-line.
           add 1 to lines-split.
           go to allocate-one-line-exit.

       allocate-one-line-short.
           move cd-qty(cd-subscript) to ws-short-qty.
           perform print-short-line thru print-short-line-exit.

       allocate-one-line-exit.
           exit.

      ***********************************************************
      *    The first time an item comes up its free balance is   *
      *    worked out once: stock-held less every allocation     *
      *    earlier runs left standing on it.                     *
      ***********************************************************

       find-item.
           move 1 to it-subscript.

       find-item-scan.
           if it-subscript > item-count
               go to find-item-add.
           if it-stock-key(it-subscript) = cd-stock-key(cd-subscript)
               go to find-item-exit.
           add 1 to it-subscript.
           go to find-item-scan.

       find-item-add.
           if item-count >= 200
               move 0 to it-subscript
               go to find-item-exit.
           add 1 to item-count.
           move item-count to it-subscript.
           move cd-stock-key(cd-subscript)
               to it-stock-key(it-subscript).
           move 0 to it-free(it-subscript).
           move 0 to it-prior-reserved(it-subscript).
           move 0 to it-run-allocated(it-subscript).
           move "U" to it-state(it-subscript).
           move cd-stock-key(cd-subscript) to stock-key.
           read stock-file.
           if stock-status not = "00"
               move "M" to it-state(it-subscript)
               go to find-item-exit.
           if freeze-file-open
               move stock-key to pf-stock-key
               read freeze-file
               if frz-status = "00" and pf-frozen
                   move "F" to it-state(it-subscript)
                   go to find-item-exit
               end-if
           end-if.
           move low-values to al-key.
           start allocation-file key not less than al-key.
           if alc-status not = "00"
               go to find-item-free.

       find-item-reserved.
           read allocation-file next record
               at end
                   go to find-item-free
           end-read.
           if al-stock-key = stock-key
               add al-qty to it-prior-reserved(it-subscript).
           go to find-item-reserved.

       find-item-free.
           compute it-free(it-subscript) =
               stock-held - it-prior-reserved(it-subscript).

       find-item-exit.
           exit.

       name-short-reason.
           evaluate true
               when it-missing(it-subscript)
                   move "Stock code not on file" to sl-reason
               when it-frozen(it-subscript)
                   move "Frozen for physical count" to sl-reason
               when it-run-allocated(it-subscript) > 0
                   move "Went to higher priority" to sl-reason
               when it-prior-reserved(it-subscript) > 0
                   move "Held by earlier allocations" to sl-reason
               when other
                   move "Not enough on hand" to sl-reason
           end-evaluate.

       name-short-reason-exit.
           exit.

      ***********************************************************
      *    The line keeps the quantity reserved; the rest is a   *
      *    new open line numbered after the order's last, at the *
      *    same price, so nothing the customer asked for is lost.*
      ***********************************************************

       split-order-line.
           move 0 to ws-new-line.
           move cd-order-number(cd-subscript) to soh-number.
           read so-header-file.
           if soh-status not = "00"
               go to split-order-line-exit.
           move cd-order-number(cd-subscript) to order-number.
           move cd-order-line(cd-subscript) to order-line.
           read order-file.
           if status-1 not = "0"
               go to split-order-line-exit.
           compute ws-short-qty = order-qty - ws-alloc-qty.
           move ws-alloc-qty to order-qty.
           rewrite order-record.
           if status-1 not = "0"
               display "Unable to split order " order-number
                       " line " order-line " - status "
                       status-1 status-2
               go to split-order-line-exit.
           add 1 to soh-line-count.
           move soh-line-count to order-line.
           move ws-short-qty to order-qty.
           move 0 to order-freight.
           write order-record.
           if status-1 not = "0"
               display "Unable to add remainder line to order "
                       order-number " - status " status-1 status-2
               go to split-order-line-exit.
           rewrite so-header-record.
           move order-line to ws-new-line.

       split-order-line-exit.
           exit.

      ***********************************************************
      *    An allocation joins the wave for its carrier and ship *
      *    date, opening a new wave the first time the pair      *
      *    comes up this run.                                    *
      ***********************************************************

       write-allocation.
           move cd-request-date(cd-subscript) to ws-ship-date.
           if ws-ship-date < today-8
               move today-8 to ws-ship-date.
           perform find-wave thru find-wave-exit.
           move cd-order-number(cd-subscript) to al-order-number.
           move cd-order-line(cd-subscript) to al-order-line.
           move cd-customer(cd-subscript) to al-customer-code.
           move cd-stock-key(cd-subscript) to al-stock-key.
           move ws-alloc-qty to al-qty.
           move cd-priority(cd-subscript) to al-priority.
           move ws-ship-date to al-request-date.
           move cd-carrier(cd-subscript) to al-carrier-code.
           move wv-number(wv-subscript) to al-wave-number.
           move today-8 to al-alloc-date.
           move "W" to al-status-flag.
           write allocation-record.
           if alc-status not = "00"
               display "Unable to allocate order " al-order-number
                       " line " al-order-line " - status "
                       alc-status
               go to write-allocation-exit.
           subtract ws-alloc-qty from it-free(it-subscript).
           add ws-alloc-qty to it-run-allocated(it-subscript).
           add 1 to wv-lines(wv-subscript).
           add ws-alloc-qty to wv-units(wv-subscript).
           add 1 to lines-allocated.

       write-allocation-exit.
           exit.

       find-wave.
           move 1 to wv-subscript.

       find-wave-scan.
           if wv-subscript > wave-count
               go to find-wave-add.
           if wv-carrier(wv-subscript) = cd-carrier(cd-subscript)
                   and wv-ship-date(wv-subscript) = ws-ship-date
               go to find-wave-exit.
           add 1 to wv-subscript.
           go to find-wave-scan.

       find-wave-add.
           if wave-count >= 100
               move wave-count to wv-subscript
               go to find-wave-exit.
           add 1 to wave-count.
           move wave-count to wv-subscript.
           add 1 to next-wave-number.
           move next-wave-number to wv-number(wv-subscript).
           move cd-carrier(cd-subscript) to wv-carrier(wv-subscript).
           move ws-ship-date to wv-ship-date(wv-subscript).
           move 0 to wv-lines(wv-subscript).
           move 0 to wv-units(wv-subscript).
           move 0 to wv-released(wv-subscript).

       find-wave-exit.
           exit.

       print-short-line.
           move cd-customer(cd-subscript) to sl-customer.
           move cd-priority(cd-subscript) to sl-priority.
           move cd-order-number(cd-subscript) to sl-order.
           move cd-order-line(cd-subscript) to sl-line.
           move cd-stock-key(cd-subscript) to sl-stock-key.
           move ws-alloc-qty to sl-alloc.
           move ws-short-qty to sl-short.
           compute ws-short-qty = ws-alloc-qty + ws-short-qty.
           move ws-short-qty to sl-wanted.
           move detail-line to short-line.
           write short-line.
           add 1 to lines-shorted.

       print-short-line-exit.
           exit.

      ***********************************************************
      * List the Waves on File                                  *
      ***********************************************************

       list-waves.
           move 0 to wave-count.
           move low-values to al-key.
           start allocation-file key not less than al-key.
           if alc-status not = "00"
               go to list-waves-show.

       list-waves-read.
           read allocation-file next record
               at end
                   go to list-waves-show
           end-read.
           move al-wave-number to ws-wave-number.
           move 1 to wv-subscript.

       list-waves-find.
           if wv-subscript > wave-count
               go to list-waves-add.
           if wv-number(wv-subscript) = ws-wave-number
               go to list-waves-count.
           add 1 to wv-subscript.
           go to list-waves-find.

       list-waves-add.
           if wave-count >= 100
               go to list-waves-read.
           add 1 to wave-count.
           move wave-count to wv-subscript.
           move al-wave-number to wv-number(wv-subscript).
           move al-carrier-code to wv-carrier(wv-subscript).
           move al-request-date to wv-ship-date(wv-subscript).
           move 0 to wv-lines(wv-subscript).
           move 0 to wv-units(wv-subscript).
           move 0 to wv-released(wv-subscript).

       list-waves-count.
           add 1 to wv-lines(wv-subscript).
           add al-qty to wv-units(wv-subscript).
           if al-released
               add 1 to wv-released(wv-subscript).
           go to list-waves-read.

       list-waves-show.
           if wave-count = 0
               display "No allocations waiting to ship"
               go to list-waves-exit.
           display "Waves with allocated lines still to ship :".
           perform show-wave-table thru show-wave-table-exit.

       list-waves-exit.
           exit.

       show-wave-table.
           move 1 to wv-subscript.

       show-wave-table-loop.
           if wv-subscript > wave-count
               go to show-wave-table-exit.
           display "  Wave " wv-number(wv-subscript)
                   "  carrier " wv-carrier(wv-subscript)
                   "  ship " wv-ship-date(wv-subscript)
                   "  lines " wv-lines(wv-subscript)
                   "  units " wv-units(wv-subscript)
                   "  released " wv-released(wv-subscript).
           add 1 to wv-subscript.
           go to show-wave-table-loop.

       show-wave-table-exit.
           exit.

      ***********************************************************
      * Release a Wave to PICKREQ.DAT                            *
      ***********************************************************

       release-wave.
           display "Wave number to release : ".
           move 0 to ws-wave-number.
           accept ws-wave-number.
           if ws-wave-number = 0
               go to release-wave-exit.
           display "This replaces PICKREQ.DAT - continue (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to release-wave-exit.
           open output pick-req.
           if req-status not = "00"
               display "Unable to open PICKREQ.DAT - status "
                       req-status
               go to release-wave-exit.
           move 0 to picks-written.
           move low-values to al-key.
           start allocation-file key not less than al-key.
           if alc-status not = "00"
               go to release-wave-done.

       release-wave-read.
           read allocation-file next record
               at end
                   go to release-wave-done
           end-read.
           if al-wave-number not = ws-wave-number
               go to release-wave-read.
           if not al-waved
               go to release-wave-read.
           move al-stock-key to pr-stock-key.
           move al-qty to pr-qty.
           write pick-req-record.
           move "R" to al-status-flag.
           rewrite allocation-record.
           if alc-status not = "00"
               display "Unable to mark order " al-order-number
                       " line " al-order-line " released - status "
                       alc-status.
           add 1 to picks-written.
           go to release-wave-read.

       release-wave-done.
           close pick-req.
           if picks-written = 0
               display "Nothing in wave " ws-wave-number
                       " is waiting for release"
               go to release-wave-exit.
           display picks-written " pick requests written for wave "
                   ws-wave-number " - print them with PICKLIST; "
                   "ORDENT ships each line".
           display "Replenish the pick faces for this wave now "
                   "(Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               call "REPLEN"
               cancel "REPLEN".

       release-wave-exit.
           exit.

      ***********************************************************
      * Wave Number Counter                                     *
      ***********************************************************

       read-next-number.
           move 0 to next-wave-number.
           open input number-file.
           if num-status not = "00"
               go to read-next-number-exit.
           read number-file
               at end
                   go to read-next-number-close.
           move number-line to next-wave-number.

       read-next-number-close.
           close number-file.

       read-next-number-exit.
           exit.

       save-next-number.
           open output number-file.
           if num-status not = "00"
               display "Unable to save MUWAVNUM.DAT - status "
                       num-status
               go to save-next-number-exit.
           move next-wave-number to number-line.
           write number-line.
           close number-file.

       save-next-number-exit.
           exit.

       wrap-up.
           close order-file.
           close so-header-file.
           close customer-file.
           close stock-file.
           close allocation-file.
           if freeze-file-open
               close freeze-file.

       endit.
           goback.
