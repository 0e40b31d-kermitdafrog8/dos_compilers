      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      REPLEN.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Pick-face replenishment run.  Every home bin on         *
      *  MUITMBIN.DAT with a pick face maximum is checked        *
      *  against what MUBINSTK.DAT says it holds.  Run on demand *
      *  it tops up faces already below their minimum; run for a *
      *  wave just released by ALLOCRUN it first takes off what  *
      *  the wave's lines on PICKREQ.DAT will pick from each     *
      *  face, so the face is filled before the picker gets      *
      *  there rather than after it runs dry.  A face due        *
      *  replenishment is brought back to its maximum out of the *
      *  active reserve bins holding the item in the same        *
      *  location.  Each move is a task on MUREPLEN.DAT (see     *
      *  REPLTASK.CPY), numbered in the reserve bins' walk       *
      *  sequence and printed to REPLEN.LST with any face the    *
      *  reserve could not fill; REPLCONF confirms the moves.    *
      *  A face with an open task is left alone.                 *
      *                                                          *
      ************************************************************

       identification division.
       program-id. REPLEN.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select item-bin-file assign "MUITMBIN.DAT"
                organization indexed
                access dynamic
                record key ib-key
                status ibn-status.

           select bin-file assign "MUBINMST.DAT"
                organization indexed
                access dynamic
                record key bin-key
                status file-status.

           select bin-stock-file assign "MUBINSTK.DAT"
                organization indexed
                access dynamic
                record key bs-key
                status bst-status.

           select replen-file assign "MUREPLEN.DAT"
                organization indexed
                access dynamic
                record key rt-task-number
                status rpl-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select pick-req assign "PICKREQ.DAT"
                organization line sequential
                status req-status.

           select replen-rpt assign "REPLEN.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  item-bin-file.
           copy itembin.cpy.

       fd  bin-file.
           copy binrec.cpy.

       fd  bin-stock-file.
           copy binstk.cpy.

       fd  replen-file.
           copy repltask.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  pick-req.
       01  pick-req-record.
           03  pr-stock-key             pic x(10).
           03  pr-qty                   pic 9(06).

       fd  replen-rpt.
       01  replen-line                  pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  ibn-status                   pic xx.
       01  bst-status                   pic xx.
       01  rpl-status                   pic xx.
       01  stock-status                 pic xx.
       01  req-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  today-8                      pic 9(08).
       01  ws-loc-filter                pic x(04).
       01  ws-wave-number               pic 9(05).
       01  ws-face-qty                  pic 9(06)v9(03).
       01  ws-demand-qty                pic 9(07).
       01  ws-projected                 pic s9(07)v9(03).
       01  ws-need                      pic 9(07)v9(03).
       01  ws-take                      pic 9(06)v9(03).
       01  next-task-number             pic 9(06) value 0.
       01  loc-subscript                pic 9(02) comp.
       01  picked-loc                   pic x(04).

       01  faces-checked                pic 9(05) value 0.
       01  faces-skipped-open           pic 9(05) value 0.
       01  tasks-dropped                pic 9(05) value 0.

      ***********************************************************
      * Wave Demand by Item and Pick Location                   *
      ***********************************************************

       01  demand-table.
           03  demand-entry             occurs 200 times.
               05  dm-stock-key         pic x(10).
               05  dm-loc               pic x(04).
               05  dm-qty               pic 9(07).

       01  demand-count                 pic 9(03) comp value 0.
       01  demand-subscript             pic 9(03) comp.

      ***********************************************************
      * Faces Already Waiting on an Open Task                   *
      ***********************************************************

       01  open-task-table.
           03  open-task-entry          occurs 500 times.
               05  ot-stock-key         pic x(10).
               05  ot-loc               pic x(04).

       01  open-task-count              pic 9(03) comp value 0.
       01  open-task-subscript          pic 9(03) comp.
       01  open-task-switch             pic x.
           88  face-has-open-task                 value "Y".

      ***********************************************************
      * This Run's Moves - Sorted into Walk Sequence            *
      ***********************************************************

       01  task-table.
           03  task-entry               occurs 300 times.
               05  tk-loc               pic x(04).
               05  tk-walk-seq          pic 9(04).
               05  tk-from-bin          pic x(09).
               05  tk-to-bin            pic x(09).
               05  tk-stock-key         pic x(10).
               05  tk-qty               pic 9(06)v9(03).

       01  task-count                   pic 9(03) comp value 0.
       01  task-subscript               pic 9(03) comp.
       01  sort-subscript               pic 9(03) comp.
       01  swap-switch                  pic x     value "N".
           88  entries-swapped                    value "Y".

       01  swap-entry.
           03  sw-loc                   pic x(04).
           03  sw-walk-seq              pic 9(04).
           03  sw-from-bin              pic x(09).
           03  sw-to-bin                pic x(09).
           03  sw-stock-key             pic x(10).
           03  sw-qty                   pic 9(06)v9(03).

       01  short-table.
           03  short-entry              occurs 100 times.
               05  sh-stock-key         pic x(10).
               05  sh-loc               pic x(04).
               05  sh-bin               pic x(09).
               05  sh-qty               pic 9(07)v9(03).

       01  short-count                  pic 9(03) comp value 0.
       01  short-subscript              pic 9(03) comp.

       01  report-heading-1.
           03  filler                   pic x(44) value
               "STOCK CONTROL SYSTEM - PICK-FACE REPLENISH  ".
           03  rh-date                  pic 9(08).
           03  filler                   pic x(07) value "  wave ".
           03  rh-wave                  pic z(04)9.

       01  report-heading-2             pic x(80)
           value "Task   Loc  From bin   Walk To bin     Stock Code
      -    "        Qty".

       01  detail-line.
           03  dl-task                  pic 9(06).
           03  filler                   pic x(01).
           03  dl-loc                   pic x(04).
           03  filler                   pic x(01).
           03  dl-from-bin              pic x(09).
           03  filler                   pic x(02).
           03  dl-walk                  pic 9(04).
           03  filler                   pic x(01).
           03  dl-to-bin                pic x(09).
           03  filler                   pic x(02).
           03  dl-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  dl-qty                   pic z(06)9.999.

       01  short-line.
           03  filler                   pic x(18) value
               "  NOT FILLED  loc ".
           03  sl-loc                   pic x(04).
           03  filler                   pic x(06) value "  bin ".
           03  sl-bin                   pic x(09).
           03  filler                   pic x(07) value "  item ".
           03  sl-stock-key             pic x(10).
           03  filler                   pic x(08) value "  short ".
           03  sl-qty                   pic z(06)9.999.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "REPLEN - pick-face replenishment from reserve".
           move 0 to demand-count.
           move 0 to open-task-count.
           move 0 to task-count.
           move 0 to short-count.
           move 0 to next-task-number.
           move 0 to faces-checked.
           move 0 to faces-skipped-open.
           move 0 to tasks-dropped.
           accept today-8 from date yyyymmdd.
           display "Location to replenish (blank for all) : ".
           move spaces to ws-loc-filter.
           accept ws-loc-filter.
           display "Wave just released (0 - on demand) : ".
           move 0 to ws-wave-number.
           accept ws-wave-number.

           open input item-bin-file.
           if ibn-status not = "00"
               display "Unable to open MUITMBIN.DAT - status "
                       ibn-status
               go to endit.
           open input bin-file.
           if status-1 not = "0"
               display "Unable to open MUBINMST.DAT - status "
                       status-1 status-2
               close item-bin-file
               go to endit.
           open input bin-stock-file.
           if bst-status not = "00"
               display "No bin stock on MUBINSTK.DAT - record it "
                       "through BINMAINT first"
               close item-bin-file
               close bin-file
               go to endit.
           open i-o replen-file.
           if rpl-status not = "00"
               open output replen-file
               close replen-file
               open i-o replen-file.
           if rpl-status not = "00"
               display "Unable to open MUREPLEN.DAT - status "
                       rpl-status
               close item-bin-file
               close bin-file
               close bin-stock-file
               go to endit.

           if ws-wave-number not = 0
               perform load-wave-demand thru load-wave-demand-exit.
           perform load-open-tasks thru load-open-tasks-exit.
           perform check-faces thru check-faces-exit.
           perform sort-by-walk thru sort-by-walk-exit.
           perform write-tasks thru write-tasks-exit.

           close item-bin-file.
           close bin-file.
           close bin-stock-file.
           close replen-file.
           display "Pick faces checked : " faces-checked.
           display "Replenishment tasks raised : " task-count.
           if faces-skipped-open > 0
               display "Faces with a task already open : "
                       faces-skipped-open.
           if short-count > 0
               display "Faces reserve could not fill : " short-count.
           if tasks-dropped > 0
               display "Moves left for the next run - table full : "
                       tasks-dropped.

       endit.
           goback.

      ***********************************************************
      *    What the wave will pick from each face - located the  *
      *    way PICKLIST locates each pick, in the first location *
      *    row holding any stock.                                *
      ***********************************************************

       load-wave-demand.
           open input pick-req.
           if req-status not = "00"
               display "No PICKREQ.DAT for the wave - replenishing "
                       "on demand"
               go to load-wave-demand-exit.
           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - replenishing "
                       "on demand"
               close pick-req
               go to load-wave-demand-exit.
           move "N" to end-of-file-switch.

       load-wave-demand-read.
           if end-of-file
               go to load-wave-demand-close.
           read pick-req record
               at end
                   move "Y" to end-of-file-switch
                   go to load-wave-demand-read
           end-read.
           move pr-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               go to load-wave-demand-read.
           perform find-picking-location
                   thru find-picking-location-exit.
           move 1 to demand-subscript.

       load-wave-demand-find.
           if demand-subscript > demand-count
               go to load-wave-demand-add.
           if dm-stock-key(demand-subscript) = pr-stock-key
                   and dm-loc(demand-subscript) = picked-loc
               add pr-qty to dm-qty(demand-subscript)
               go to load-wave-demand-read.
           add 1 to demand-subscript.
           go to load-wave-demand-find.

       load-wave-demand-add.
           if demand-count >= 200
               go to load-wave-demand-read.
           add 1 to demand-count.
           move pr-stock-key to dm-stock-key(demand-count).
           move picked-loc to dm-loc(demand-count).
           move pr-qty to dm-qty(demand-count).
           go to load-wave-demand-read.

       load-wave-demand-close.
           close pick-req.
           close stock-file.

       load-wave-demand-exit.
           exit.

       find-picking-location.
           move "????" to picked-loc.
           move 1 to loc-subscript.

       find-picking-location-scan.
           if loc-subscript > stock-location-count
               go to find-picking-location-exit.
           if stock-loc-qty(loc-subscript) > 0
               move stock-loc-code(loc-subscript) to picked-loc
               go to find-picking-location-exit.
           add 1 to loc-subscript.
           go to find-picking-location-scan.

       find-picking-location-exit.
           exit.

      ***********************************************************
      * Open Tasks and the Next Task Number                     *
      ***********************************************************

       load-open-tasks.
           move "N" to end-of-file-switch.
           move 0 to rt-task-number.
           start replen-file key not less than rt-task-number.
           if rpl-status not = "00"
               go to load-open-tasks-exit.

       load-open-tasks-read.
           if end-of-file
               go to load-open-tasks-exit.
           read replen-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to load-open-tasks-read
           end-read.
           move rt-task-number to next-task-number.
           if not rt-open or open-task-count >= 500
               go to load-open-tasks-read.
           add 1 to open-task-count.
           move rt-stock-key to ot-stock-key(open-task-count).
           move rt-loc-code to ot-loc(open-task-count).
           go to load-open-tasks-read.

       load-open-tasks-exit.
           exit.

      ***********************************************************
      * Check Every Pick Face                                   *
      ***********************************************************

       check-faces.
           move "N" to end-of-file-switch.
           move low-values to ib-key.
           start item-bin-file key not less than ib-key.
           if ibn-status not = "00"
               go to check-faces-exit.

       check-faces-read.
           if end-of-file
               go to check-faces-exit.
           read item-bin-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to check-faces-read
           end-read.
           if ws-loc-filter not = spaces
                   and ib-loc-code not = ws-loc-filter
               go to check-faces-read.
           if ib-face-max = 0
               go to check-faces-read.
           add 1 to faces-checked.
           perform find-open-task thru find-open-task-exit.
           if face-has-open-task
               add 1 to faces-skipped-open
               go to check-faces-read.

           move ib-stock-key to bs-stock-key.
           move ib-loc-code to bs-loc-code.
           move ib-bin-code to bs-bin-code.
           read bin-stock-file
               invalid key
                   move 0 to bs-qty
           end-read.
           move bs-qty to ws-face-qty.
           perform find-demand thru find-demand-exit.
           compute ws-projected = ws-face-qty - ws-demand-qty.
           if ws-projected not < ib-face-min
               go to check-faces-read.
           compute ws-need = ib-face-max - ws-projected.
           perform draw-from-reserve thru draw-from-reserve-exit.
           if ws-need > 0 and short-count < 100
               add 1 to short-count
               move ib-stock-key to sh-stock-key(short-count)
               move ib-loc-code to sh-loc(short-count)
               move ib-bin-code to sh-bin(short-count)
               move ws-need to sh-qty(short-count).
           go to check-faces-read.

       check-faces-exit.
           exit.

       find-open-task.
           move "N" to open-task-switch.
           move 1 to open-task-subscript.

       find-open-task-scan.
           if open-task-subscript > open-task-count
               go to find-open-task-exit.
           if ot-stock-key(open-task-subscript) = ib-stock-key
                   and ot-loc(open-task-subscript) = ib-loc-code
               move "Y" to open-task-switch
               go to find-open-task-exit.
           add 1 to open-task-subscript.
           go to find-open-task-scan.

       find-open-task-exit.
           exit.

       find-demand.
           move 0 to ws-demand-qty.
           move 1 to demand-subscript.

       find-demand-scan.
           if demand-subscript > demand-count
               go to find-demand-exit.
           if dm-stock-key(demand-subscript) = ib-stock-key
                   and dm-loc(demand-subscript) = ib-loc-code
               move dm-qty(demand-subscript) to ws-demand-qty
               go to find-demand-exit.
           add 1 to demand-subscript.
           go to find-demand-scan.

       find-demand-exit.
           exit.

      ***********************************************************
      *    Every active reserve bin in the location holding the  *
      *    item gives up what it has until the face is full.     *
      ***********************************************************

       draw-from-reserve.
           move ib-stock-key to bs-stock-key.
           move ib-loc-code to bs-loc-code.
           move low-values to bs-bin-code.
           start bin-stock-file key not less than bs-key.
           if bst-status not = "00"
               go to draw-from-reserve-exit.

       draw-from-reserve-read.
           if ws-need = 0
               go to draw-from-reserve-exit.
           read bin-stock-file next record
               at end
                   go to draw-from-reserve-exit
           end-read.
           if bs-stock-key not = ib-stock-key
                   or bs-loc-code not = ib-loc-code
               go to draw-from-reserve-exit.
           if bs-bin-code = ib-bin-code or bs-qty = 0
               go to draw-from-reserve-read.
           move bs-loc-code to bin-loc-code.
           move bs-bin-code to bin-code.
           read bin-file.
           if status-1 not = "0"
               go to draw-from-reserve-read.
           if not bin-reserve or not bin-active
               go to draw-from-reserve-read.
           if task-count >= 300
               add 1 to tasks-dropped
               go to draw-from-reserve-exit.
           if bs-qty < ws-need
               move bs-qty to ws-take
           else
               move ws-need to ws-take.
           add 1 to task-count.
           move ib-loc-code to tk-loc(task-count).
           move bin-walk-seq to tk-walk-seq(task-count).
           move bs-bin-code to tk-from-bin(task-count).
           move ib-bin-code to tk-to-bin(task-count).
           move ib-stock-key to tk-stock-key(task-count).
           move ws-take to tk-qty(task-count).
           subtract ws-take from ws-need.
           go to draw-from-reserve-read.

       draw-from-reserve-exit.
           exit.

      ***********************************************************
      * Sort the Moves into Walk Sequence                       *
      ***********************************************************

       sort-by-walk.
           if task-count < 2
               go to sort-by-walk-exit.

       sort-by-walk-pass.
           move "N" to swap-switch.
           move 1 to sort-subscript.

       sort-by-walk-scan.
           if sort-subscript >= task-count
               go to sort-by-walk-check.
           compute task-subscript = sort-subscript + 1.
           if tk-loc(sort-subscript) > tk-loc(task-subscript)
                   or (tk-loc(sort-subscript) = tk-loc(task-subscript)
                       and tk-walk-seq(sort-subscript) >
                           tk-walk-seq(task-subscript))
                   or (tk-loc(sort-subscript) = tk-loc(task-subscript)
                       and tk-walk-seq(sort-subscript) =
                           tk-walk-seq(task-subscript)
                       and tk-from-bin(sort-subscript) >
                           tk-from-bin(task-subscript))
               move task-entry(sort-subscript) to swap-entry
               move task-entry(task-subscript)
                       to task-entry(sort-subscript)
               move swap-entry to task-entry(task-subscript)
               move "Y" to swap-switch.
           add 1 to sort-subscript.
           go to sort-by-walk-scan.

       sort-by-walk-check.
           if entries-swapped
               go to sort-by-walk-pass.

       sort-by-walk-exit.
           exit.

      ***********************************************************
      * File and Print the Tasks                                *
      ***********************************************************

       write-tasks.
           open output replen-rpt.
           if rpt-status not = "00"
               display "Unable to open REPLEN.LST - status "
                       rpt-status
               go to write-tasks-exit.
           move today-8 to rh-date.
           move ws-wave-number to rh-wave.
           move report-heading-1 to replen-line.
           write replen-line.
           move spaces to replen-line.
           write replen-line.
           move report-heading-2 to replen-line.
           write replen-line.
           move 1 to task-subscript.

       write-tasks-loop.
           if task-subscript > task-count
               go to write-tasks-short.
           add 1 to next-task-number.
           move next-task-number to rt-task-number.
           move tk-stock-key(task-subscript) to rt-stock-key.
           move tk-loc(task-subscript) to rt-loc-code.
           move tk-from-bin(task-subscript) to rt-from-bin.
           move tk-walk-seq(task-subscript) to rt-from-walk-seq.
           move tk-to-bin(task-subscript) to rt-to-bin.
           move tk-qty(task-subscript) to rt-qty.
           move "O" to rt-status.
           move today-8 to rt-created-date.
           move 0 to rt-confirmed-date.
           move 0 to rt-moved-qty.
           move ws-wave-number to rt-wave-number.
           write replen-task-record.
           if rpl-status not = "00"
               display "Unable to file task for "
                       tk-stock-key(task-subscript)
                       " - status " rpl-status.
           move rt-task-number to dl-task.
           move rt-loc-code to dl-loc.
           move rt-from-bin to dl-from-bin.
           move rt-from-walk-seq to dl-walk.
           move rt-to-bin to dl-to-bin.
           move rt-stock-key to dl-stock-key.
           move rt-qty to dl-qty.
           move detail-line to replen-line.
           write replen-line.
           add 1 to task-subscript.
           go to write-tasks-loop.

       write-tasks-short.
           if short-count = 0
               go to write-tasks-close.
           move spaces to replen-line.
           write replen-line.
           move 1 to short-subscript.

       write-tasks-short-loop.
           if short-subscript > short-count
               go to write-tasks-close.
           move sh-loc(short-subscript) to sl-loc.
           move sh-bin(short-subscript) to sl-bin.
           move sh-stock-key(short-subscript) to sl-stock-key.
           move sh-qty(short-subscript) to sl-qty.
           move short-line to replen-line.
           write replen-line.
           add 1 to short-subscript.
           go to write-tasks-short-loop.

       write-tasks-close.
           close replen-rpt.

       write-tasks-exit.
           exit.
