      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     REPLCONF.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Replenishment confirmation.  Steps through the open     *
      *  moves REPLEN filed on MUREPLEN.DAT in task number -     *
      *  walk - order, optionally for one location.  Each move   *
      *  is confirmed in full or for the quantity actually       *
      *  moved, skipped for later, or cancelled.  A confirmed    *
      *  move takes the quantity out of the reserve bin and      *
      *  puts it in the pick face on MUBINSTK.DAT; a reserve     *
      *  bin showing less than was moved is refused so the bin   *
      *  can be counted first.  Stock stays in the same          *
      *  location, so stock-held and stock-loc-qty are not       *
      *  touched.                                                *
      *                                                          *
      ************************************************************

       identification division.
       program-id. REPLCONF.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select replen-file assign "MUREPLEN.DAT"
                organization indexed
                access dynamic
                record key rt-task-number
                status rpl-status.

           select bin-stock-file assign "MUBINSTK.DAT"
                organization indexed
                access dynamic
                record key bs-key
                status bst-status.
      /
       data division.

       file section.
       fd  replen-file.
           copy repltask.cpy.

       fd  bin-stock-file.
           copy binstk.cpy.
      /
       working-storage section.

       01  rpl-status                   pic xx.
       01  bst-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  choice                       pic x.
       01  today-8                      pic 9(08).
       01  ws-loc-filter                pic x(04).
       01  ws-moved-qty                 pic 9(06)v9(03).

       01  tasks-confirmed              pic 9(05) value 0.
       01  tasks-cancelled              pic 9(05) value 0.
       01  tasks-skipped                pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "REPLCONF - confirm pick-face replenishment".
           open i-o replen-file.
           if rpl-status not = "00"
               display "No replenishment tasks on MUREPLEN.DAT - "
                       "run REPLEN first"
               go to endit.
           open i-o bin-stock-file.
           if bst-status not = "00"
               display "Unable to open MUBINSTK.DAT - status "
                       bst-status
               close replen-file
               go to endit.
           accept today-8 from date yyyymmdd.
           display "Location (blank for all) : ".
           move spaces to ws-loc-filter.
           accept ws-loc-filter.

           move 0 to rt-task-number.
           start replen-file key not less than rt-task-number.
           if rpl-status not = "00"
               go to wrap-up.

       ent-ry.
           if end-of-file
               go to wrap-up.
           read replen-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to ent-ry
           end-read.
           if not rt-open
               go to ent-ry.
           if ws-loc-filter not = spaces
                   and rt-loc-code not = ws-loc-filter
               go to ent-ry.
           display " ".
           display "Task " rt-task-number "  location " rt-loc-code
                   "  item " rt-stock-key.
           display "  Move " rt-qty " from reserve bin " rt-from-bin
                   " to pick face " rt-to-bin.

       ent-ry-choice.
           display "C-Moved in full  P-Part moved  S-Skip  "
                   "X-Cancel task  Q-Quit : ".
           accept choice.
           evaluate choice
               when "C" when "c"
                   move rt-qty to ws-moved-qty
                   perform confirm-move thru confirm-move-exit
               when "P" when "p"
                   display "Quantity moved : "
                   move 0 to ws-moved-qty
                   accept ws-moved-qty
                   if ws-moved-qty = 0
                       add 1 to tasks-skipped
                   else
                       perform confirm-move thru confirm-move-exit
                   end-if
               when "S" when "s"
                   add 1 to tasks-skipped
               when "X" when "x"
                   perform cancel-task thru cancel-task-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   go to ent-ry-choice
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Move the Stock Bin to Bin                               *
      ***********************************************************

       confirm-move.
           move rt-stock-key to bs-stock-key.
           move rt-loc-code to bs-loc-code.
           move rt-from-bin to bs-bin-code.
           read bin-stock-file
               invalid key
                   move 0 to bs-qty
           end-read.
           if bst-status not = "00" or bs-qty < ws-moved-qty
               display "Reserve bin " rt-from-bin " shows only "
                       bs-qty " - count the bin before confirming"
               add 1 to tasks-skipped
               go to confirm-move-exit.
           subtract ws-moved-qty from bs-qty.
           move today-8 to bs-last-move-date.
           rewrite bin-stock-record.
           if bst-status not = "00"
               display "Unable to relieve reserve bin - status "
                       bst-status
               go to confirm-move-exit.

           move rt-stock-key to bs-stock-key.
           move rt-loc-code to bs-loc-code.
           move rt-to-bin to bs-bin-code.
           read bin-stock-file
               invalid key
                   move ws-moved-qty to bs-qty
                   move today-8 to bs-last-move-date
                   write bin-stock-record
               not invalid key
                   add ws-moved-qty to bs-qty
                   move today-8 to bs-last-move-date
                   rewrite bin-stock-record
           end-read.
           if bst-status not = "00"
               display "Unable to fill pick face - status "
                       bst-status.

           move "C" to rt-status.
           move ws-moved-qty to rt-moved-qty.
           move today-8 to rt-confirmed-date.
           rewrite replen-task-record.
           if rpl-status not = "00"
               display "Unable to close task - status " rpl-status
               go to confirm-move-exit.
           add 1 to tasks-confirmed.
           display "Move confirmed".

       confirm-move-exit.
           exit.

       cancel-task.
           move "X" to rt-status.
           move 0 to rt-moved-qty.
           move today-8 to rt-confirmed-date.
           rewrite replen-task-record.
           if rpl-status not = "00"
               display "Unable to cancel task - status " rpl-status
               go to cancel-task-exit.
           add 1 to tasks-cancelled.
           display "Task cancelled".

       cancel-task-exit.
           exit.

       wrap-up.
           close replen-file.
           close bin-stock-file.
           display "Moves confirmed : " tasks-confirmed.
           display "Tasks cancelled : " tasks-cancelled.
           display "Tasks left open : " tasks-skipped.

       endit.
           goback.
