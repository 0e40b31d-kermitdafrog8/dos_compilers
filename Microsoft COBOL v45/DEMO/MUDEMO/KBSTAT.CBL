      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      KBSTAT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Kanban status report.  Walks every loop on MUKANBAN.DAT *
      *  (see KANBAN.CPY) and counts its cards full, empty and   *
      *  in transit.  An empty card is in transit once its       *
      *  replenishment is under way - its transfer on            *
      *  MUINTRNS.DAT dispatched (or landed and waiting for the  *
      *  card to be scanned back), or its suggested order on     *
      *  MUPODATA.DAT approved; while the transfer is still      *
      *  only requested or the order pending, the card is just   *
      *  empty.  Each card not full is listed with its transfer  *
      *  or order and the day it was emptied.  Output is         *
      *  KBSTAT.LST.                                             *
      *                                                          *
      ************************************************************

       identification division.
       program-id. KBSTAT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select kanban-file assign "MUKANBAN.DAT"
                organization indexed
                access dynamic
                record key kb-key
                status file-status.

           select in-transit-file assign "MUINTRNS.DAT"
                organization indexed
                access dynamic
                record key it-number
                status int-status.

           select po-file assign "MUPODATA.DAT"
                organization indexed
                access dynamic
                record key po-key
                status po-status.

           select status-rpt assign "KBSTAT.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  kanban-file.
           copy kanban.cpy.

       fd  in-transit-file.
           copy intrans.cpy.

       fd  po-file.
           copy porec.cpy.

       fd  status-rpt.
       01  status-line                  pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  int-status                   pic xx.
       01  po-status                    pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  int-switch                   pic x.
           88 transit-file-open                   value "Y".
       01  po-switch                    pic x.
           88 po-file-open                        value "Y".
       01  transit-switch               pic x.
           88 card-in-transit                     value "Y".

       01  today-8                      pic 9(08).

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - KANBAN STATUS".

       01  report-heading-2.
           03  filler                   pic x(06) value "As at ".
           03  rh2-date                 pic 9(08).

       01  report-heading-3             pic x(80)
           value "Stock Code  Locn  Source  Card Qty  Cards  Full Empty 
      -    "Transit".

       01  loop-line.
           03  ll-stock-key             pic x(10).
           03  filler                   pic x(02).
           03  ll-location              pic x(04).
           03  filler                   pic x(02).
           03  ll-source                pic x(06).
           03  filler                   pic x(02).
           03  ll-card-qty              pic z(07)9.
           03  filler                   pic x(02).
           03  ll-cards                 pic z(04)9.
           03  filler                   pic x(01).
           03  ll-full                  pic z(04)9.
           03  filler                   pic x(01).
           03  ll-empty                 pic z(04)9.
           03  filler                   pic x(01).
           03  ll-transit               pic z(06)9.

       01  card-line.
           03  filler                   pic x(08) value spaces.
           03  filler                   pic x(05) value "card ".
           03  cl-card                  pic 9(02).
           03  filler                   pic x(02) value spaces.
           03  cl-state                 pic x(10).
           03  filler                   pic x(02) value spaces.
           03  cl-ref                   pic x(06).
           03  filler                   pic x(10) value "  emptied ".
           03  cl-date                  pic 9(08).

       01  card-subscript               pic 9(02) comp.
       01  loop-full                    pic 9(02).
       01  loop-empty                   pic 9(02).
       01  loop-transit                 pic 9(02).

       01  loops-read                   pic 9(05) value 0.
       01  total-full                   pic 9(06) value 0.
       01  total-empty                  pic 9(06) value 0.
       01  total-transit                pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "KBSTAT - kanban status report".
           open input kanban-file.
           if status-1 not = "0"
               display "Unable to open MUKANBAN.DAT - status "
                       status-1 status-2
               go to endit.

           move "N" to int-switch.
           open input in-transit-file.
           if int-status = "00"
               move "Y" to int-switch.
           move "N" to po-switch.
           open input po-file.
           if po-status = "00"
               move "Y" to po-switch.

           open output status-rpt.
           if rpt-status not = "00"
               display "Unable to open KBSTAT.LST - status "
                       rpt-status
               close kanban-file
               if transit-file-open
                   close in-transit-file
               end-if
               if po-file-open
                   close po-file
               end-if
               go to endit.

           accept today-8 from date yyyymmdd.
           move report-heading-1 to status-line.
           write status-line.
           move today-8 to rh2-date.
           move report-heading-2 to status-line.
           write status-line.
           move spaces to status-line.
           write status-line.
           move report-heading-3 to status-line.
           write status-line.

           move low-values to kb-key.
           start kanban-file key not less than kb-key.
           if status-1 not = "0"
               move "Y" to end-of-file-switch.

       read-loop.
           if end-of-file
               go to wrap-up.
           read kanban-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           add 1 to loops-read.
           perform report-loop thru report-loop-exit.
           go to read-loop.

      ***********************************************************
      * One Loop - Count, Then List the Cards Not Full          *
      ***********************************************************

       report-loop.
           move 0 to loop-full.
           move 0 to loop-empty.
           move 0 to loop-transit.
           move 1 to card-subscript.

       report-loop-count.
           if card-subscript > kb-card-count
               go to report-loop-print.
           if kb-card-empty(card-subscript)
               perform check-transit thru check-transit-exit
               if card-in-transit
                   add 1 to loop-transit
               else
                   add 1 to loop-empty
               end-if
           else
               add 1 to loop-full.
           add 1 to card-subscript.
           go to report-loop-count.

       report-loop-print.
           move spaces to loop-line.
           move kb-stock-key to ll-stock-key.
           move kb-location to ll-location.
           if kb-vendor-direct
               move "VENDOR" to ll-source
           else
               move kb-source-loc to ll-source.
           move kb-card-qty to ll-card-qty.
           move kb-card-count to ll-cards.
           move loop-full to ll-full.
           move loop-empty to ll-empty.
           move loop-transit to ll-transit.
           move loop-line to status-line.
           write status-line.
           add loop-full to total-full.
           add loop-empty to total-empty.
           add loop-transit to total-transit.
           move 1 to card-subscript.

       report-loop-cards.
           if card-subscript > kb-card-count
               go to report-loop-exit.
           if kb-card-empty(card-subscript)
               perform check-transit thru check-transit-exit
               move card-subscript to cl-card
               if card-in-transit
                   move "IN TRANSIT" to cl-state
               else
                   move "EMPTY" to cl-state
               end-if
               move kb-card-ref(card-subscript) to cl-ref
               move kb-card-date(card-subscript) to cl-date
               move card-line to status-line
               write status-line.
           add 1 to card-subscript.
           go to report-loop-cards.

       report-loop-exit.
           exit.

       check-transit.
           move "N" to transit-switch.
           if kb-card-ref(card-subscript) = spaces
               go to check-transit-exit.
           if kb-vendor-direct
               if po-file-open
                   move kb-card-ref(card-subscript) to po-number
                   move 1 to po-line
                   read po-file
                   if po-status = "00" and not po-pending
                       move "Y" to transit-switch
                   end-if
               end-if
           else
               if transit-file-open
                   move kb-card-ref(card-subscript) to it-number
                   read in-transit-file
                   if int-status = "00" and not it-requested
                       move "Y" to transit-switch
                   end-if
               end-if
           end-if.

       check-transit-exit.
           exit.

      ***********************************************************
      * Totals                                                  *
      ***********************************************************

       wrap-up.
           move spaces to status-line.
           write status-line.
           move spaces to status-line.
           string "Loops " loops-read
                   "   cards full " total-full
                   "   empty " total-empty
                   "   in transit " total-transit
                   delimited by size into status-line.
           write status-line.
           close kanban-file.
           if transit-file-open
               close in-transit-file.
           if po-file-open
               close po-file.
           close status-rpt.
           display "Kanban loops reported : " loops-read.

       endit.
           goback.
