      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      LABENT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Shop floor labour reporting.  Staff book the hours      *
      *  they worked against an operation of an open work order  *
      *  on MUWORDER.DAT: the operation must be on the routing   *
      *  of the order's parent (MUROUTE.DAT, see ROUTING.CPY)    *
      *  and its work center active on MUWKCTR.DAT.  Each        *
      *  booking goes onto MUWOLAB.DAT (see WOLABOR.CPY) with    *
      *  the center's labour and overhead rates of the day;      *
      *  WOMAINT costs them into the order when it closes.  L    *
      *  lists an order's bookings against the routing's         *
      *  standard hours for the quantity ordered.  Bookings are  *
      *  logged to LABENT.LST.                                   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. LABENT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select labour-file assign "MUWOLAB.DAT"
                organization indexed
                access dynamic
                record key wl-key
                status file-status.

           select wo-file assign "MUWORDER.DAT"
                organization indexed
                access dynamic
                record key wo-number
                status wo-status.

           select routing-file assign "MUROUTE.DAT"
                organization indexed
                access dynamic
                record key ro-key
                status rte-status.

           select work-center-file assign "MUWKCTR.DAT"
                organization indexed
                access dynamic
                record key wkc-code
                status wkc-status.

           select labour-log assign "LABENT.LST"
                organization line sequential
                status log-status.
      /
       data division.

       file section.
       fd  labour-file.
           copy wolabor.cpy.

       fd  wo-file.
           copy worec.cpy.

       fd  routing-file.
           copy routing.cpy.

       fd  work-center-file.
           copy wkctr.cpy.

       fd  labour-log.
       01  labour-log-line              pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  wo-status                    pic xx.
       01  rte-status                   pic xx.
       01  wkc-status                   pic xx.
       01  log-status                   pic xx.

       01  choice                       pic x.
       01  today-8                      pic 9(08).
       01  ws-wo-number                 pic x(06).
       01  ws-operation                 pic 9(03).
       01  ws-employee                  pic x(08).
       01  ws-hours                     pic 9(03)v99.
       01  ws-hours-edited              pic zz9.99.
       01  ws-total-edited              pic z(04)9.99.
       01  ws-std-edited                pic z(08)9.99.
       01  op-hours                     pic 9(05)v99.
       01  op-std-hours                 pic 9(09)v99.
       01  order-hours                  pic 9(05)v99.
       01  last-operation               pic 9(03).
       01  bookings-made                pic 9(04) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "LABENT - work order labour reporting".
           open i-o labour-file.
           if status-1 not = "0"
               open output labour-file
               close labour-file
               open i-o labour-file.
           if status-1 not = "0"
               display "Unable to open MUWOLAB.DAT - status "
                       status-1 status-2
               go to endit.

           open input wo-file.
           if wo-status not = "00"
               display "Unable to open MUWORDER.DAT - status "
                       wo-status
               close labour-file
               go to endit.

           open input routing-file.
           if rte-status not = "00"
               display "Unable to open MUROUTE.DAT - status "
                       rte-status " - set up routings first"
               close labour-file
               close wo-file
               go to endit.

           open input work-center-file.
           if wkc-status not = "00"
               display "Unable to open MUWKCTR.DAT - status "
                       wkc-status
               close labour-file
               close wo-file
               close routing-file
               go to endit.

           open extend labour-log.
           if log-status not = "00"
               open output labour-log.
           if log-status not = "00"
               display "Unable to open LABENT.LST - status "
                       log-status
               close labour-file
               close wo-file
               close routing-file
               close work-center-file
               go to endit.

       ent-ry.
           display "B-Book hours  L-List order  Q-Quit : ".
           accept choice.
           accept today-8 from date yyyymmdd.
           evaluate choice
               when "B" when "b"
                   perform book-hours thru book-hours-exit
               when "L" when "l"
                   perform list-order thru list-order-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Book Hours to a Work Order Operation                    *
      ***********************************************************

       book-hours.
           perform get-order thru get-order-exit.
           if ws-wo-number = spaces
               go to book-hours-exit.
           if not wo-open
               display "Work order is not open"
               go to book-hours-exit.
           display "Operation number : ".
           move 0 to ws-operation.
           accept ws-operation.
           move wo-parent-key to ro-parent-key.
           move ws-operation to ro-operation.
           read routing-file.
           if rte-status not = "00"
               display "Operation " ws-operation
                       " is not on the routing for " wo-parent-key
               go to book-hours-exit.
           display ro-description.
           move ro-work-center to wkc-code.
           read work-center-file.
           if wkc-status not = "00"
               display "Work center " ro-work-center
                       " not on file"
               go to book-hours-exit.
           if not wkc-active
               display "Work center " wkc-code " is inactive"
               go to book-hours-exit.
           display "Employee : ".
           move spaces to ws-employee.
           accept ws-employee.
           if ws-employee = spaces
               go to book-hours-exit.
           display "Hours worked : ".
           move 0 to ws-hours.
           accept ws-hours.
           if ws-hours = 0
               go to book-hours-exit.

           move ws-wo-number to wl-wo-number.
           move ws-operation to wl-operation.
           move 1 to wl-seq.
           move ro-work-center to wl-work-center.
           move ws-employee to wl-employee.
           move today-8 to wl-date.
           move ws-hours to wl-hours.
           move wkc-labour-rate to wl-labour-rate.
           move wkc-overhead-rate to wl-overhead-rate.

      *    The next free sequence under the operation.
       book-hours-write.
           write wo-labour-record.
           if status-1 = "2"
               add 1 to wl-seq
               go to book-hours-write.
           if status-1 not = "0"
               display "Unable to book hours - status "
                       status-1 status-2
               go to book-hours-exit.
           add 1 to bookings-made.
           move ws-hours to ws-hours-edited.
           display "Booked " ws-hours-edited " hours to "
                   ws-wo-number " op " ws-operation.
           move spaces to labour-log-line.
           string ws-wo-number "  op=" ws-operation
                   "  wc=" wl-work-center
                   "  emp=" ws-employee
                   "  date=" today-8
                   "  hours=" ws-hours-edited
                   delimited by size into labour-log-line.
           write labour-log-line.

       book-hours-exit.
           exit.

       get-order.
           display "Work order number : ".
           move spaces to ws-wo-number.
           accept ws-wo-number.
           if ws-wo-number = spaces
               go to get-order-exit.
           move ws-wo-number to wo-number.
           read wo-file.
           if wo-status not = "00"
               display "Work order not found - status " wo-status
               move spaces to ws-wo-number
               go to get-order-exit.
           display "Building " wo-qty " of " wo-parent-key.

       get-order-exit.
           exit.

      ***********************************************************
      * List an Order's Hours Against Standard                  *
      ***********************************************************

       list-order.
           perform get-order thru get-order-exit.
           if ws-wo-number = spaces
               go to list-order-exit.
           move 0 to order-hours.
           move 0 to last-operation.
           move 0 to op-hours.
           move ws-wo-number to wl-wo-number.
           move 0 to wl-operation.
           move 0 to wl-seq.
           start labour-file key not less than wl-key.
           if status-1 not = "0"
               go to list-order-done.

       list-order-read.
           read labour-file next record
               at end
                   go to list-order-done
           end-read.
           if wl-wo-number not = ws-wo-number
               go to list-order-done.
           if wl-operation not = last-operation
               perform show-operation-total
                       thru show-operation-total-exit
               move wl-operation to last-operation
               move 0 to op-hours.
           move wl-hours to ws-hours-edited.
           display "  op " wl-operation "  " wl-date "  "
                   wl-employee "  " ws-hours-edited.
           add wl-hours to op-hours.
           add wl-hours to order-hours.
           go to list-order-read.

       list-order-done.
           perform show-operation-total
                   thru show-operation-total-exit.
           move order-hours to ws-total-edited.
           display "Order total hours " ws-total-edited.

       list-order-exit.
           exit.

       show-operation-total.
           if last-operation = 0
               go to show-operation-total-exit.
           move wo-parent-key to ro-parent-key.
           move last-operation to ro-operation.
           move 0 to op-std-hours.
           read routing-file.
           if rte-status = "00"
               compute op-std-hours = ro-std-hours * wo-qty.
           move op-hours to ws-total-edited.
           move op-std-hours to ws-std-edited.
           display "  op " last-operation " booked " ws-total-edited
                   "  standard " ws-std-edited.

       show-operation-total-exit.
           exit.

       wrap-up.
           close labour-file.
           close wo-file.
           close routing-file.
           close work-center-file.
           close labour-log.
           display "Bookings made : " bookings-made.

       endit.
           goback.
