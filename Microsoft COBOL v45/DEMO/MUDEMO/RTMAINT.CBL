      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     RTMAINT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the routing file MUROUTE.DAT    *
      *  (see ROUTING.CPY), in the BOMMAINT mould.  Prompts for  *
      *  a parent stock code and an operation number, validates  *
      *  the parent on MUSTOCK.DAT and the work center on        *
      *  MUWKCTR.DAT, and adds, changes, deletes or lists the    *
      *  operations the parent is built through with their       *
      *  standard hours per unit.                                *
      *                                                          *
      ************************************************************

       identification division.
       program-id. RTMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select routing-file assign "MUROUTE.DAT"
                organization indexed
                access dynamic
                record key ro-key
                status file-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select work-center-file assign "MUWKCTR.DAT"
                organization indexed
                access dynamic
                record key wkc-code
                status wkc-status.
      /
       data division.

       file section.
       fd  routing-file.
           copy routing.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  work-center-file.
           copy wkctr.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  stock-status                 pic xx.
       01  wkc-status                   pic xx.

       01  choice                       pic x.
       01  ws-parent-key                pic x(10).
       01  ws-operation                 pic 9(03).
       01  entries-shown                pic 9(03).
       01  ws-hours-edited              pic zz9.99.
       01  center-switch                pic x.
           88  center-valid                       value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "RTMAINT - routing maintenance".
           open i-o routing-file.
           if status-1 not = "0"
               open output routing-file
               close routing-file
               open i-o routing-file.
           if status-1 not = "0"
               display "Unable to open MUROUTE.DAT - status "
                       status-1 status-2
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close routing-file
               go to endit.

           open input work-center-file.
           if wkc-status not = "00"
               display "Unable to open MUWKCTR.DAT - status "
                       wkc-status " - set up work centers first"
               close routing-file
               close stock-file
               go to endit.

       ent-ry.
           display "A-Add  C-Change  D-Delete  L-List parent  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "A" when "a"
                   perform add-entry thru add-entry-exit
               when "C" when "c"
                   perform change-entry thru change-entry-exit
               when "D" when "d"
                   perform delete-entry thru delete-entry-exit
               when "L" when "l"
                   perform list-parent thru list-parent-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Keying and Validation                                   *
      ***********************************************************

       get-keys.
           move 0 to ws-operation.
           display "Parent stock code : ".
           accept ws-parent-key.
           move ws-parent-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status " stock-status
               go to get-keys-exit.
           display stock-description-1.
           display "Operation number (1-999) : ".
           accept ws-operation.

       get-keys-exit.
           exit.

       get-details.
           move "N" to center-switch.
           display "Work center : ".
           accept ro-work-center.
           move ro-work-center to wkc-code.
           read work-center-file.
           if wkc-status not = "00"
               display "Work center not on file"
               go to get-details-exit.
           if not wkc-active
               display "Work center is inactive"
               go to get-details-exit.
           display wkc-name.
           display "Operation description : ".
           accept ro-description.
           display "Standard hours per unit : ".
           accept ro-std-hours.
           move "Y" to center-switch.

       get-details-exit.
           exit.

      ***********************************************************
      * Add / Change / Delete / List                            *
      ***********************************************************

       add-entry.
           perform get-keys thru get-keys-exit.
           if ws-operation = 0
               go to add-entry-exit.
           move ws-parent-key to ro-parent-key.
           move ws-operation to ro-operation.
           move spaces to ro-description.
           perform get-details thru get-details-exit.
           if not center-valid
               go to add-entry-exit.
           write routing-record
               invalid key
                   display "Operation already on file - use C to "
                           "change"
               not invalid key
                   display "Operation added"
           end-write.

       add-entry-exit.
           exit.

       change-entry.
           perform get-keys thru get-keys-exit.
           if ws-operation = 0
               go to change-entry-exit.
           move ws-parent-key to ro-parent-key.
           move ws-operation to ro-operation.
           read routing-file
               invalid key
                   display "Operation not on file - use A to add"
                   go to change-entry-exit
           end-read.
           perform show-operation.
           perform get-details thru get-details-exit.
           if not center-valid
               go to change-entry-exit.
           rewrite routing-record.
           if status-1 = "0"
               display "Operation changed"
           else
               display "Unable to change operation - status "
                       status-1 status-2.

       change-entry-exit.
           exit.

       delete-entry.
           perform get-keys thru get-keys-exit.
           if ws-operation = 0
               go to delete-entry-exit.
           move ws-parent-key to ro-parent-key.
           move ws-operation to ro-operation.
           delete routing-file
               invalid key
                   display "Operation not on file"
               not invalid key
                   display "Operation deleted"
           end-delete.

       delete-entry-exit.
           exit.

       list-parent.
           display "Parent stock code to list : ".
           accept ws-parent-key.
           move 0 to entries-shown.
           move ws-parent-key to ro-parent-key.
           move 0 to ro-operation.
           start routing-file key not less than ro-key.
           if status-1 not = "0"
               display "No routing on file"
               go to list-parent-exit.

       list-parent-read.
           read routing-file next record
               at end
                   go to list-parent-done
           end-read.
           if ro-parent-key not = ws-parent-key
               go to list-parent-done.
           add 1 to entries-shown.
           perform show-operation.
           go to list-parent-read.

       list-parent-done.
           display "Operations listed : " entries-shown.

       list-parent-exit.
           exit.

       show-operation.
           move ro-std-hours to ws-hours-edited.
           display "  Op " ro-operation "  " ro-work-center
                   "  " ro-description "  " ws-hours-edited
                   " hrs/unit".

       wrap-up.
           close routing-file.
           close stock-file.
           close work-center-file.

       endit.
           goback.
