      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     WCMAINT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the work center master file     *
      *  MUWKCTR.DAT (see WKCTR.CPY), in the VIMAINT mould.      *
      *  Adds, changes, deactivates or lists the shop floor's    *
      *  work centers with the hourly labour and overhead rates  *
      *  their hours are costed at.  A center stays on file      *
      *  once routings name it - D only marks it inactive, and   *
      *  LABENT then refuses new hours against it.               *
      *                                                          *
      ************************************************************

       identification division.
       program-id. WCMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select work-center-file assign "MUWKCTR.DAT"
                organization indexed
                access dynamic
                record key wkc-code
                status file-status.
      /
       data division.

       file section.
       fd  work-center-file.
           copy wkctr.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  choice                       pic x.
       01  ws-work-center               pic x(04).
       01  entries-shown                pic 9(03).
       01  ws-rate-edited               pic z(03)9.99.
       01  ws-overhead-edited           pic z(03)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "WCMAINT - work center maintenance".
           open i-o work-center-file.
           if status-1 not = "0"
               open output work-center-file
               close work-center-file
               open i-o work-center-file.
           if status-1 not = "0"
               display "Unable to open MUWKCTR.DAT - status "
                       status-1 status-2
               go to endit.

       ent-ry.
           display "A-Add  C-Change  D-Deactivate  L-List  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "A" when "a"
                   perform add-entry thru add-entry-exit
               when "C" when "c"
                   perform change-entry thru change-entry-exit
               when "D" when "d"
                   perform deactivate-entry
                           thru deactivate-entry-exit
               when "L" when "l"
                   perform list-centers thru list-centers-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Keying                                                  *
      ***********************************************************

       get-key.
           display "Work center code : ".
           move spaces to ws-work-center.
           accept ws-work-center.

       get-key-exit.
           exit.

       get-details.
           display "Name : ".
           accept wkc-name.
           display "Labour rate per hour : ".
           accept wkc-labour-rate.
           display "Overhead rate per hour : ".
           accept wkc-overhead-rate.

       get-details-exit.
           exit.

      ***********************************************************
      * Add / Change / Deactivate / List                        *
      ***********************************************************

       add-entry.
           perform get-key thru get-key-exit.
           if ws-work-center = spaces
               go to add-entry-exit.
           move ws-work-center to wkc-code.
           move spaces to wkc-name.
           perform get-details thru get-details-exit.
           move "Y" to wkc-active-flag.
           write work-center-record
               invalid key
                   display "Work center already on file - use C to "
                           "change"
               not invalid key
                   display "Work center added"
           end-write.

       add-entry-exit.
           exit.

       change-entry.
           perform get-key thru get-key-exit.
           if ws-work-center = spaces
               go to change-entry-exit.
           move ws-work-center to wkc-code.
           read work-center-file
               invalid key
                   display "Work center not on file - use A to add"
                   go to change-entry-exit
           end-read.
           perform show-center.
           perform get-details thru get-details-exit.
           move "Y" to wkc-active-flag.
           rewrite work-center-record.
           if status-1 = "0"
               display "Work center changed"
           else
               display "Unable to change work center - status "
                       status-1 status-2.

       change-entry-exit.
           exit.

       deactivate-entry.
           perform get-key thru get-key-exit.
           if ws-work-center = spaces
               go to deactivate-entry-exit.
           move ws-work-center to wkc-code.
           read work-center-file
               invalid key
                   display "Work center not on file"
                   go to deactivate-entry-exit
           end-read.
           move "N" to wkc-active-flag.
           rewrite work-center-record.
           if status-1 = "0"
               display "Work center deactivated"
           else
               display "Unable to change work center - status "
                       status-1 status-2.

       deactivate-entry-exit.
           exit.

       list-centers.
           move 0 to entries-shown.
           move low-values to wkc-code.
           start work-center-file key not less than wkc-code.
           if status-1 not = "0"
               display "No work centers on file"
               go to list-centers-exit.

       list-centers-read.
           read work-center-file next record
               at end
                   go to list-centers-done
           end-read.
           add 1 to entries-shown.
           perform show-center.
           go to list-centers-read.

       list-centers-done.
           display "Work centers listed : " entries-shown.

       list-centers-exit.
           exit.

       show-center.
           move wkc-labour-rate to ws-rate-edited.
           move wkc-overhead-rate to ws-overhead-edited.
           if wkc-active
               display "  " wkc-code "  " wkc-name
                       "  labour " ws-rate-edited
                       "  overhead " ws-overhead-edited
           else
               display "  " wkc-code "  " wkc-name
                       "  labour " ws-rate-edited
                       "  overhead " ws-overhead-edited
                       "  INACTIVE".

       wrap-up.
           close work-center-file.

       endit.
           goback.
