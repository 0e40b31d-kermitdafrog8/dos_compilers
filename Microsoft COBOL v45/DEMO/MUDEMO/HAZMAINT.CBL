      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     HAZMAINT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Hazardous material maintenance, in the FRTMAINT mould.  *
      *  C sets up or changes a hazard class on MUHAZCLS.DAT     *
      *  (see HAZCLASS.CPY) with the wording its paperwork must  *
      *  carry, D deletes one no item is marked with, and L      *
      *  lists them.  I marks an item on MUSTOCK.DAT with its    *
      *  class and UN number, or clears them.  P permits a       *
      *  carrier to take a class on MUCARHAZ.DAT (see            *
      *  CARHAZ.CPY), R withdraws the permission and S shows     *
      *  what each carrier may take - the table ORDENT checks    *
      *  at ship confirmation.                                   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. HAZMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select hazmat-class-file assign "MUHAZCLS.DAT"
                organization indexed
                access dynamic
                record key hz-class-code
                status file-status.

           select carrier-hazmat-file assign "MUCARHAZ.DAT"
                organization indexed
                access dynamic
                record key ch-key
                status chz-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.
      /
       data division.

       file section.
       fd  hazmat-class-file.
           copy hazclass.cpy.

       fd  carrier-hazmat-file.
           copy carhaz.cpy.

       fd  stock-file.
           copy stockrec.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  chz-status                   pic xx.
       01  stock-status                 pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  choice                       pic x.
       01  ws-class-code                pic x(04).
       01  ws-carrier-code              pic x(04).
       01  ws-un-number                 pic x(06).
       01  rows-shown                   pic 9(04).
       01  items-marked                 pic 9(05).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "HAZMAINT - hazardous material maintenance".
           open i-o hazmat-class-file.
           if status-1 not = "0"
               open output hazmat-class-file
               close hazmat-class-file
               open i-o hazmat-class-file.
           if status-1 not = "0"
               display "Unable to open MUHAZCLS.DAT - status "
                       status-1 status-2
               go to endit.

           open i-o carrier-hazmat-file.
           if chz-status not = "00"
               open output carrier-hazmat-file
               close carrier-hazmat-file
               open i-o carrier-hazmat-file.
           if chz-status not = "00"
               display "Unable to open MUCARHAZ.DAT - status "
                       chz-status
               close hazmat-class-file
               go to endit.

           open i-o stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close hazmat-class-file
               close carrier-hazmat-file
               go to endit.

       ent-ry.
           display "C-Class  D-Delete class  L-List classes  "
                   "I-Item  P-Permit carrier  R-Remove permit  "
                   "S-Show permits  Q-Quit : ".
           accept choice.
           evaluate choice
               when "C" when "c"
                   perform maintain-class thru maintain-class-exit
               when "D" when "d"
                   perform delete-class thru delete-class-exit
               when "L" when "l"
                   perform list-classes thru list-classes-exit
               when "I" when "i"
                   perform mark-item thru mark-item-exit
               when "P" when "p"
                   perform permit-carrier thru permit-carrier-exit
               when "R" when "r"
                   perform remove-permit thru remove-permit-exit
               when "S" when "s"
                   perform show-permits thru show-permits-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Hazard Classes                                          *
      ***********************************************************

       maintain-class.
           display "Hazard class or division (e.g. 3, 8, 9, 2.1) : ".
           move spaces to ws-class-code.
           accept ws-class-code.
           if ws-class-code = spaces
               go to maintain-class-exit.
           move ws-class-code to hz-class-code.
           read hazmat-class-file.
           if status-1 = "0"
               display "Class on file - " hz-description
               display "  " hz-hazard-wording
           else
               move spaces to hz-data.
           display "Description : ".
           accept hz-description.
           display "Hazard wording for the paperwork : ".
           accept hz-hazard-wording.
           if hz-hazard-wording = spaces
               display "The class needs its hazard wording - "
                       "not saved"
               go to maintain-class-exit.
           move ws-class-code to hz-class-code.
           rewrite hazmat-class-record
               invalid key
                   write hazmat-class-record
                       invalid key
                           display "Unable to write class - status "
                                   status-1 status-2
                       not invalid key
                           display "Class added"
                   end-write
               not invalid key
                   display "Class changed"
           end-rewrite.

       maintain-class-exit.
           exit.

      *    A class still on an item stays, or the item's paperwork
      *    would lose its wording.

       delete-class.
           display "Hazard class to delete : ".
           move spaces to ws-class-code.
           accept ws-class-code.
           if ws-class-code = spaces
               go to delete-class-exit.
           perform count-marked-items thru count-marked-items-exit.
           if items-marked > 0
               display items-marked " items are marked with class "
                       ws-class-code " - not deleted"
               go to delete-class-exit.
           move ws-class-code to hz-class-code.
           delete hazmat-class-file
               invalid key
                   display "Class not on file"
               not invalid key
                   display "Class deleted"
           end-delete.

       delete-class-exit.
           exit.

       count-marked-items.
           move 0 to items-marked.
           move "N" to end-of-file-switch.
           move low-values to stock-key.
           start stock-file key not less than stock-key.
           if stock-status not = "00"
               go to count-marked-items-exit.

       count-marked-items-read.
           if end-of-file
               go to count-marked-items-exit.
           read stock-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to count-marked-items-read
           end-read.
           if stock-hazmat-class = ws-class-code
               add 1 to items-marked.
           go to count-marked-items-read.

       count-marked-items-exit.
           exit.

       list-classes.
           move 0 to rows-shown.
           move low-values to hz-class-code.
           start hazmat-class-file key not less than hz-class-code.
           if status-1 not = "0"
               display "No hazard classes on file"
               go to list-classes-exit.

       list-classes-read.
           read hazmat-class-file next record
               at end
                   go to list-classes-done
           end-read.
           add 1 to rows-shown.
           display "Class " hz-class-code "  " hz-description.
           display "    " hz-hazard-wording.
           go to list-classes-read.

       list-classes-done.
           display "Classes listed : " rows-shown.

       list-classes-exit.
           exit.

      ***********************************************************
      * An Item's Hazard Class and UN Number                    *
      ***********************************************************

       mark-item.
           display "Stock code : ".
           move spaces to stock-key.
           accept stock-key.
           if stock-key = spaces
               go to mark-item-exit.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status "
                       stock-status
               go to mark-item-exit.
           display stock-key "  " stock-description-1.
           if stock-not-hazmat
               display "Not marked hazardous"
           else
               display "Class " stock-hazmat-class
                       "  " stock-un-number.
           display "Hazard class (blank - not hazardous) : ".
           move spaces to ws-class-code.
           accept ws-class-code.
           move spaces to ws-un-number.
           if ws-class-code not = spaces
               move ws-class-code to hz-class-code
               read hazmat-class-file
                   invalid key
                       display "Class not on MUHAZCLS.DAT - add it "
                               "first"
                       go to mark-item-exit
               end-read
               display "UN number (e.g. UN1993) : "
               accept ws-un-number
               if ws-un-number = spaces
                   display "A hazardous item needs its UN number "
                           "- not marked"
                   go to mark-item-exit
               end-if
           end-if.
           move ws-class-code to stock-hazmat-class.
           move ws-un-number to stock-un-number.
           rewrite stock-record.
           if stock-status = "00"
               display "Item marking saved"
           else
               display "Unable to update item - status "
                       stock-status.

       mark-item-exit.
           exit.

      ***********************************************************
      * Carrier Permissions                                     *
      ***********************************************************

       get-permit-keys.
           display "Carrier code : ".
           move spaces to ws-carrier-code.
           accept ws-carrier-code.
           if ws-carrier-code = spaces
               go to get-permit-keys-exit.
           display "Hazard class : ".
           move spaces to ws-class-code.
           accept ws-class-code.
           if ws-class-code = spaces
               move spaces to ws-carrier-code.

       get-permit-keys-exit.
           exit.

       permit-carrier.
           perform get-permit-keys thru get-permit-keys-exit.
           if ws-carrier-code = spaces
               go to permit-carrier-exit.
           move ws-class-code to hz-class-code.
           read hazmat-class-file
               invalid key
                   display "Class not on MUHAZCLS.DAT - add it first"
                   go to permit-carrier-exit
           end-read.
           move ws-carrier-code to ch-carrier-code.
           move ws-class-code to ch-class-code.
           move "Y" to ch-permitted-flag.
           rewrite carrier-hazmat-record
               invalid key
                   write carrier-hazmat-record
                       invalid key
                           display "Unable to write permit - status "
                                   chz-status
                       not invalid key
                           display "Carrier permitted"
                   end-write
               not invalid key
                   display "Carrier permitted"
           end-rewrite.

       permit-carrier-exit.
           exit.

       remove-permit.
           perform get-permit-keys thru get-permit-keys-exit.
           if ws-carrier-code = spaces
               go to remove-permit-exit.
           move ws-carrier-code to ch-carrier-code.
           move ws-class-code to ch-class-code.
           delete carrier-hazmat-file
               invalid key
                   display "Carrier has no permit for that class"
               not invalid key
                   display "Permit withdrawn"
           end-delete.

       remove-permit-exit.
           exit.

       show-permits.
           display "Carrier code (blank for all) : ".
           move spaces to ws-carrier-code.
           accept ws-carrier-code.
           move 0 to rows-shown.
           move ws-carrier-code to ch-carrier-code.
           move low-values to ch-class-code.
           start carrier-hazmat-file key not less than ch-key.
           if chz-status not = "00"
               display "No carrier permits on file"
               go to show-permits-exit.

       show-permits-read.
           read carrier-hazmat-file next record
               at end
                   go to show-permits-done
           end-read.
           if ws-carrier-code not = spaces
                   and ch-carrier-code not = ws-carrier-code
               go to show-permits-done.
           if not ch-permitted
               go to show-permits-read.
           add 1 to rows-shown.
           move ch-class-code to hz-class-code.
           read hazmat-class-file
               invalid key
                   move "** class not on file **" to hz-description
           end-read.
           display "Carrier " ch-carrier-code "  class "
                   ch-class-code "  " hz-description.
           go to show-permits-read.

       show-permits-done.
           display "Permits listed : " rows-shown.

       show-permits-exit.
           exit.

       wrap-up.
           close hazmat-class-file.
           close carrier-hazmat-file.
           close stock-file.

       endit.
           goback.
