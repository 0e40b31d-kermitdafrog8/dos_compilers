      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     ALTMAINT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the alternate item file         *
      *  MUALTITM.DAT (see ALTITEM.CPY), in the CIMAINT mould.   *
      *  Prompts for a stock code and a preference number (1 is  *
      *  offered first), validates the alternate against the     *
      *  stock master - on file, not discontinued, not the item  *
      *  itself - and adds, changes, deletes or lists the        *
      *  entries so ORDENT, STOCKISS and REQENT can offer them   *
      *  when the item is short.  The change marks whether the   *
      *  customer must agree before the alternate is taken.      *
      *                                                          *
      ************************************************************

       identification division.
       program-id. ALTMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select alternate-file assign "MUALTITM.DAT"
                organization indexed
                access dynamic
                record key alt-key
                status file-status.

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
       fd  alternate-file.
           copy altitem.cpy.

       fd  stock-file.
           copy stockrec.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  stock-status                 pic xx.

       01  choice                       pic x.
       01  ws-operator-id               pic x(08) value spaces.
       01  ws-stock-key                 pic x(10).
       01  ws-preference                pic 9(02).
       01  ws-alternate-key             pic x(10).
       01  ws-approval-flag             pic x.
       01  today-8                      pic 9(08).
       01  entries-shown                pic 9(03).

       01  alternate-ok-switch          pic x.
           88  alternate-ok                       value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "ALTMAINT - alternate item maintenance".
           display "Operator ID : ".
           accept ws-operator-id.
           open i-o alternate-file.
           if status-1 not = "0"
               open output alternate-file
               close alternate-file
               open i-o alternate-file.
           if status-1 not = "0"
               display "Unable to open MUALTITM.DAT - status "
                       status-1 status-2
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close alternate-file
               go to endit.
           accept today-8 from date yyyymmdd.

       ent-ry.
           display "A-Add  C-Change  D-Delete  L-List item  "
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
                   perform list-item thru list-item-exit
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
           display "Stock code : ".
           move spaces to ws-stock-key.
           accept ws-stock-key.
           move ws-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status " stock-status
               move spaces to ws-stock-key
               go to get-keys-exit.
           display stock-description-1.
           display "Preference (1 - offered first) : ".
           move 0 to ws-preference.
           accept ws-preference.
           if ws-preference = 0
               move spaces to ws-stock-key
               go to get-keys-exit.
           move ws-stock-key to alt-stock-key.
           move ws-preference to alt-preference.

       get-keys-exit.
           exit.

       get-alternate.
           move "N" to alternate-ok-switch.
           display "Alternate stock code : ".
           move spaces to ws-alternate-key.
           accept ws-alternate-key.
           if ws-alternate-key = ws-stock-key
               display "An item cannot be its own alternate"
               go to get-alternate-exit.
           move ws-alternate-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Alternate not found - status " stock-status
               go to get-alternate-exit.
           if stock-discontinued
               display "Alternate is discontinued"
               go to get-alternate-exit.
           display stock-description-1.
           display "Customer must agree to the substitution (Y/N) : ".
           move "N" to ws-approval-flag.
           accept ws-approval-flag.
           if ws-approval-flag = "y"
               move "Y" to ws-approval-flag.
           if ws-approval-flag not = "Y"
               move "N" to ws-approval-flag.
           move "Y" to alternate-ok-switch.

       get-alternate-exit.
           exit.

      ***********************************************************
      * Add, Change, Delete                                     *
      ***********************************************************

       add-entry.
           perform get-keys thru get-keys-exit.
           if ws-stock-key = spaces
               go to add-entry-exit.
           read alternate-file
               invalid key
                   continue
               not invalid key
                   display "Preference already on file - use C to "
                           "change"
                   go to add-entry-exit
           end-read.
           perform get-alternate thru get-alternate-exit.
           if not alternate-ok
               go to add-entry-exit.
           move ws-stock-key to alt-stock-key.
           move ws-preference to alt-preference.
           move ws-alternate-key to alt-alternate-key.
           move ws-approval-flag to alt-approval-flag.
           move today-8 to alt-added-date.
           move ws-operator-id to alt-added-by.
           write alternate-item-record
               invalid key
                   display "Unable to add alternate - status "
                           status-1 status-2
               not invalid key
                   display "Alternate added"
           end-write.

       add-entry-exit.
           exit.

       change-entry.
           perform get-keys thru get-keys-exit.
           if ws-stock-key = spaces
               go to change-entry-exit.
           read alternate-file
               invalid key
                   display "Preference not on file - use A to add"
                   go to change-entry-exit
           end-read.
           display "Alternate " alt-alternate-key
                   "  customer agreement " alt-approval-flag.
           perform get-alternate thru get-alternate-exit.
           if not alternate-ok
               go to change-entry-exit.
           move ws-stock-key to alt-stock-key.
           move ws-preference to alt-preference.
           move ws-alternate-key to alt-alternate-key.
           move ws-approval-flag to alt-approval-flag.
           rewrite alternate-item-record.
           if status-1 = "0"
               display "Alternate changed"
           else
               display "Unable to change alternate - status "
                       status-1 status-2.

       change-entry-exit.
           exit.

       delete-entry.
           perform get-keys thru get-keys-exit.
           if ws-stock-key = spaces
               go to delete-entry-exit.
           delete alternate-file
               invalid key
                   display "Preference not on file"
               not invalid key
                   display "Alternate deleted"
           end-delete.

       delete-entry-exit.
           exit.

      ***********************************************************
      * List an Item's Alternates in Preference Order           *
      ***********************************************************

       list-item.
           move 0 to entries-shown.
           display "Stock code to list : ".
           move spaces to ws-stock-key.
           accept ws-stock-key.
           move ws-stock-key to alt-stock-key.
           move 0 to alt-preference.
           start alternate-file key not less than alt-key.
           if status-1 not = "0"
               display "No alternates on file"
               go to list-item-exit.

       list-item-read.
           read alternate-file next record
               at end
                   go to list-item-done
           end-read.
           if alt-stock-key not = ws-stock-key
               go to list-item-done.
           add 1 to entries-shown.
           move alt-alternate-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               move "** not on file **" to stock-description-1.
           display "  " alt-preference "  " alt-alternate-key
                   "  agreement " alt-approval-flag
                   "  " stock-description-1.
           go to list-item-read.

       list-item-done.
           display "Alternates listed : " entries-shown.

       list-item-exit.
           exit.

       wrap-up.
           close alternate-file.
           close stock-file.

       endit.
           goback.
