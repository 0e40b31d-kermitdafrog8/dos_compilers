      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     KBMAINT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the kanban card file            *
      *  MUKANBAN.DAT (see KANBAN.CPY), in the RTMAINT mould.    *
      *  Prompts for a stock code and a shop floor location,     *
      *  validates both against MUSTOCK.DAT and MULOCMST.DAT,    *
      *  and adds, changes, deletes or lists the kanban loop:    *
      *  card quantity, number of cards, and whether the cards   *
      *  are filled from another location or vendor-direct.      *
      *  New cards start full.  A loop cannot lose a card, or    *
      *  be deleted, while that card is out empty - KBSCAN it    *
      *  back first.                                             *
      *                                                          *
      ************************************************************

       identification division.
       program-id. KBMAINT.
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

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select location-file assign "MULOCMST.DAT"
                organization indexed
                access dynamic
                record key loc-code
                status locm-status.
      /
       data division.

       file section.
       fd  kanban-file.
           copy kanban.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  location-file.
           copy locmast.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  stock-status                 pic xx.
       01  locm-status                  pic xx.

       01  choice                       pic x.
       01  ws-stock-key                 pic x(10).
       01  ws-location                  pic x(04).
       01  ws-card-count                pic 9(02).
       01  old-card-count               pic 9(02).
       01  entries-shown                pic 9(03).
       01  cards-out                    pic 9(02).
       01  card-subscript               pic 9(02) comp.
       01  key-switch                   pic x.
           88  keys-valid                         value "Y".
       01  details-switch               pic x.
           88  details-valid                      value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "KBMAINT - kanban card maintenance".
           open i-o kanban-file.
           if status-1 not = "0"
               open output kanban-file
               close kanban-file
               open i-o kanban-file.
           if status-1 not = "0"
               display "Unable to open MUKANBAN.DAT - status "
                       status-1 status-2
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close kanban-file
               go to endit.

           open input location-file.
           if locm-status not = "00"
               display "Unable to open MULOCMST.DAT - status "
                       locm-status " - set up locations first"
               close kanban-file
               close stock-file
               go to endit.

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
           move "N" to key-switch.
           display "Stock code : ".
           move spaces to ws-stock-key.
           accept ws-stock-key.
           if ws-stock-key = spaces
               go to get-keys-exit.
           move ws-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status " stock-status
               go to get-keys-exit.
           display stock-description-1.
           display "Shop floor location : ".
           move spaces to ws-location.
           accept ws-location.
           move ws-location to loc-code.
           read location-file.
           if locm-status not = "00"
               display "Location not on the location master"
               go to get-keys-exit.
           if not loc-type-shopfloor
               display "Location " loc-code " is not a shop floor "
                       "location"
               go to get-keys-exit.
           if not loc-active
               display "Location " loc-code " is not active"
               go to get-keys-exit.
           move "Y" to key-switch.

       get-keys-exit.
           exit.

       get-details.
           move "N" to details-switch.
           display "Quantity per card : ".
           accept kb-card-qty.
           if kb-card-qty = 0
               display "A card must call for some quantity"
               go to get-details-exit.
           display "Number of cards (1-20) : ".
           move 0 to ws-card-count.
           accept ws-card-count.
           if ws-card-count = 0 or ws-card-count > 20
               display "Between 1 and 20 cards"
               go to get-details-exit.
           display "Filled from L-Location or V-Vendor direct : ".
           accept kb-source-type.
           if kb-source-type = "l"
               move "L" to kb-source-type.
           if kb-source-type = "v"
               move "V" to kb-source-type.
           if kb-vendor-direct
               if stock-vendor-code = 0
                   display "Item has no vendor - cannot be "
                           "vendor-direct"
                   go to get-details-exit
               end-if
               move spaces to kb-source-loc
               move "Y" to details-switch
               go to get-details-exit.
           if not kb-from-location
               display "L or V"
               go to get-details-exit.
           display "Source location : ".
           accept kb-source-loc.
           if kb-source-loc = kb-location
               display "A location cannot feed itself"
               go to get-details-exit.
           move kb-source-loc to loc-code.
           read location-file.
           if locm-status not = "00"
               display "Source location not on the location master"
               go to get-details-exit.
           if not loc-active
               display "Source location is not active"
               go to get-details-exit.
           move "Y" to details-switch.

       get-details-exit.
           exit.

      ***********************************************************
      * Add / Change / Delete / List                            *
      ***********************************************************

       add-entry.
           perform get-keys thru get-keys-exit.
           if not keys-valid
               go to add-entry-exit.
           move ws-stock-key to kb-stock-key.
           move ws-location to kb-location.
           read kanban-file.
           if status-1 = "0"
               display "Kanban loop already on file - use C to "
                       "change"
               go to add-entry-exit.
           move ws-stock-key to kb-stock-key.
           move ws-location to kb-location.
           move 0 to kb-card-count.
           move spaces to kb-card-table.
           perform get-details thru get-details-exit.
           if not details-valid
               go to add-entry-exit.
           perform set-new-cards thru set-new-cards-exit.
           write kanban-record.
           if status-1 = "0"
               display "Kanban loop added - print its cards with "
                       "LABELS"
           else
               display "Unable to add kanban loop - status "
                       status-1 status-2.

       add-entry-exit.
           exit.

       change-entry.
           perform get-keys thru get-keys-exit.
           if not keys-valid
               go to change-entry-exit.
           move ws-stock-key to kb-stock-key.
           move ws-location to kb-location.
           read kanban-file
               invalid key
                   display "Kanban loop not on file - use A to add"
                   go to change-entry-exit
           end-read.
           perform show-loop.
           move kb-card-count to old-card-count.
           perform get-details thru get-details-exit.
           if not details-valid
               go to change-entry-exit.
           if ws-card-count < old-card-count
               perform count-cards-out thru count-cards-out-exit
               if cards-out > 0
                   display cards-out " of the cards dropped are out "
                           "empty - scan them back first"
                   go to change-entry-exit
               end-if
           end-if.
           perform set-new-cards thru set-new-cards-exit.
           rewrite kanban-record.
           if status-1 = "0"
               display "Kanban loop changed"
           else
               display "Unable to change kanban loop - status "
                       status-1 status-2.

       change-entry-exit.
           exit.

       delete-entry.
           perform get-keys thru get-keys-exit.
           if not keys-valid
               go to delete-entry-exit.
           move ws-stock-key to kb-stock-key.
           move ws-location to kb-location.
           read kanban-file
               invalid key
                   display "Kanban loop not on file"
                   go to delete-entry-exit
           end-read.
           move 0 to ws-card-count.
           perform count-cards-out thru count-cards-out-exit.
           if cards-out > 0
               display cards-out " cards are out empty - scan them "
                       "back first"
               go to delete-entry-exit.
           delete kanban-file.
           if status-1 = "0"
               display "Kanban loop deleted"
           else
               display "Unable to delete kanban loop - status "
                       status-1 status-2.

       delete-entry-exit.
           exit.

       list-item.
           display "Stock code to list : ".
           move spaces to ws-stock-key.
           accept ws-stock-key.
           move 0 to entries-shown.
           move ws-stock-key to kb-stock-key.
           move low-values to kb-location.
           start kanban-file key not less than kb-key.
           if status-1 not = "0"
               display "No kanban loops on file"
               go to list-item-exit.

       list-item-read.
           read kanban-file next record
               at end
                   go to list-item-done
           end-read.
           if kb-stock-key not = ws-stock-key
               go to list-item-done.
           add 1 to entries-shown.
           perform show-loop.
           go to list-item-read.

       list-item-done.
           display "Kanban loops listed : " entries-shown.

       list-item-exit.
           exit.

       show-loop.
           if kb-vendor-direct
               display "  " kb-location "  " kb-card-count
                       " cards of " kb-card-qty "  vendor-direct"
           else
               display "  " kb-location "  " kb-card-count
                       " cards of " kb-card-qty "  from "
                       kb-source-loc.

      ***********************************************************
      * Card Table Housekeeping                                 *
      *    Cards above the old count start full; cards above    *
      *    the new count are cleared.                           *
      ***********************************************************

       set-new-cards.
           move 1 to card-subscript.

       set-new-cards-loop.
           if card-subscript > 20
               go to set-new-cards-done.
           if card-subscript > ws-card-count
               move spaces to kb-card(card-subscript)
           else
               if card-subscript > kb-card-count
                   move "F" to kb-card-status(card-subscript)
                   move spaces to kb-card-ref(card-subscript)
                   move 0 to kb-card-date(card-subscript)
               end-if
           end-if.
           add 1 to card-subscript.
           go to set-new-cards-loop.

       set-new-cards-done.
           move ws-card-count to kb-card-count.

       set-new-cards-exit.
           exit.

       count-cards-out.
           move 0 to cards-out.
           compute card-subscript = ws-card-count + 1.

       count-cards-out-loop.
           if card-subscript > kb-card-count
               go to count-cards-out-exit.
           if kb-card-empty(card-subscript)
               add 1 to cards-out.
           add 1 to card-subscript.
           go to count-cards-out-loop.

       count-cards-out-exit.
           exit.

       wrap-up.
           close kanban-file.
           close stock-file.
           close location-file.

       endit.
           goback.
