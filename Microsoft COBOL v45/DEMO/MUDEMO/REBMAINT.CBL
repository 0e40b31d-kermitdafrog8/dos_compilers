      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     REBMAINT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the customer volume rebate      *
      *  agreement file MUREBATE.DAT (see REBATE.CPY), in the    *
      *  VIMAINT mould.  Prompts for a customer and agreement    *
      *  number, validates the customer and the category or item *
      *  the rebate is earned on against their master files,     *
      *  and adds, changes, deletes or lists agreements with     *
      *  their tiers.  An agreement REBRUN has accrued against   *
      *  keeps its basis and can no longer be deleted, and a     *
      *  settled one is shown but not changed.                   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. REBMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select rebate-file assign "MUREBATE.DAT"
                organization indexed
                access dynamic
                record key rb-key
                status file-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select category-file assign "MUCATEGY.DAT"
                organization indexed
                access dynamic
                record key category-code
                status cat-status.

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
       fd  rebate-file.
           copy rebate.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  category-file.
           copy category.cpy.

       fd  stock-file.
           copy stockrec.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  cus-status                   pic xx.
       01  cat-status                   pic xx.
       01  cat-open-switch              pic x     value "N".
           88  category-file-open                 value "Y".
       01  stock-status                 pic xx.

       01  choice                       pic x.
       01  ws-customer-code             pic 9(04).
       01  ws-agreement                 pic 9(02).
       01  entries-shown                pic 9(03).
       01  tier-subscript               pic 9(01).
       01  basis-switch                 pic x.
           88  basis-valid                        value "Y".
       01  ws-amount-edited             pic z(09)9.99.
       01  ws-rate-edited               pic z9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "REBMAINT - customer rebate agreement maintenance".
           open i-o rebate-file.
           if status-1 not = "0"
               open output rebate-file
               close rebate-file
               open i-o rebate-file.
           if status-1 not = "0"
               display "Unable to open MUREBATE.DAT - status "
                       status-1 status-2
               go to endit.

           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close rebate-file
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close rebate-file
               close customer-file
               go to endit.

      *    Without a category file any category code is taken
      *    as keyed.
           open input category-file.
           if cat-status = "00"
               move "Y" to cat-open-switch.

       ent-ry.
           display "A-Add  C-Change  D-Delete  L-List customer  "
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
                   perform list-customer thru list-customer-exit
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
           move 0 to ws-agreement.
           display "Customer code : ".
           accept ws-customer-code.
           move ws-customer-code to customer-code.
           read customer-file
               invalid key
                   display "Customer code not found"
                   go to get-keys-exit
           end-read.
           display customer-name.
           display "Agreement number (1-99) : ".
           accept ws-agreement.

       get-keys-exit.
           exit.

       get-basis.
           move "N" to basis-switch.
           display "Earned on C-Category or I-Item : ".
           accept rb-basis-type.
           if rb-basis-type = "c"
               move "C" to rb-basis-type.
           if rb-basis-type = "i"
               move "I" to rb-basis-type.
           if not rb-basis-category and not rb-basis-item
               go to get-basis.
           if rb-basis-category
               display "Stock category : "
           else
               display "Stock code : ".
           move spaces to rb-basis-code.
           accept rb-basis-code.
           if rb-basis-code = spaces
               go to get-basis-exit.
           if rb-basis-item
               move rb-basis-code to stock-key
               read stock-file
               if stock-status not = "00"
                   display "Stock code not found - status "
                           stock-status
                   go to get-basis-exit
               end-if
               display stock-description-1
           end-if.
           if rb-basis-category and category-file-open
               move rb-basis-code to category-code
               read category-file
               if cat-status not = "00"
                   display "Category not found - status " cat-status
                   go to get-basis-exit
               end-if
               display category-description
           end-if.
           move "Y" to basis-switch.

       get-basis-exit.
           exit.

       get-terms.
           display "Period from (YYYYMMDD) : ".
           accept rb-period-from.
           display "Period to (YYYYMMDD) : ".
           accept rb-period-to.
           if rb-period-to < rb-period-from
               display "Period ends before it starts"
               go to get-terms.
           perform key-tiers thru key-tiers-exit.

       get-terms-exit.
           exit.

      ***********************************************************
      * Add / Change / Delete / List                            *
      ***********************************************************

       add-entry.
           perform get-keys thru get-keys-exit.
           if ws-agreement = 0
               go to add-entry-exit.
           move ws-customer-code to rb-customer-code.
           move ws-agreement to rb-agreement.
           perform get-basis thru get-basis-exit.
           if not basis-valid
               go to add-entry-exit.
           perform get-terms thru get-terms-exit.
           move 0 to rb-accrued.
           move 0 to rb-last-accrual-date.
           move "O" to rb-status-flag.
           move 0 to rb-settled-amount.
           move spaces to rb-settled-document.
           move 0 to rb-settled-date.
           write rebate-record
               invalid key
                   display "Agreement already on file - use C to "
                           "change"
               not invalid key
                   display "Agreement added"
           end-write.

       add-entry-exit.
           exit.

       change-entry.
           perform get-keys thru get-keys-exit.
           if ws-agreement = 0
               go to change-entry-exit.
           move ws-customer-code to rb-customer-code.
           move ws-agreement to rb-agreement.
           read rebate-file
               invalid key
                   display "Agreement not on file - use A to add"
                   go to change-entry-exit
           end-read.
           perform show-agreement thru show-agreement-exit.
           if rb-settled
               display "Agreement is settled - no changes"
               go to change-entry-exit.
      *    Once accrued against, the basis stays as it was.
           if rb-accrued = 0
               perform get-basis thru get-basis-exit
               if not basis-valid
                   go to change-entry-exit
               end-if
           end-if.
           perform get-terms thru get-terms-exit.
           rewrite rebate-record.
           if status-1 = "0"
               display "Agreement changed"
           else
               display "Unable to change agreement - status "
                       status-1 status-2.

       change-entry-exit.
           exit.

       delete-entry.
           perform get-keys thru get-keys-exit.
           if ws-agreement = 0
               go to delete-entry-exit.
           move ws-customer-code to rb-customer-code.
           move ws-agreement to rb-agreement.
           read rebate-file
               invalid key
                   display "Agreement not on file"
                   go to delete-entry-exit
           end-read.
           if rb-accrued not = 0 or rb-settled
               display "Agreement has been accrued or settled - "
                       "not deleted"
               go to delete-entry-exit.
           delete rebate-file
               invalid key
                   display "Agreement not on file"
               not invalid key
                   display "Agreement deleted"
           end-delete.

       delete-entry-exit.
           exit.

       list-customer.
           display "Customer code to list : ".
           accept ws-customer-code.
           move 0 to entries-shown.
           move ws-customer-code to rb-customer-code.
           move 0 to rb-agreement.
           start rebate-file key not less than rb-key.
           if status-1 not = "0"
               display "No agreements on file"
               go to list-customer-exit.

       list-customer-read.
           read rebate-file next record
               at end
                   go to list-customer-done
           end-read.
           if rb-customer-code not = ws-customer-code
               go to list-customer-done.
           add 1 to entries-shown.
           perform show-agreement thru show-agreement-exit.
           go to list-customer-read.

       list-customer-done.
           display "Agreements listed : " entries-shown.

       list-customer-exit.
           exit.

       wrap-up.
           close rebate-file.
           close customer-file.
           close stock-file.
           if category-file-open
               close category-file.

       endit.
           goback.

      ***********************************************************
      * Tiers                                                   *
      *    Keyed lowest threshold first - the highest tier the   *
      *    period's sales reach sets the rate on all of them.    *
      ***********************************************************

       key-tiers.
           display "Number of tiers (1-4) : ".
           accept rb-tier-count.
           if rb-tier-count < 1
               move 1 to rb-tier-count.
           if rb-tier-count > 4
               move 4 to rb-tier-count.
           move 1 to tier-subscript.

       key-tiers-loop.
           if tier-subscript > 4
               go to key-tiers-exit.
           if tier-subscript > rb-tier-count
               move 0 to rb-tier-from(tier-subscript)
               move 0 to rb-tier-rate(tier-subscript)
               add 1 to tier-subscript
               go to key-tiers-loop.
           display "Tier " tier-subscript
                   " - sales from : ".
           accept rb-tier-from(tier-subscript).
           if tier-subscript > 1
               if rb-tier-from(tier-subscript) not >
                       rb-tier-from(tier-subscript - 1)
                   display "Each tier must start above the last"
                   go to key-tiers-loop
               end-if
           end-if.
           display "Tier " tier-subscript
                   " - rebate % : ".
           accept rb-tier-rate(tier-subscript).
           add 1 to tier-subscript.
           go to key-tiers-loop.

       key-tiers-exit.
           exit.

       show-agreement.
           display "  Agreement " rb-agreement
                   "  on " rb-basis-type " " rb-basis-code
                   "  " rb-period-from " to " rb-period-to.
           move 1 to tier-subscript.

       show-agreement-tier.
           if tier-subscript > rb-tier-count
                   or tier-subscript > 4
               go to show-agreement-state.
           move rb-tier-from(tier-subscript) to ws-amount-edited.
           move rb-tier-rate(tier-subscript) to ws-rate-edited.
           display "    tier " tier-subscript
                   "  from " ws-amount-edited
                   "  at " ws-rate-edited "%".
           add 1 to tier-subscript.
           go to show-agreement-tier.

       show-agreement-state.
           move rb-accrued to ws-amount-edited.
           display "    accrued " ws-amount-edited
                   " to " rb-last-accrual-date.
           if rb-settled
               move rb-settled-amount to ws-amount-edited
               display "    settled " ws-amount-edited
                       " on " rb-settled-document
                       " " rb-settled-date.

       show-agreement-exit.
           exit.
