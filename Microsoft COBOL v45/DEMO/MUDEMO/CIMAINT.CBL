      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     CIMAINT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the customer-item cross-        *
      *  reference file MUCSTITM.DAT (see CUSTITEM.CPY), in the  *
      *  VIMAINT mould.  Prompts for a customer code and the     *
      *  customer's own part number, validates the customer and  *
      *  the stock code it translates to against their master    *
      *  files, and adds, changes, deletes or lists the entries  *
      *  so SOIMPORT and ORDENT can take a line under either     *
      *  number and the customer's documents can carry theirs.   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. CIMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select customer-item-file assign "MUCSTITM.DAT"
                organization indexed
                access dynamic
                record key ci-key
                alternate record key ci-item-key
                    with duplicates
                status file-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.
      /
       data division.

       file section.
       fd  customer-item-file.
           copy custitem.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  customer-file.
           copy customer.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  stock-status                 pic xx.
       01  cus-status                   pic xx.

       01  choice                       pic x.
       01  ws-customer-code             pic 9(04).
       01  ws-customer-part             pic x(15).
       01  ws-stock-key                 pic x(10).
       01  entries-shown                pic 9(03).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "CIMAINT - customer-item cross-reference "
                   "maintenance".
           open i-o customer-item-file.
           if status-1 not = "0"
               open output customer-item-file
               close customer-item-file
               open i-o customer-item-file.
           if status-1 not = "0"
               display "Unable to open MUCSTITM.DAT - status "
                       status-1 status-2
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close customer-item-file
               go to endit.

           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close customer-item-file
               close stock-file
               go to endit.

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
           display "Customer code : ".
           accept ws-customer-code.
           move ws-customer-code to customer-code.
           read customer-file
               invalid key
                   display "Customer code not found"
                   move spaces to ws-customer-part
                   go to get-keys-exit
           end-read.
           display customer-name.
           display "Customer's part number : ".
           move spaces to ws-customer-part.
           accept ws-customer-part.

       get-keys-exit.
           exit.

      *    The stock code the customer's number stands for.

       get-stock-code.
           display "Our stock code : ".
           accept ws-stock-key.
           if ws-stock-key = spaces
               go to get-stock-code-exit.
           move ws-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status " stock-status
               move spaces to ws-stock-key
               go to get-stock-code-exit.
           display stock-description-1.

       get-stock-code-exit.
           exit.

      ***********************************************************
      * Add / Change / Delete / List                            *
      ***********************************************************

       add-entry.
           perform get-keys thru get-keys-exit.
           if ws-customer-part = spaces
               go to add-entry-exit.
           perform get-stock-code thru get-stock-code-exit.
           if ws-stock-key = spaces
               go to add-entry-exit.
           move ws-customer-code to ci-customer-code.
           move ws-customer-part to ci-customer-part.
           move ws-customer-code to ci-item-customer.
           move ws-stock-key to ci-stock-key.
           display "Customer's description : ".
           move spaces to ci-description.
           accept ci-description.
           write customer-item-record
               invalid key
                   display "Entry already on file - use C to change"
               not invalid key
                   display "Cross-reference added"
           end-write.

       add-entry-exit.
           exit.

       change-entry.
           perform get-keys thru get-keys-exit.
           if ws-customer-part = spaces
               go to change-entry-exit.
           move ws-customer-code to ci-customer-code.
           move ws-customer-part to ci-customer-part.
           read customer-item-file
               invalid key
                   display "Entry not on file - use A to add"
                   go to change-entry-exit
           end-read.
           display "Stock " ci-stock-key "  " ci-description.
           perform get-stock-code thru get-stock-code-exit.
           if ws-stock-key = spaces
               go to change-entry-exit.
           move ws-stock-key to ci-stock-key.
           display "Customer's description : ".
           accept ci-description.
           rewrite customer-item-record.
           if status-1 = "0"
               display "Cross-reference changed"
           else
               display "Unable to change entry - status "
                       status-1 status-2.

       change-entry-exit.
           exit.

       delete-entry.
           perform get-keys thru get-keys-exit.
           if ws-customer-part = spaces
               go to delete-entry-exit.
           move ws-customer-code to ci-customer-code.
           move ws-customer-part to ci-customer-part.
           delete customer-item-file
               invalid key
                   display "Entry not on file"
               not invalid key
                   display "Cross-reference deleted"
           end-delete.

       delete-entry-exit.
           exit.

       list-customer.
           display "Customer code to list : ".
           accept ws-customer-code.
           move 0 to entries-shown.
           move ws-customer-code to ci-customer-code.
           move low-values to ci-customer-part.
           start customer-item-file key not less than ci-key.
           if status-1 not = "0"
               display "No cross-references on file"
               go to list-customer-exit.

       list-customer-read.
           read customer-item-file next record
               at end
                   go to list-customer-done
           end-read.
           if ci-customer-code not = ws-customer-code
               go to list-customer-done.
           add 1 to entries-shown.
           display "  Part " ci-customer-part
                   "  stock " ci-stock-key
                   "  " ci-description.
           go to list-customer-read.

       list-customer-done.
           display "Cross-references listed : " entries-shown.

       list-customer-exit.
           exit.

       wrap-up.
           close customer-item-file.
           close stock-file.
           close customer-file.

       endit.
           goback.
