      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     SLSMAINT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the salesperson master file     *
      *  MUSLSREP.DAT (see SALESREP.CPY), in the BUDMAINT        *
      *  mould.  S sets up or changes a rep - name, commission   *
      *  basis (revenue or margin), default rate and active      *
      *  flag; C sets the rate for one stock-category - a zero   *
      *  rate removes it - checked against MUCATEGY.DAT when     *
      *  that file exists; L lists the reps and their rates.     *
      *  A rep made inactive can no longer be keyed on a         *
      *  customer but is still paid on what was sold.            *
      *                                                          *
      ************************************************************

       identification division.
       program-id. SLSMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select salesrep-file assign "MUSLSREP.DAT"
                organization indexed
                access dynamic
                record key sr-code
                status file-status.

           select category-file assign "MUCATEGY.DAT"
                organization indexed
                access dynamic
                record key category-code
                status cat-status.
      /
       data division.

       file section.
       fd  salesrep-file.
           copy salesrep.cpy.

       fd  category-file.
           copy category.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  cat-status                   pic xx.
       01  cat-open-switch              pic x     value "N".
           88  category-file-open                 value "Y".

       01  choice                       pic x.
       01  yesno                        pic x.
       01  ws-code                      pic x(04).
       01  ws-name                      pic x(30).
       01  ws-basis                     pic x.
       01  ws-rate                      pic 9(02)v99.
       01  ws-rate-edited               pic z9.99.
       01  ws-category                  pic x(04).
       01  new-rep-switch               pic x.
           88  new-rep                            value "Y".
       01  reps-shown                   pic 9(04).

       01  rate-subscript               pic 9(02) comp value 0.
       01  free-subscript               pic 9(02) comp value 0.
       01  found-subscript              pic 9(02) comp value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "SLSMAINT - salesperson maintenance".
           open i-o salesrep-file.
           if status-1 not = "0"
               open output salesrep-file
               close salesrep-file
               open i-o salesrep-file.
           if status-1 not = "0"
               display "Unable to open MUSLSREP.DAT - status "
                       status-1 status-2
               go to endit.
           open input category-file.
           if cat-status = "00"
               move "Y" to cat-open-switch.

       ent-ry.
           display "S-Set up a rep  C-Category rate  L-List  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "S" when "s"
                   perform set-rep thru set-rep-exit
               when "C" when "c"
                   perform set-category-rate
                           thru set-category-rate-exit
               when "L" when "l"
                   perform list-reps thru list-reps-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Set Up or Change a Rep                                  *
      ***********************************************************

       set-rep.
           display "Rep code : ".
           move spaces to ws-code.
           accept ws-code.
           if ws-code = spaces
               go to set-rep-exit.
           move ws-code to sr-code.
           move "N" to new-rep-switch.
           read salesrep-file
               invalid key
                   move "Y" to new-rep-switch
           end-read.
           if new-rep
               move ws-code to sr-code
               move spaces to sr-name
               move "Y" to sr-active-flag
               move "R" to sr-basis
               move 0 to sr-default-rate
               perform clear-rates thru clear-rates-exit
               display "New rep"
           else
               move sr-default-rate to ws-rate-edited
               display sr-name "  basis " sr-basis
                       "  default " ws-rate-edited
                       "  active " sr-active-flag.
           display "Name (blank to keep) : ".
           move spaces to ws-name.
           accept ws-name.
           if ws-name not = spaces
               move ws-name to sr-name.
           if sr-name = spaces
               display "Name required - rep not stored"
               go to set-rep-exit.
           display "Basis  R-Revenue  M-Margin (blank to keep) : ".
           move space to ws-basis.
           accept ws-basis.
           if ws-basis = "r"
               move "R" to ws-basis.
           if ws-basis = "m"
               move "M" to ws-basis.
           if ws-basis = "R" or ws-basis = "M"
               move ws-basis to sr-basis.
           display "Default rate % : ".
           accept ws-rate.
           move ws-rate to sr-default-rate.
           display "Active (Y/N) ? ".
           accept yesno.
           if yesno = "N" or yesno = "n"
               move "N" to sr-active-flag
           else
               move "Y" to sr-active-flag.
           if new-rep
               write salesrep-record
           else
               rewrite salesrep-record.
           if status-1 not = "0"
               display "Unable to store rep - status "
                       status-1 status-2.

       set-rep-exit.
           exit.

       clear-rates.
           move 0 to rate-subscript.

       clear-rates-next.
           if rate-subscript >= 10
               go to clear-rates-exit.
           add 1 to rate-subscript.
           move spaces to sr-rate-category (rate-subscript).
           move 0 to sr-rate-percent (rate-subscript).
           go to clear-rates-next.

       clear-rates-exit.
           exit.

      ***********************************************************
      *    A rep holds rates for ten categories; a category not  *
      *    listed is paid at the default rate.                   *
      ***********************************************************

       set-category-rate.
           display "Rep code : ".
           move spaces to ws-code.
           accept ws-code.
           move ws-code to sr-code.
           read salesrep-file
               invalid key
                   display "Rep not on file"
                   go to set-category-rate-exit
           end-read.
           display "Stock category : ".
           move spaces to ws-category.
           accept ws-category.
           if ws-category = spaces
               go to set-category-rate-exit.
           if category-file-open
               move ws-category to category-code
               read category-file
                   invalid key
                       display "Category not on file"
                       go to set-category-rate-exit
               end-read.
           move 0 to found-subscript.
           move 0 to free-subscript.
           perform find-rate thru find-rate-exit.
           display "Rate % (0 to remove) : ".
           accept ws-rate.
           if found-subscript = 0 and ws-rate = 0
               go to set-category-rate-exit.
           if found-subscript = 0
               if free-subscript = 0
                   display "A rep holds 10 category rates - "
                           "remove one first"
                   go to set-category-rate-exit
               else
                   move free-subscript to found-subscript.
           if ws-rate = 0
               move spaces to sr-rate-category (found-subscript)
               move 0 to sr-rate-percent (found-subscript)
           else
               move ws-category to sr-rate-category (found-subscript)
               move ws-rate to sr-rate-percent (found-subscript).
           rewrite salesrep-record.
           if status-1 not = "0"
               display "Unable to store rate - status "
                       status-1 status-2.

       set-category-rate-exit.
           exit.

       find-rate.
           move 0 to rate-subscript.

       find-rate-next.
           if rate-subscript >= 10
               go to find-rate-exit.
           add 1 to rate-subscript.
           if sr-rate-category (rate-subscript) = ws-category
               move rate-subscript to found-subscript
               move sr-rate-percent (rate-subscript) to ws-rate-edited
               display "Current rate " ws-rate-edited.
           if sr-rate-category (rate-subscript) = spaces
                   and free-subscript = 0
               move rate-subscript to free-subscript.
           go to find-rate-next.

       find-rate-exit.
           exit.

      ***********************************************************
      * List the Reps                                           *
      ***********************************************************

       list-reps.
           move 0 to reps-shown.
           move low-values to sr-code.
           start salesrep-file key not less than sr-code.
           if status-1 not = "0"
               go to list-reps-done.

       list-reps-read.
           read salesrep-file next record
               at end
                   go to list-reps-done
           end-read.
           add 1 to reps-shown.
           move sr-default-rate to ws-rate-edited.
           display sr-code "  " sr-name "  basis " sr-basis
                   "  default " ws-rate-edited
                   "  active " sr-active-flag.
           perform list-rates thru list-rates-exit.
           go to list-reps-read.

       list-reps-done.
           display "Reps listed : " reps-shown.

       list-reps-exit.
           exit.

       list-rates.
           move 0 to rate-subscript.

       list-rates-next.
           if rate-subscript >= 10
               go to list-rates-exit.
           add 1 to rate-subscript.
           if sr-rate-category (rate-subscript) = spaces
               go to list-rates-next.
           move sr-rate-percent (rate-subscript) to ws-rate-edited.
           display "      category " sr-rate-category (rate-subscript)
                   "  " ws-rate-edited.
           go to list-rates-next.

       list-rates-exit.
           exit.

       wrap-up.
           close salesrep-file.
           if category-file-open
               close category-file.

       endit.
           goback.
