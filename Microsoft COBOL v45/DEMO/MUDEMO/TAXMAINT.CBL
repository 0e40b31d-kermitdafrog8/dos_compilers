      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     TAXMAINT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the sales tax jurisdiction      *
      *  file MUTAXJUR.DAT (see TAXJUR.CPY), in the COAMAINT     *
      *  mould: add, change, deactivate or list the tax codes    *
      *  customers are assigned to.  Each code carries its rate  *
      *  in percent and the liability account the tax BILLRUN   *
      *  collects posts to - validated against MUCOA.DAT when a  *
      *  chart of accounts is on file.  Codes are deactivated    *
      *  rather than deleted - TAXRPT still reports the tax      *
      *  history collected under them.                           *
      *                                                          *
      ************************************************************

       identification division.
       program-id. TAXMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select tax-file assign "MUTAXJUR.DAT"
                organization indexed
                access dynamic
                record key tj-code
                status file-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.
      /
       data division.

       file section.
       fd  tax-file.
           copy taxjur.cpy.

       fd  coa-file.
           copy coarec.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).

       01  choice                       pic x.
       01  ws-tax-code                  pic x(04).
       01  ws-rate-edited               pic z9.999.
       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".
       01  codes-shown                  pic 9(04).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "TAXMAINT - sales tax jurisdiction maintenance".
           open i-o tax-file.
           if status-1 not = "0"
               open output tax-file
               close tax-file
               open i-o tax-file.
           if status-1 not = "0"
               display "Unable to open MUTAXJUR.DAT - status "
                       status-1 status-2
               go to endit.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.

       ent-ry.
           display "A-Add  C-Change  X-Deactivate  L-List  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "A" when "a"
                   perform add-code thru add-code-exit
               when "C" when "c"
                   perform change-code thru change-code-exit
               when "X" when "x"
                   perform deactivate-code
                           thru deactivate-code-exit
               when "L" when "l"
                   perform list-codes thru list-codes-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Add / Change / Deactivate / List                        *
      ***********************************************************

       add-code.
           display "Tax code : ".
           accept ws-tax-code.
           if ws-tax-code = spaces
               go to add-code-exit.
           move ws-tax-code to tj-code.
           perform key-tax-details thru key-tax-details-exit.
           if not account-valid
               go to add-code-exit.
           move "Y" to tj-active-flag.
           write tax-jurisdiction-record
               invalid key
                   display "Tax code already on file - use C"
               not invalid key
                   display "Tax code added"
           end-write.

       add-code-exit.
           exit.

       change-code.
           display "Tax code : ".
           accept ws-tax-code.
           if ws-tax-code = spaces
               go to change-code-exit.
           move ws-tax-code to tj-code.
           read tax-file
               invalid key
                   display "Tax code not on file - use A"
                   go to change-code-exit
           end-read.
           move tj-rate to ws-rate-edited.
           display tj-code "  " tj-name
                   "  rate " ws-rate-edited
                   "%  GL " tj-gl-account
                   "  active " tj-active-flag.
           perform key-tax-details thru key-tax-details-exit.
           if not account-valid
               go to change-code-exit.
           display "Active (Y/N) : ".
           accept tj-active-flag.
           rewrite tax-jurisdiction-record.
           if status-1 = "0"
               display "Tax code changed"
           else
               display "Unable to change tax code - status "
                       status-1 status-2.

       change-code-exit.
           exit.

       key-tax-details.
           display "Jurisdiction name : ".
           accept tj-name.
           display "Rate percent (99.999) : ".
           accept tj-rate.
           display "Tax liability GL account : ".
           accept tj-gl-account.
           move tj-gl-account to ws-check-account.
           perform check-account thru check-account-exit.

       key-tax-details-exit.
           exit.

       deactivate-code.
           display "Tax code : ".
           accept ws-tax-code.
           if ws-tax-code = spaces
               go to deactivate-code-exit.
           move ws-tax-code to tj-code.
           read tax-file
               invalid key
                   display "Tax code not on file"
                   go to deactivate-code-exit
           end-read.
           move "N" to tj-active-flag.
           rewrite tax-jurisdiction-record.
           if status-1 = "0"
               display "Tax code deactivated"
           else
               display "Unable to deactivate - status "
                       status-1 status-2.

       deactivate-code-exit.
           exit.

       list-codes.
           move 0 to codes-shown.
           move "N" to end-of-file-switch.
           move low-values to tj-code.
           start tax-file key not less than tj-code.
           if status-1 not = "0"
               display "No tax codes on file"
               go to list-codes-exit.

       list-codes-read.
           if end-of-file
               go to list-codes-done.
           read tax-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to list-codes-read
           end-read.
           add 1 to codes-shown.
           move tj-rate to ws-rate-edited.
           display "  " tj-code
                   "  " tj-name
                   "  " ws-rate-edited
                   "%  " tj-gl-account
                   "  " tj-active-flag.
           go to list-codes-read.

       list-codes-done.
           display "Tax codes listed : " codes-shown.

       list-codes-exit.
           exit.

      ***********************************************************
      * Account Validation Against the Chart (see COAREC.CPY)    *
      ***********************************************************

       check-account.
           move "Y" to account-ok-switch.
           if not chart-on-file
               go to check-account-exit.
           if ws-check-account = spaces
               go to check-account-exit.
           move ws-check-account to coa-account.
           read coa-file.
           if coa-status not = "00"
               move "N" to account-ok-switch
               display "Account " ws-check-account
                       " is not on the chart of accounts"
               go to check-account-exit.
           if not coa-active
               move "N" to account-ok-switch
               display "Account " ws-check-account
                       " is not active".

       check-account-exit.
           exit.

       wrap-up.
           close tax-file.
           if chart-on-file
               close coa-file.

       endit.
           goback.
