      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     FRTMAINT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the carrier rate file           *
      *  MUCARRAT.DAT (see CARRATE.CPY), in the SLSMAINT mould.  *
      *  R sets up or changes one rate row - carrier, zone and   *
      *  weight break, with its rate per kilo and minimum        *
      *  charge; a blank zone is the carrier's rate for any      *
      *  zone it has no rows of its own for.  D deletes a row,   *
      *  L lists the rows for one carrier or all of them, and W  *
      *  keys an item's unit weight on MUSTOCK.DAT - the weight  *
      *  ORDENT multiplies by the quantity shipped to price the  *
      *  freight.                                                *
      *                                                          *
      ************************************************************

       identification division.
       program-id. FRTMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select carrier-rate-file assign "MUCARRAT.DAT"
                organization indexed
                access dynamic
                record key cr-key
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
       fd  carrier-rate-file.
           copy carrate.cpy.

       fd  stock-file.
           copy stockrec.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  stock-status                 pic xx.

       01  choice                       pic x.
       01  yesno                        pic x.
       01  ws-carrier                   pic x(04).
       01  ws-zone                      pic x(02).
       01  ws-weight-break              pic 9(07)v9(03).
       01  ws-rate                      pic 9(04)v99.
       01  ws-minimum                   pic 9(06)v99.
       01  ws-unit-weight               pic 9(05)v9(03).
       01  ws-weight-edited             pic z(06)9.999.
       01  ws-rate-edited               pic z(03)9.99.
       01  ws-minimum-edited            pic z(05)9.99.
       01  new-row-switch               pic x.
           88  new-row                            value "Y".
       01  rows-shown                   pic 9(04).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "FRTMAINT - carrier rate maintenance".
           open i-o carrier-rate-file.
           if status-1 not = "0"
               open output carrier-rate-file
               close carrier-rate-file
               open i-o carrier-rate-file.
           if status-1 not = "0"
               display "Unable to open MUCARRAT.DAT - status "
                       status-1 status-2
               go to endit.
           open i-o stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close carrier-rate-file
               go to endit.

       ent-ry.
           display "R-Rate row  D-Delete row  L-List  "
                   "W-Item weight  Q-Quit : ".
           accept choice.
           evaluate choice
               when "R" when "r"
                   perform set-rate thru set-rate-exit
               when "D" when "d"
                   perform delete-rate thru delete-rate-exit
               when "L" when "l"
                   perform list-rates thru list-rates-exit
               when "W" when "w"
                   perform set-weight thru set-weight-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Set Up or Change a Rate Row                             *
      ***********************************************************

       set-rate.
           perform key-rate-row thru key-rate-row-exit.
           if ws-carrier = spaces
               go to set-rate-exit.
           move "N" to new-row-switch.
           read carrier-rate-file
               invalid key
                   move "Y" to new-row-switch
           end-read.
           if new-row
               move ws-carrier to cr-carrier-code
               move ws-zone to cr-zone
               move ws-weight-break to cr-weight-break
               move 0 to cr-rate-per-kilo
               move 0 to cr-minimum-charge
               display "New rate row"
           else
               move cr-rate-per-kilo to ws-rate-edited
               move cr-minimum-charge to ws-minimum-edited
               display "Rate per kilo " ws-rate-edited
                       "  minimum " ws-minimum-edited.
           display "Rate per kilo : ".
           accept ws-rate.
           move ws-rate to cr-rate-per-kilo.
           display "Minimum charge : ".
           accept ws-minimum.
           move ws-minimum to cr-minimum-charge.
           if new-row
               write carrier-rate-record
           else
               rewrite carrier-rate-record.
           if status-1 not = "0"
               display "Unable to store rate row - status "
                       status-1 status-2.

       set-rate-exit.
           exit.

       key-rate-row.
           display "Carrier code (blank to return) : ".
           move spaces to ws-carrier.
           accept ws-carrier.
           if ws-carrier = spaces
               go to key-rate-row-exit.
           display "Zone (blank for any zone) : ".
           move spaces to ws-zone.
           accept ws-zone.
           display "Weight break in kilos : ".
           accept ws-weight-break.
           move ws-carrier to cr-carrier-code.
           move ws-zone to cr-zone.
           move ws-weight-break to cr-weight-break.

       key-rate-row-exit.
           exit.

      ***********************************************************
      * Delete a Rate Row                                       *
      ***********************************************************

       delete-rate.
           perform key-rate-row thru key-rate-row-exit.
           if ws-carrier = spaces
               go to delete-rate-exit.
           read carrier-rate-file
               invalid key
                   display "Rate row not on file"
                   go to delete-rate-exit
           end-read.
           move cr-rate-per-kilo to ws-rate-edited.
           move cr-minimum-charge to ws-minimum-edited.
           display "Rate per kilo " ws-rate-edited
                   "  minimum " ws-minimum-edited.
           display "Delete this row (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to delete-rate-exit.
           delete carrier-rate-file record.
           if status-1 not = "0"
               display "Unable to delete rate row - status "
                       status-1 status-2.

       delete-rate-exit.
           exit.

      ***********************************************************
      * List the Rate Rows                                      *
      ***********************************************************

       list-rates.
           move 0 to rows-shown.
           display "Carrier code (blank for all) : ".
           move spaces to ws-carrier.
           accept ws-carrier.
           move ws-carrier to cr-carrier-code.
           move low-values to cr-zone.
           move 0 to cr-weight-break.
           start carrier-rate-file key not less than cr-key.
           if status-1 not = "0"
               go to list-rates-done.

       list-rates-read.
           read carrier-rate-file next record
               at end
                   go to list-rates-done
           end-read.
           if ws-carrier not = spaces
                   and cr-carrier-code not = ws-carrier
               go to list-rates-done.
           add 1 to rows-shown.
           move cr-weight-break to ws-weight-edited.
           move cr-rate-per-kilo to ws-rate-edited.
           move cr-minimum-charge to ws-minimum-edited.
           display cr-carrier-code "  zone " cr-zone
                   "  from " ws-weight-edited " kg"
                   "  rate " ws-rate-edited
                   "  minimum " ws-minimum-edited.
           go to list-rates-read.

       list-rates-done.
           display "Rate rows listed : " rows-shown.

       list-rates-exit.
           exit.

      ***********************************************************
      * An Item's Unit Weight                                   *
      ***********************************************************

       set-weight.
           display "Stock code : ".
           move spaces to stock-key.
           accept stock-key.
           if stock-key = spaces
               go to set-weight-exit.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status "
                       stock-status
               go to set-weight-exit.
           move stock-unit-weight to ws-weight-edited.
           display stock-key "  " stock-description-1.
           display "Unit weight " ws-weight-edited " kg".
           display "New unit weight in kilos : ".
           accept ws-unit-weight.
           move ws-unit-weight to stock-unit-weight.
           rewrite stock-record.
           if stock-status not = "00"
               display "Unable to update item - status "
                       stock-status.

       set-weight-exit.
           exit.

       wrap-up.
           close carrier-rate-file.
           close stock-file.

       endit.
           goback.
