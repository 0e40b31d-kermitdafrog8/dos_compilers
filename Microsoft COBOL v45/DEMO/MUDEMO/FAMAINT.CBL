      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     FAMAINT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Fixed asset maintenance.  The register MUFASSET.DAT     *
      *  (see FAREC.CPY) fills itself as STOCKISS issues         *
      *  serialized units to a cost center as capital; this is   *
      *  where the accountant looks after it.  P keeps the       *
      *  parameters on MUFAPARM.DAT (see FAPARM.CPY) - the GL    *
      *  accounts, each checked against the chart, the default   *
      *  life and method and the declining factor.  I shows an   *
      *  asset with its accumulated depreciation and net book    *
      *  value.  C corrects its terms - cost center, location,   *
      *  life, method and salvage, and the in-service date until *
      *  the first month is depreciated.  D disposes of it: the  *
      *  cost and accumulated depreciation come off the books,   *
      *  the proceeds go to the proceeds account and the         *
      *  difference from net book value to gain or loss on       *
      *  disposal, posted through GLPOST and written to the      *
      *  GLJRNL.DAT export.  An asset FADEPR has not yet         *
      *  capitalized has nothing on the books to take off and    *
      *  must wait for the run.                                  *
      *                                                          *
      ************************************************************

       identification division.
       program-id. FAMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select asset-file assign "MUFASSET.DAT"
                organization indexed
                access dynamic
                record key fa-number
                status fas-status.

           select fa-parm-file assign "MUFAPARM.DAT"
                organization line sequential
                status fap-status.

           select cost-center-file assign "MUCSTCTR.DAT"
                organization indexed
                access dynamic
                record key ct-code
                status cct-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.
      /
       data division.

       file section.
       fd  asset-file.
           copy farec.cpy.

       fd  fa-parm-file.
           copy faparm.cpy.

       fd  cost-center-file.
           copy cctr.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).
      /
       working-storage section.

       01  fas-status                   pic xx.
       01  fap-status                   pic xx.
       01  exp-status                   pic xx.

       01  cct-status                   pic xx.
       01  cct-open-switch              pic x     value "N".
           88  cost-centers-open                  value "Y".
       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  choice                       pic x.
       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  ws-asset-number              pic 9(06).
       01  ws-net-book-value            pic 9(08)v99.
       01  ws-gain-loss                 pic s9(08)v99.
       01  ws-life-months               pic 9(03).
       01  ws-salvage                   pic 9(08)v99.
       01  ws-in-service-date           pic 9(08).
       01  ws-cost-center               pic x(04).
       01  ws-location                  pic x(20).
       01  ws-method                    pic x.
       01  ws-disposal-date             pic 9(08).
       01  ws-proceeds                  pic 9(08)v99.
       01  ws-amount-edited             pic z(07)9.99.
       01  ws-amount-edited-2           pic z(07)9.99.
       01  ws-amount-edited-3           pic z(07)9.99.
       01  assets-shown                 pic 9(05).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "FAMAINT - fixed asset maintenance".
           open i-o asset-file.
           if fas-status not = "00"
               open output asset-file
               close asset-file
               open i-o asset-file.
           if fas-status not = "00"
               display "Unable to open MUFASSET.DAT - status "
                       fas-status
               go to endit.
           open input cost-center-file.
           if cct-status = "00"
               move "Y" to cct-open-switch.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           perform read-fa-parms thru read-fa-parms-exit.
           accept today-8 from date yyyymmdd.

       ent-ry.
           display "P-Parameters  I-Inquire  C-Change  D-Dispose  "
                   "L-List  Q-Quit : ".
           accept choice.
           evaluate choice
               when "P" when "p"
                   perform keep-parms thru keep-parms-exit
               when "I" when "i"
                   perform inquire-asset thru inquire-asset-exit
               when "C" when "c"
                   perform change-asset thru change-asset-exit
               when "D" when "d"
                   perform dispose-asset thru dispose-asset-exit
               when "L" when "l"
                   perform list-assets thru list-assets-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Parameters - Accounts, Default Life and Method          *
      ***********************************************************

       keep-parms.
           display "Asset cost account        [" fp-asset-account
                   "] : ".
           accept fp-asset-account.
           display "Accumulated depreciation  [" fp-accum-account
                   "] : ".
           accept fp-accum-account.
           display "Depreciation expense      [" fp-depr-account
                   "] : ".
           accept fp-depr-account.
           display "Gain or loss on disposal  [" fp-disposal-account
                   "] : ".
           accept fp-disposal-account.
           display "Disposal proceeds         [" fp-proceeds-account
                   "] : ".
           accept fp-proceeds-account.
           display "Issue offset (cost center without its own "
                   "expense account) [" fp-issue-offset-account
                   "] : ".
           accept fp-issue-offset-account.
           move fp-asset-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to keep-parms-reread.
           move fp-accum-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to keep-parms-reread.
           move fp-depr-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to keep-parms-reread.
           move fp-disposal-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to keep-parms-reread.
           move fp-proceeds-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to keep-parms-reread.
           move fp-issue-offset-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to keep-parms-reread.
           display "Default life in months    [" fp-default-life
                   "] : ".
           accept fp-default-life.
           if fp-default-life = 0
               move 60 to fp-default-life.
           display "Default method S-Straight line  D-Declining "
                   "balance [" fp-default-method "] : ".
           accept fp-default-method.
           if fp-default-method = "s" or fp-default-method = "d"
               inspect fp-default-method converting "sd" to "SD".
           if fp-default-method not = "S"
                   and fp-default-method not = "D"
               move "S" to fp-default-method.
           display "Declining factor, % of straight line  ["
                   fp-declining-factor "] : ".
           accept fp-declining-factor.
           if fp-declining-factor = 0
               move 200 to fp-declining-factor.
           open output fa-parm-file.
           if fap-status not = "00"
               display "Unable to save MUFAPARM.DAT - status "
                       fap-status
               go to keep-parms-exit.
           write fa-parm-record.
           close fa-parm-file.
           display "Fixed asset parameters saved".
           go to keep-parms-exit.

       keep-parms-reread.
           display "Parameters not saved".
           perform read-fa-parms thru read-fa-parms-exit.

       keep-parms-exit.
           exit.

       read-fa-parms.
           move spaces to fa-parm-record.
           move 60 to fp-default-life.
           move "S" to fp-default-method.
           move 200 to fp-declining-factor.
           open input fa-parm-file.
           if fap-status not = "00"
               go to read-fa-parms-exit.
           read fa-parm-file
               at end
                   move spaces to fa-parm-record
                   move 60 to fp-default-life
                   move "S" to fp-default-method
                   move 200 to fp-declining-factor.
           close fa-parm-file.

       read-fa-parms-exit.
           exit.

      ***********************************************************
      * One Asset                                               *
      ***********************************************************

       get-asset.
           display "Asset number : ".
           move 0 to ws-asset-number.
           accept ws-asset-number.
           if ws-asset-number = 0
               go to get-asset-exit.
           move ws-asset-number to fa-number.
           read asset-file.
           if fas-status not = "00"
               display "Asset not on file - status " fas-status
               move 0 to ws-asset-number
               go to get-asset-exit.
           compute ws-net-book-value = fa-cost - fa-accum-depr.

       get-asset-exit.
           exit.

       inquire-asset.
           perform get-asset thru get-asset-exit.
           if ws-asset-number = 0
               go to inquire-asset-exit.
           perform show-asset.

       inquire-asset-exit.
           exit.

       show-asset.
           display "Asset " fa-number "  " fa-description.
           display "  Item " fa-stock-key "  serial "
                   fa-serial-number.
           display "  Cost center " fa-cost-center "  at "
                   fa-location.
           move fa-cost to ws-amount-edited.
           move fa-salvage to ws-amount-edited-2.
           display "  Cost " ws-amount-edited "  salvage "
                   ws-amount-edited-2.
           display "  In service " fa-in-service-date "  life "
                   fa-life-months " months  method " fa-method.
           move fa-accum-depr to ws-amount-edited.
           move ws-net-book-value to ws-amount-edited-2.
           display "  Accumulated " ws-amount-edited "  net book "
                   ws-amount-edited-2 "  months taken "
                   fa-months-depreciated.
           display "  Last period " fa-last-depr-period
                   "  capitalized " fa-capitalized-flag
                   "  status " fa-status-flag.
           if fa-disposed
               move fa-disposal-proceeds to ws-amount-edited
               display "  Disposed " fa-disposal-date
                       "  proceeds " ws-amount-edited.

      ***********************************************************
      * Correct an Asset's Terms                                *
      ***********************************************************

       change-asset.
           perform get-asset thru get-asset-exit.
           if ws-asset-number = 0
               go to change-asset-exit.
           if fa-disposed
               display "Asset has been disposed of"
               go to change-asset-exit.
           perform show-asset.
           move fa-cost-center to ws-cost-center.
           display "Cost center [" fa-cost-center "] : ".
           accept ws-cost-center.
           if ws-cost-center not = fa-cost-center
                   and cost-centers-open
               move ws-cost-center to ct-code
               read cost-center-file
                   invalid key
                       display "Cost center not on file - "
                               "not changed"
                       go to change-asset-exit
               end-read
               if not ct-active
                   display "Cost center is not active - "
                           "not changed"
                   go to change-asset-exit
               end-if
           end-if.
           move fa-location to ws-location.
           display "Location [" fa-location "] : ".
           accept ws-location.
           move fa-life-months to ws-life-months.
           display "Life in months [" fa-life-months "] : ".
           accept ws-life-months.
           if ws-life-months = 0
                   or ws-life-months < fa-months-depreciated
               display "Life cannot be less than the "
                       fa-months-depreciated
                       " months already taken - not changed"
               go to change-asset-exit.
           move fa-method to ws-method.
           display "Method S-Straight line  D-Declining balance ["
                   fa-method "] : ".
           accept ws-method.
           if ws-method = "s" or ws-method = "d"
               inspect ws-method converting "sd" to "SD".
           if ws-method not = "S" and ws-method not = "D"
               display "Method must be S or D - not changed"
               go to change-asset-exit.
           move fa-salvage to ws-salvage.
           display "Salvage value : ".
           accept ws-salvage.
           if ws-salvage >= fa-cost
               display "Salvage must be below cost - not changed"
               go to change-asset-exit.
           move fa-in-service-date to ws-in-service-date.
           if fa-months-depreciated = 0
               display "In-service date (YYYYMMDD) ["
                       fa-in-service-date "] : "
               accept ws-in-service-date
           end-if.
           move ws-cost-center to fa-cost-center.
           move ws-location to fa-location.
           move ws-life-months to fa-life-months.
           move ws-method to fa-method.
           move ws-salvage to fa-salvage.
           move ws-in-service-date to fa-in-service-date.
           rewrite fixed-asset-record.
           if fas-status = "00"
               display "Asset changed"
           else
               display "Unable to change asset - status "
                       fas-status.

       change-asset-exit.
           exit.

      ***********************************************************
      * Disposal - Off the Books at Net Book Value              *
      ***********************************************************

       dispose-asset.
           perform get-asset thru get-asset-exit.
           if ws-asset-number = 0
               go to dispose-asset-exit.
           if fa-disposed
               display "Asset was disposed of on " fa-disposal-date
               go to dispose-asset-exit.
           if not fa-capitalized
               display "Asset not yet capitalized - run FADEPR "
                       "before disposing of it"
               go to dispose-asset-exit.
           if fp-asset-account = spaces or fp-accum-account = spaces
                   or fp-disposal-account = spaces
                   or fp-proceeds-account = spaces
               display "Fixed asset accounts not set - use P first"
               go to dispose-asset-exit.
           perform show-asset.
           display "Disposal date (YYYYMMDD, 0 - today) : ".
           move 0 to ws-disposal-date.
           accept ws-disposal-date.
           if ws-disposal-date = 0
               move today-8 to ws-disposal-date.
           if ws-disposal-date < fa-in-service-date
               display "Disposal cannot precede the in-service date"
               go to dispose-asset-exit.
           display "Proceeds : ".
           move 0 to ws-proceeds.
           accept ws-proceeds.
           compute ws-gain-loss = ws-proceeds - ws-net-book-value.
           move ws-net-book-value to ws-amount-edited.
           move ws-proceeds to ws-amount-edited-2.
           if ws-gain-loss < 0
               compute ws-amount-edited-3 = 0 - ws-gain-loss
               display "Net book " ws-amount-edited "  proceeds "
                       ws-amount-edited-2 "  loss "
                       ws-amount-edited-3
           else
               move ws-gain-loss to ws-amount-edited-3
               display "Net book " ws-amount-edited "  proceeds "
                       ws-amount-edited-2 "  gain "
                       ws-amount-edited-3.
           display "Dispose of the asset (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to dispose-asset-exit.

           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status " - not disposed"
               go to dispose-asset-exit.
           move ws-disposal-date to jx-date.
           move "FA DISPOSE" to jx-source.
           if fa-accum-depr > 0
               move fp-accum-account to jx-account
               move "DR" to jx-dr-cr
               move fa-accum-depr to jx-amount
               perform post-journal-line.
           if ws-proceeds > 0
               move fp-proceeds-account to jx-account
               move "DR" to jx-dr-cr
               move ws-proceeds to jx-amount
               perform post-journal-line.
           if ws-gain-loss < 0
               move fp-disposal-account to jx-account
               move "DR" to jx-dr-cr
               compute jx-amount = 0 - ws-gain-loss
               perform post-journal-line.
           if ws-gain-loss > 0
               move fp-disposal-account to jx-account
               move "CR" to jx-dr-cr
               move ws-gain-loss to jx-amount
               perform post-journal-line.
           move fp-asset-account to jx-account.
           move "CR" to jx-dr-cr.
           move fa-cost to jx-amount.
           perform post-journal-line.
           close journal-export.

           move "D" to fa-status-flag.
           move ws-disposal-date to fa-disposal-date.
           move ws-proceeds to fa-disposal-proceeds.
           rewrite fixed-asset-record.
           if fas-status = "00"
               display "Asset " fa-number " disposed of"
           else
               display "Disposal posted but asset not updated - "
                       "status " fas-status.

       dispose-asset-exit.
           exit.

       post-journal-line.
           write journal-export-record.
           call "GLPOST" using journal-export-record.

      ***********************************************************
      * Brief List of the Register                              *
      ***********************************************************

       list-assets.
           move 0 to assets-shown.
           move "N" to end-of-file-switch.
           move 0 to fa-number.
           start asset-file key not less than fa-number.
           if fas-status not = "00"
               display "No assets on file"
               go to list-assets-exit.

       list-assets-read.
           if end-of-file
               go to list-assets-done.
           read asset-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to list-assets-read
           end-read.
           add 1 to assets-shown.
           compute ws-net-book-value = fa-cost - fa-accum-depr.
           move ws-net-book-value to ws-amount-edited.
           display "  " fa-number "  " fa-stock-key "  "
                   fa-serial-number "  " fa-cost-center
                   "  " fa-status-flag "  NBV " ws-amount-edited.
           go to list-assets-read.

       list-assets-done.
           display "Assets listed : " assets-shown
                   " - FALIST prints the full register".

       list-assets-exit.
           exit.

      ***********************************************************
      * Account Validation Against the Chart (see COAREC.CPY)   *
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
           close asset-file.
           if cost-centers-open
               close cost-center-file.
           if chart-on-file
               close coa-file.

       endit.
           cancel "GLPOST".
           goback.
