      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      FADEPR.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Monthly fixed asset run.  Keyed a period (YYYYMM), it   *
      *  works through the register MUFASSET.DAT (see FAREC.CPY) *
      *  in two steps.  An asset STOCKISS registered since the   *
      *  last run is capitalized first - the issue went to the   *
      *  cost center's expense through GLJRNL like any other, so *
      *  it is moved to the asset account, credited back to that *
      *  expense account (or the issue offset account kept on    *
      *  MUFAPARM.DAT when the center has none).  Each asset in  *
      *  service is then depreciated for every month from the    *
      *  one after its last run, or its in-service month, up to  *
      *  the period keyed, so a missed month catches up.         *
      *  Straight line takes cost less salvage over the life;    *
      *  declining balance takes the factor on net book value    *
      *  over the life; neither goes below salvage and the last  *
      *  month of life takes what remains.  Depreciation is      *
      *  debited to expense against the asset's cost center      *
      *  through GLPOSTCC and credited to accumulated            *
      *  depreciation; every line also goes to the GLJRNL.DAT    *
      *  export, dated the last day of the period.  A period     *
      *  already run for an asset is skipped, so the run may be  *
      *  repeated.  The register is printed to FADEPR.LST.       *
      *                                                          *
      ************************************************************

       identification division.
       program-id. FADEPR.
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

           select depr-rpt assign "FADEPR.LST"
                organization line sequential
                status rpt-status.
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

       fd  depr-rpt.
       01  depr-line                    pic x(100).
      /
       working-storage section.

       01  fas-status                   pic xx.
       01  fap-status                   pic xx.
       01  exp-status                   pic xx.
       01  rpt-status                   pic xx.

       01  cct-status                   pic xx.
       01  cct-open-switch              pic x     value "N".
           88  cost-centers-open                  value "Y".
       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  today-8                      pic 9(08).
       01  ws-run-period                pic 9(06).
       01  ws-run-split redefines ws-run-period.
           03  ws-run-year              pic 9(04).
           03  ws-run-month             pic 9(02).
       01  ws-period                    pic 9(06).
       01  ws-period-split redefines ws-period.
           03  ws-period-year           pic 9(04).
           03  ws-period-month          pic 9(02).
       01  ws-period-end                pic 9(08).
       01  ws-leap-quotient             pic 9(04).
       01  ws-leap-remainder            pic 9(02).

       01  month-days-values            pic x(24)
                                value "312831303130313130313031".
       01  month-days-table redefines month-days-values.
           03  month-days               pic 9(02) occurs 12.

       01  ws-offset-account            pic x(06).
       01  ws-month-depr                pic 9(08)v99.
       01  ws-asset-depr                pic 9(08)v99.
       01  ws-remaining                 pic s9(08)v99.
       01  ws-net-book-value            pic 9(08)v99.
       01  months-this-run              pic 9(03).

       01  assets-read                  pic 9(05) value 0.
       01  assets-capitalized           pic 9(05) value 0.
       01  assets-depreciated           pic 9(05) value 0.
       01  assets-not-capitalized       pic 9(05) value 0.
       01  total-capitalized            pic 9(10)v99 value 0.
       01  total-depreciation           pic 9(10)v99 value 0.
       01  ws-total-edited              pic z(09)9.99.

       01  report-heading-1.
           03  filler                   pic x(47) value
               "STOCK CONTROL SYSTEM - FIXED ASSET DEPRECIATION".
           03  filler                   pic x(09) value " PERIOD ".
           03  rh-period                pic 9(06).

       01  report-heading-2             pic x(100) value
           "Asset  Item       Ctr  Note        Months  This run    Accum
      -    "ulated    Net book".

       01  detail-line.
           03  dl-number                pic 9(06).
           03  filler                   pic x(01).
           03  dl-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  dl-cost-center           pic x(04).
           03  filler                   pic x(01).
           03  dl-note                  pic x(12).
           03  dl-months                pic zz9.
           03  filler                   pic x(02).
           03  dl-amount                pic z(07)9.99.
           03  filler                   pic x(01).
           03  dl-accum                 pic z(07)9.99.
           03  filler                   pic x(01).
           03  dl-nbv                   pic z(07)9.99.

       01  total-line.
           03  filler                   pic x(21) value spaces.
           03  tl-caption               pic x(18).
           03  tl-amount                pic z(09)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "FADEPR - fixed asset depreciation".
           accept today-8 from date yyyymmdd.
           display "Period to depreciate to (YYYYMM, 0 - this "
                   "month) : ".
           move 0 to ws-run-period.
           accept ws-run-period.
           if ws-run-period = 0
               divide today-8 by 100 giving ws-run-period.
           if ws-run-month < 1 or ws-run-month > 12
               display "Period must be YYYYMM"
               go to endit.

           perform read-fa-parms thru read-fa-parms-exit.
           if fp-asset-account = spaces or fp-accum-account = spaces
                   or fp-depr-account = spaces
               display "Fixed asset accounts not set - use FAMAINT"
               go to endit.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           move fp-asset-account to ws-check-account.
           perform check-account thru check-account-exit.
           if account-valid
               move fp-accum-account to ws-check-account
               perform check-account thru check-account-exit.
           if account-valid
               move fp-depr-account to ws-check-account
               perform check-account thru check-account-exit.
           if chart-on-file
               close coa-file.
           if not account-valid
               display "Correct the accounts with FAMAINT"
               go to endit.

           open i-o asset-file.
           if fas-status not = "00"
               display "No fixed assets on MUFASSET.DAT - status "
                       fas-status
               go to endit.
           open input cost-center-file.
           if cct-status = "00"
               move "Y" to cct-open-switch.
           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               go to close-assets.
           open output depr-rpt.
           if rpt-status not = "00"
               display "Unable to open FADEPR.LST - status "
                       rpt-status
               close journal-export
               go to close-assets.

           move ws-run-period to ws-period.
           perform find-period-end thru find-period-end-exit.
           move ws-run-period to rh-period.
           move report-heading-1 to depr-line.
           write depr-line.
           move spaces to depr-line.
           write depr-line.
           move report-heading-2 to depr-line.
           write depr-line.
           move spaces to detail-line.

           perform run-assets thru run-assets-exit.
           perform print-totals.

           close depr-rpt.
           close journal-export.
           display "Assets read             : " assets-read.
           display "Assets capitalized      : " assets-capitalized.
           display "Assets depreciated      : " assets-depreciated.
           if assets-not-capitalized > 0
               display "Not capitalized         : "
                       assets-not-capitalized
                       " - no expense or offset account".
           move total-depreciation to ws-total-edited.
           display "Depreciation this run   : " ws-total-edited.

       close-assets.
           close asset-file.
           if cost-centers-open
               close cost-center-file.

       endit.
           cancel "GLPOST".
           goback.

      ***********************************************************
      * Parameters (see FAPARM.CPY)                             *
      ***********************************************************

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
           if fp-declining-factor = 0
               move 200 to fp-declining-factor.

       read-fa-parms-exit.
           exit.

      ***********************************************************
      * Every Asset on the Register                             *
      ***********************************************************

       run-assets.
           move 0 to fa-number.
           start asset-file key not less than fa-number.
           if fas-status not = "00"
               move "No assets on file" to depr-line
               write depr-line
               go to run-assets-exit.

       run-assets-read.
           if end-of-file
               go to run-assets-exit.
           read asset-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to run-assets-read
           end-read.
           add 1 to assets-read.
           if fa-disposed
               go to run-assets-read.
           if not fa-capitalized
               perform capitalize-asset thru capitalize-asset-exit.
           if fa-capitalized
               perform depreciate-asset thru depreciate-asset-exit.
           go to run-assets-read.

       run-assets-exit.
           exit.

      ***********************************************************
      * Capitalization - Out of Expense, onto the Asset Account *
      ***********************************************************

       capitalize-asset.
           move fp-issue-offset-account to ws-offset-account.
           if cost-centers-open and fa-cost-center not = spaces
               move fa-cost-center to ct-code
               read cost-center-file
                   invalid key
                       move spaces to ct-expense-account
               end-read
               if ct-expense-account not = spaces
                   move ct-expense-account to ws-offset-account
               end-if
           end-if.
           move 0 to months-this-run.
           move 0 to ws-asset-depr.
           if ws-offset-account = spaces
               add 1 to assets-not-capitalized
               move "no offset" to dl-note
               perform print-asset
               go to capitalize-asset-exit.

           move ws-period-end to jx-date.
           move "FA CAPITAL" to jx-source.
           move fp-asset-account to jx-account.
           move "DR" to jx-dr-cr.
           move fa-cost to jx-amount.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move ws-offset-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOSTCC" using journal-export-record
                                 fa-cost-center.

           move "Y" to fa-capitalized-flag.
           rewrite fixed-asset-record.
           add 1 to assets-capitalized.
           add fa-cost to total-capitalized.
           move fa-cost to ws-asset-depr.
           move "capitalized" to dl-note.
           perform print-asset.

       capitalize-asset-exit.
           exit.

      ***********************************************************
      * Depreciation - Each Month Not Yet Taken                 *
      ***********************************************************

       depreciate-asset.
           if fa-months-depreciated >= fa-life-months
               go to depreciate-asset-exit.
           if fa-in-service-period > ws-run-period
               go to depreciate-asset-exit.
           if fa-last-depr-period >= ws-run-period
               go to depreciate-asset-exit.
           if fa-last-depr-period = 0
               move fa-in-service-period to ws-period
           else
               move fa-last-depr-period to ws-period
               perform next-period.
           move 0 to months-this-run.
           move 0 to ws-asset-depr.

       depreciate-asset-month.
           if ws-period > ws-run-period
               go to depreciate-asset-post.
           if fa-months-depreciated >= fa-life-months
               go to depreciate-asset-post.
           compute ws-remaining = fa-cost - fa-salvage
                                - fa-accum-depr.
           if ws-remaining not > 0
               go to depreciate-asset-post.
           if fa-months-depreciated + 1 = fa-life-months
               move ws-remaining to ws-month-depr
           else
               if fa-declining-balance
                   compute ws-month-depr rounded =
                       (fa-cost - fa-accum-depr)
                       * fp-declining-factor / 100 / fa-life-months
               else
                   compute ws-month-depr rounded =
                       (fa-cost - fa-salvage) / fa-life-months
               end-if
           end-if.
           if ws-month-depr > ws-remaining
               move ws-remaining to ws-month-depr.
           add ws-month-depr to fa-accum-depr.
           add ws-month-depr to ws-asset-depr.
           add 1 to fa-months-depreciated.
           add 1 to months-this-run.
           move ws-period to fa-last-depr-period.
           perform next-period.
           go to depreciate-asset-month.

       depreciate-asset-post.
           if months-this-run = 0
               go to depreciate-asset-exit.
           rewrite fixed-asset-record.
           if ws-asset-depr > 0
               move ws-period-end to jx-date
               move "FA DEPR" to jx-source
               move fp-depr-account to jx-account
               move "DR" to jx-dr-cr
               move ws-asset-depr to jx-amount
               write journal-export-record
               call "GLPOSTCC" using journal-export-record
                                     fa-cost-center
               move fp-accum-account to jx-account
               move "CR" to jx-dr-cr
               write journal-export-record
               call "GLPOST" using journal-export-record
           end-if.
           add 1 to assets-depreciated.
           add ws-asset-depr to total-depreciation.
           if fa-months-depreciated >= fa-life-months
               move "fully depr" to dl-note
           else
               move spaces to dl-note.
           perform print-asset.

       depreciate-asset-exit.
           exit.

       next-period.
           if ws-period-month = 12
               add 1 to ws-period-year
               move 1 to ws-period-month
           else
               add 1 to ws-period-month.

      ***********************************************************
      * Last Day of the Period, for the Journal Date            *
      ***********************************************************

       find-period-end.
           compute ws-period-end = ws-period * 100
                                 + month-days(ws-period-month).
           if ws-period-month not = 2
               go to find-period-end-exit.
           divide ws-period-year by 4 giving ws-leap-quotient
               remainder ws-leap-remainder.
           if ws-leap-remainder = 0
               add 1 to ws-period-end.

       find-period-end-exit.
           exit.

      ***********************************************************
      * The Register                                            *
      ***********************************************************

       print-asset.
           compute ws-net-book-value = fa-cost - fa-accum-depr.
           move fa-number to dl-number.
           move fa-stock-key to dl-stock-key.
           move fa-cost-center to dl-cost-center.
           move months-this-run to dl-months.
           move ws-asset-depr to dl-amount.
           move fa-accum-depr to dl-accum.
           move ws-net-book-value to dl-nbv.
           move detail-line to depr-line.
           write depr-line.
           move spaces to detail-line.

       print-totals.
           move spaces to depr-line.
           write depr-line.
           move "Capitalized" to tl-caption.
           move total-capitalized to tl-amount.
           move total-line to depr-line.
           write depr-line.
           move "Depreciation" to tl-caption.
           move total-depreciation to tl-amount.
           move total-line to depr-line.
           write depr-line.

      ***********************************************************
      * Account Validation Against the Chart (see COAREC.CPY)   *
      ***********************************************************

       check-account.
           move "Y" to account-ok-switch.
           if not chart-on-file
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
