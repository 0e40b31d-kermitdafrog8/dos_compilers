      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      FALIST.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Fixed asset register listing.  Every asset on           *
      *  MUFASSET.DAT (see FAREC.CPY), or only those still in    *
      *  service, with its item and serial number, cost center,  *
      *  in-service date, life and method, cost, accumulated     *
      *  depreciation and net book value, and the totals of      *
      *  the three money columns.  An asset FADEPR has not yet   *
      *  capitalized is flagged, as is one disposed of.          *
      *  Printed to FALIST.LST.                                  *
      *                                                          *
      ************************************************************

       identification division.
       program-id. FALIST.
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

           select register-rpt assign "FALIST.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  asset-file.
           copy farec.cpy.

       fd  register-rpt.
       01  register-line                pic x(132).
      /
       working-storage section.

       01  fas-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  active-only-switch           pic x     value "N".
           88  active-only                        value "Y" "y".

       01  ws-net-book-value            pic 9(08)v99.
       01  assets-listed                pic 9(05) value 0.
       01  total-cost                   pic 9(10)v99 value 0.
       01  total-accum                  pic 9(10)v99 value 0.
       01  total-nbv                    pic 9(10)v99 value 0.

       01  report-heading-1             pic x(40) value
           "STOCK CONTROL SYSTEM - FIXED ASSETS".

       01  report-heading-2             pic x(132) value
           "Asset  Item       Serial          Ctr  In service Life M
      -    "        Cost   Accumulated      Net book  Note".

       01  detail-line.
           03  dl-number                pic 9(06).
           03  filler                   pic x(01).
           03  dl-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  dl-serial-number         pic x(15).
           03  filler                   pic x(01).
           03  dl-cost-center           pic x(04).
           03  filler                   pic x(01).
           03  dl-in-service-date       pic 9(08).
           03  filler                   pic x(02).
           03  dl-life                  pic zz9.
           03  filler                   pic x(01).
           03  dl-method                pic x(01).
           03  filler                   pic x(01).
           03  dl-cost                  pic z(09)9.99.
           03  filler                   pic x(01).
           03  dl-accum                 pic z(09)9.99.
           03  filler                   pic x(01).
           03  dl-nbv                   pic z(09)9.99.
           03  filler                   pic x(02).
           03  dl-note                  pic x(16).

       01  total-line.
           03  filler                   pic x(44) value spaces.
           03  tl-caption               pic x(10) value "Totals".
           03  tl-cost                  pic z(09)9.99.
           03  filler                   pic x(01) value spaces.
           03  tl-accum                 pic z(09)9.99.
           03  filler                   pic x(01) value spaces.
           03  tl-nbv                   pic z(09)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "FALIST - fixed asset register".
           display "Assets in service only (Y/N) : ".
           accept active-only-switch.

           open input asset-file.
           if fas-status not = "00"
               display "No fixed assets on MUFASSET.DAT - status "
                       fas-status
               go to endit.
           open output register-rpt.
           if rpt-status not = "00"
               display "Unable to open FALIST.LST - status "
                       rpt-status
               close asset-file
               go to endit.

           move report-heading-1 to register-line.
           write register-line.
           move spaces to register-line.
           write register-line.
           move report-heading-2 to register-line.
           write register-line.
           move spaces to detail-line.

           perform list-assets thru list-assets-exit.

           move total-cost to tl-cost.
           move total-accum to tl-accum.
           move total-nbv to tl-nbv.
           move spaces to register-line.
           write register-line.
           move total-line to register-line.
           write register-line.

           close register-rpt.
           close asset-file.
           display "Assets listed : " assets-listed.

       endit.
           goback.

      ***********************************************************
      * The Register                                            *
      ***********************************************************

       list-assets.
           move 0 to fa-number.
           start asset-file key not less than fa-number.
           if fas-status not = "00"
               move "No assets on file" to register-line
               write register-line
               go to list-assets-exit.

       list-assets-read.
           if end-of-file
               go to list-assets-exit.
           read asset-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to list-assets-read
           end-read.
           if active-only and fa-disposed
               go to list-assets-read.
           compute ws-net-book-value = fa-cost - fa-accum-depr.
           move fa-number to dl-number.
           move fa-stock-key to dl-stock-key.
           move fa-serial-number to dl-serial-number.
           move fa-cost-center to dl-cost-center.
           move fa-in-service-date to dl-in-service-date.
           move fa-life-months to dl-life.
           move fa-method to dl-method.
           move fa-cost to dl-cost.
           move fa-accum-depr to dl-accum.
           move ws-net-book-value to dl-nbv.
           move spaces to dl-note.
           if not fa-capitalized
               move "not capitalized" to dl-note.
           if fa-disposed
               move "disposed" to dl-note.
           move detail-line to register-line.
           write register-line.
           add 1 to assets-listed.
           if not fa-disposed
               add fa-cost to total-cost
               add fa-accum-depr to total-accum
               add ws-net-book-value to total-nbv.
           go to list-assets-read.

       list-assets-exit.
           exit.
