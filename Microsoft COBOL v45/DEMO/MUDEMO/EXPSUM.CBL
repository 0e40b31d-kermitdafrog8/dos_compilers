      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      EXPSUM.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Monthly export summary for the statistics return.       *
      *  Totals the goods lines BILLRUN filed on MUEXPLIN.DAT    *
      *  (see EXPLINE.CPY) for the month keyed, by tariff code   *
      *  and destination country - lines, quantity, net weight   *
      *  in kilos and value - with a subtotal for each tariff    *
      *  code and a grand total.  Lines billed without a tariff  *
      *  code total under "NONE" so the gap shows before the     *
      *  return goes in.  Printed to EXPSUM.LST.                 *
      *                                                          *
      ************************************************************

       identification division.
       program-id. EXPSUM.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select export-line-file assign "MUEXPLIN.DAT"
                organization indexed
                access dynamic
                record key ex-key
                status exl-status.

           select summary-rpt assign "EXPSUM.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  export-line-file.
           copy expline.cpy.

       fd  summary-rpt.
       01  summary-line                 pic x(80).
      /
       working-storage section.

       01  exl-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  ws-period                    pic 9(06).
       01  ws-line-date                 pic 9(08).
       01  ws-line-date-split redefines ws-line-date.
           03  ws-line-period           pic 9(06).
           03  filler                   pic 9(02).
       01  ws-tariff-code               pic x(10).

       01  lines-read                   pic 9(06) value 0.
       01  lines-summarised             pic 9(06) value 0.
       01  lines-dropped                pic 9(06) value 0.

      ***********************************************************
      * Totals by Tariff Code and Destination                   *
      ***********************************************************

       01  summary-table.
           03  summary-entry            occurs 500 times.
               05  se-tariff-code       pic x(10).
               05  se-country           pic x(02).
               05  se-lines             pic 9(05).
               05  se-qty               pic 9(09).
               05  se-weight            pic 9(09)v9(03).
               05  se-value             pic 9(12)v99.

       01  summary-count                pic 9(04) comp value 0.
       01  summary-subscript            pic 9(04) comp.
       01  swap-subscript               pic 9(04) comp.
       01  swap-switch                  pic x.
           88  entries-swapped                    value "Y".
       01  swap-entry                   pic x(52).

       01  tariff-lines                 pic 9(06).
       01  tariff-qty                   pic 9(09).
       01  tariff-weight                pic 9(09)v9(03).
       01  tariff-value                 pic 9(12)v99.
       01  total-lines                  pic 9(06) value 0.
       01  total-qty                    pic 9(09) value 0.
       01  total-weight                 pic 9(09)v9(03) value 0.
       01  total-value                  pic 9(12)v99 value 0.
       01  prev-tariff-code             pic x(10).

       01  report-heading-1.
           03  filler                   pic x(44) value
               "STOCK CONTROL SYSTEM - EXPORT SUMMARY MONTH ".
           03  rh-period                pic 9(06).

       01  report-heading-2             pic x(80) value
           "Tariff code Dest  Lines        Qty      Net weight kg
      -    "          Value".

       01  detail-line.
           03  dl-tariff-code           pic x(10).
           03  filler                   pic x(02).
           03  dl-country               pic x(02).
           03  filler                   pic x(02).
           03  dl-lines                 pic z(05)9.
           03  filler                   pic x(01).
           03  dl-qty                   pic z(09)9.
           03  filler                   pic x(02).
           03  dl-weight                pic z(09)9.999.
           03  filler                   pic x(01).
           03  dl-value                 pic $(11)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "EXPSUM - export summary by tariff and country".
           display "Month (YYYYMM) : ".
           move 0 to ws-period.
           accept ws-period.
           if ws-period = 0
               go to endit.

           open input export-line-file.
           if exl-status not = "00"
               display "No export lines on MUEXPLIN.DAT - status "
                       exl-status
               go to endit.
           open output summary-rpt.
           if rpt-status not = "00"
               display "Unable to open EXPSUM.LST - status "
                       rpt-status
               close export-line-file
               go to endit.

           move low-values to ex-key.
           start export-line-file key not less than ex-key.
           if exl-status not = "00"
               move "Y" to end-of-file-switch.

       read-loop.
           if end-of-file
               go to print-summary.
           read export-line-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           add 1 to lines-read.
           move ex-date to ws-line-date.
           if ws-line-period not = ws-period
               go to read-loop.
           perform add-to-summary thru add-to-summary-exit.
           go to read-loop.

      ***********************************************************
      * Accumulate One Line                                     *
      ***********************************************************

       add-to-summary.
           move ex-tariff-code to ws-tariff-code.
           if ws-tariff-code = spaces
               move "NONE" to ws-tariff-code.
           move 1 to summary-subscript.

       add-to-summary-scan.
           if summary-subscript > summary-count
               go to add-to-summary-new.
           if se-tariff-code(summary-subscript) = ws-tariff-code
                   and se-country(summary-subscript) = ex-country
               go to add-to-summary-add.
           add 1 to summary-subscript.
           go to add-to-summary-scan.

       add-to-summary-new.
           if summary-count >= 500
               add 1 to lines-dropped
               go to add-to-summary-exit.
           add 1 to summary-count.
           move summary-count to summary-subscript.
           move ws-tariff-code to se-tariff-code(summary-subscript).
           move ex-country to se-country(summary-subscript).
           move 0 to se-lines(summary-subscript).
           move 0 to se-qty(summary-subscript).
           move 0 to se-weight(summary-subscript).
           move 0 to se-value(summary-subscript).

       add-to-summary-add.
           add 1 to se-lines(summary-subscript).
           add ex-qty to se-qty(summary-subscript).
           add ex-net-weight to se-weight(summary-subscript).
           add ex-value to se-value(summary-subscript).
           add 1 to lines-summarised.

       add-to-summary-exit.
           exit.

      ***********************************************************
      * Sort into Tariff Code then Country Order                *
      ***********************************************************

       sort-summary.
           move "N" to swap-switch.
           move 1 to summary-subscript.

       sort-summary-pass.
           if summary-subscript >= summary-count
               go to sort-summary-check.
           compute swap-subscript = summary-subscript + 1.
           if se-tariff-code(summary-subscript)
                   > se-tariff-code(swap-subscript)
               or (se-tariff-code(summary-subscript)
                   = se-tariff-code(swap-subscript)
               and se-country(summary-subscript)
                   > se-country(swap-subscript))
               move summary-entry(summary-subscript) to swap-entry
               move summary-entry(swap-subscript)
                   to summary-entry(summary-subscript)
               move swap-entry to summary-entry(swap-subscript)
               move "Y" to swap-switch.
           add 1 to summary-subscript.
           go to sort-summary-pass.

       sort-summary-check.
           if entries-swapped
               go to sort-summary.

       sort-summary-exit.
           exit.

      ***********************************************************
      * The Return - Subtotalled by Tariff Code                 *
      ***********************************************************

       print-summary.
           move ws-period to rh-period.
           move report-heading-1 to summary-line.
           write summary-line.
           move spaces to summary-line.
           write summary-line.
           move report-heading-2 to summary-line.
           write summary-line.
           if summary-count = 0
               move "No export lines billed in the month"
                   to summary-line
               write summary-line
               go to wrap-up.
           perform sort-summary thru sort-summary-exit.
           move se-tariff-code(1) to prev-tariff-code.
           perform clear-tariff-totals.
           move 1 to summary-subscript.

       print-summary-loop.
           if summary-subscript > summary-count
               go to print-summary-end.
           if se-tariff-code(summary-subscript) not = prev-tariff-code
               perform print-tariff-total
               move se-tariff-code(summary-subscript)
                   to prev-tariff-code
               perform clear-tariff-totals.
           move se-tariff-code(summary-subscript) to dl-tariff-code.
           move se-country(summary-subscript) to dl-country.
           move se-lines(summary-subscript) to dl-lines.
           move se-qty(summary-subscript) to dl-qty.
           move se-weight(summary-subscript) to dl-weight.
           move se-value(summary-subscript) to dl-value.
           move detail-line to summary-line.
           write summary-line.
           add se-lines(summary-subscript) to tariff-lines.
           add se-qty(summary-subscript) to tariff-qty.
           add se-weight(summary-subscript) to tariff-weight.
           add se-value(summary-subscript) to tariff-value.
           add se-lines(summary-subscript) to total-lines.
           add se-qty(summary-subscript) to total-qty.
           add se-weight(summary-subscript) to total-weight.
           add se-value(summary-subscript) to total-value.
           add 1 to summary-subscript.
           go to print-summary-loop.

       print-summary-end.
           perform print-tariff-total.
           move "ALL TOTAL" to dl-tariff-code.
           move spaces to dl-country.
           move total-lines to dl-lines.
           move total-qty to dl-qty.
           move total-weight to dl-weight.
           move total-value to dl-value.
           move detail-line to summary-line.
           write summary-line.
           go to wrap-up.

       clear-tariff-totals.
           move 0 to tariff-lines.
           move 0 to tariff-qty.
           move 0 to tariff-weight.
           move 0 to tariff-value.

       print-tariff-total.
           move "  total" to dl-tariff-code.
           move spaces to dl-country.
           move tariff-lines to dl-lines.
           move tariff-qty to dl-qty.
           move tariff-weight to dl-weight.
           move tariff-value to dl-value.
           move detail-line to summary-line.
           write summary-line.
           move spaces to summary-line.
           write summary-line.

       wrap-up.
           close export-line-file.
           close summary-rpt.
           display "Export lines read       : " lines-read.
           display "Lines in the month      : " lines-summarised.
           if lines-dropped > 0
               display "Lines not summarised    : " lines-dropped
                       " - more than 500 tariff/country pairs".

       endit.
           goback.
