      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      CYCACC.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Monthly inventory record accuracy.  Reads the count     *
      *  history STOCKCNT writes to MUCYCHST.DAT (CYCHIST.CPY)   *
      *  for the month keyed and prints to CYCACC.LST how many   *
      *  counts were taken and what percentage of them came in   *
      *  within their class's tolerance - once by ABC class and  *
      *  once by location, with the month's overall figure.      *
      *  Items counted without a location show as location       *
      *  "none".                                                 *
      *                                                          *
      ************************************************************

       identification division.
       program-id. CYCACC.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select cycle-history-file assign "MUCYCHST.DAT"
                organization line sequential
                status hst-status.

           select accuracy-rpt assign "CYCACC.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  cycle-history-file.
           copy cychist.cpy.

       fd  accuracy-rpt.
       01  accuracy-line                pic x(80).
      /
       working-storage section.

       01  hst-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  report-period                pic 9(06).
       01  ws-count-period              pic 9(06).
       01  ws-loc-code                  pic x(04).
       01  ws-pct                       pic 9(03)v9.

       01  counts-total                 pic 9(06) value 0.
       01  within-total                 pic 9(06) value 0.

       01  class-table.
           03  class-entry              occurs 3 times.
               05  cls-counts           pic 9(06).
               05  cls-within           pic 9(06).

       01  class-letters                pic x(03) value "ABC".
       01  class-subscript              pic 9(02) comp.

       01  location-table.
           03  location-entry           occurs 50 times.
               05  lt-loc               pic x(04).
               05  lt-counts            pic 9(06).
               05  lt-within            pic 9(06).

       01  location-count               pic 9(02) comp value 0.
       01  location-subscript           pic 9(02) comp.
       01  locations-dropped            pic 9(05) value 0.

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - INVENTORY RECORD ACCURACY".

       01  report-heading-2             pic x(80)
           value "             Counts   Within  Accuracy".

       01  summary-line.
           03  sl-label                 pic x(06).
           03  sl-name                  pic x(04).
           03  filler                   pic x(01).
           03  sl-counts                pic z(07)9.
           03  filler                   pic x(01).
           03  sl-within                pic z(07)9.
           03  filler                   pic x(02).
           03  sl-pct                   pic zz9.9.
           03  filler                   pic x(01) value "%".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "CYCACC - inventory record accuracy by month".
           display "Month to report (YYYYMM) : ".
           accept report-period.

           open input cycle-history-file.
           if hst-status not = "00"
               display "No count history on MUCYCHST.DAT - status "
                       hst-status
               go to endit.
           open output accuracy-rpt.
           if rpt-status not = "00"
               display "Unable to open CYCACC.LST - status "
                       rpt-status
               close cycle-history-file
               go to endit.
           initialize class-table.

       read-loop.
           if end-of-file
               go to print-summary.
           read cycle-history-file
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           divide cy-count-date by 100 giving ws-count-period.
           if ws-count-period not = report-period
               go to read-loop.
           perform tally-count thru tally-count-exit.
           go to read-loop.

       tally-count.
           add 1 to counts-total.
           if cy-within-tolerance
               add 1 to within-total.
           evaluate cy-abc-class
               when "A"   move 1 to class-subscript
               when "B"   move 2 to class-subscript
               when other move 3 to class-subscript
           end-evaluate.
           add 1 to cls-counts(class-subscript).
           if cy-within-tolerance
               add 1 to cls-within(class-subscript).

           move cy-loc-code to ws-loc-code.
           if ws-loc-code = spaces
               move "none" to ws-loc-code.
           move 1 to location-subscript.

       tally-count-loc.
           if location-subscript > location-count
               go to tally-count-new-loc.
           if lt-loc(location-subscript) = ws-loc-code
               go to tally-count-add.
           add 1 to location-subscript.
           go to tally-count-loc.

       tally-count-new-loc.
           if location-count >= 50
               add 1 to locations-dropped
               go to tally-count-exit.
           add 1 to location-count.
           move location-count to location-subscript.
           move ws-loc-code to lt-loc(location-subscript).
           move 0 to lt-counts(location-subscript).
           move 0 to lt-within(location-subscript).

       tally-count-add.
           add 1 to lt-counts(location-subscript).
           if cy-within-tolerance
               add 1 to lt-within(location-subscript).

       tally-count-exit.
           exit.

      ***********************************************************
      * Accuracy by Class, by Location and Overall              *
      ***********************************************************

       print-summary.
           close cycle-history-file.
           move report-heading-1 to accuracy-line.
           write accuracy-line.
           move spaces to accuracy-line.
           string "Month " report-period
                   delimited by size into accuracy-line.
           write accuracy-line.
           move spaces to accuracy-line.
           write accuracy-line.
           move report-heading-2 to accuracy-line.
           write accuracy-line.
           move 1 to class-subscript.

       print-classes.
           if class-subscript > 3
               go to print-locations-start.
           move "Class " to sl-label.
           move class-letters(class-subscript:1) to sl-name.
           move cls-counts(class-subscript) to sl-counts.
           move cls-within(class-subscript) to sl-within.
           move 0 to ws-pct.
           if cls-counts(class-subscript) > 0
               compute ws-pct rounded =
                   cls-within(class-subscript) * 100.0
                   / cls-counts(class-subscript).
           move ws-pct to sl-pct.
           move summary-line to accuracy-line.
           write accuracy-line.
           add 1 to class-subscript.
           go to print-classes.

       print-locations-start.
           move spaces to accuracy-line.
           write accuracy-line.
           move 1 to location-subscript.

       print-locations.
           if location-subscript > location-count
               go to print-total.
           move "Loc   " to sl-label.
           move lt-loc(location-subscript) to sl-name.
           move lt-counts(location-subscript) to sl-counts.
           move lt-within(location-subscript) to sl-within.
           compute ws-pct rounded =
               lt-within(location-subscript) * 100.0
               / lt-counts(location-subscript).
           move ws-pct to sl-pct.
           move summary-line to accuracy-line.
           write accuracy-line.
           add 1 to location-subscript.
           go to print-locations.

       print-total.
           move spaces to accuracy-line.
           write accuracy-line.
           move "Total " to sl-label.
           move spaces to sl-name.
           move counts-total to sl-counts.
           move within-total to sl-within.
           move 0 to ws-pct.
           if counts-total > 0
               compute ws-pct rounded =
                   within-total * 100.0 / counts-total.
           move ws-pct to sl-pct.
           move summary-line to accuracy-line.
           write accuracy-line.
           if locations-dropped > 0
               move spaces to accuracy-line
               string "Counts in locations beyond the first 50 : "
                       locations-dropped
                       delimited by size into accuracy-line
               write accuracy-line.
           close accuracy-rpt.
           display "Counts in month : " counts-total
                   "  accuracy : " sl-pct "%".

       endit.
           goback.
