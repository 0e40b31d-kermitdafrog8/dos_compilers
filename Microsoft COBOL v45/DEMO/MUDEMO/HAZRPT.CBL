      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      HAZRPT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Hazardous stock report for the fire inspector.  Lists   *
      *  every item marked with a hazard class on MUSTOCK.DAT -  *
      *  UN number, class and its description off MUHAZCLS.DAT   *
      *  - with what it holds in each location, then totals the  *
      *  quantity held by class.  Optionally for one location,   *
      *  for an inspection of a single building.  An item with   *
      *  no location rows shows its stock-held unlocated.        *
      *  Printed to HAZRPT.LST.                                  *
      *                                                          *
      ************************************************************

       identification division.
       program-id. HAZRPT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status file-status.

           select hazmat-class-file assign "MUHAZCLS.DAT"
                organization indexed
                access dynamic
                record key hz-class-code
                status hzc-status.

           select hazmat-rpt assign "HAZRPT.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  stock-file.
           copy stockrec.cpy.

       fd  hazmat-class-file.
           copy hazclass.cpy.

       fd  hazmat-rpt.
       01  hazmat-line                  pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  hzc-status                   pic xx.
       01  rpt-status                   pic xx.
       01  hzc-open-switch              pic x     value "N".
           88  hazmat-classes-open                value "Y".

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  today-8                      pic 9(08).
       01  ws-loc-filter                pic x(04).
       01  ws-item-qty                  pic 9(07)v9(03).
       01  loc-subscript                pic 9(02) comp.
       01  items-listed                 pic 9(05) value 0.
       01  item-head-switch             pic x.
           88  item-head-printed                  value "Y".

       01  class-table.
           03  class-entry              occurs 50 times.
               05  ct-class             pic x(04).
               05  ct-items             pic 9(05).
               05  ct-qty               pic 9(08)v9(03).

       01  class-count                  pic 9(02) comp value 0.
       01  class-subscript              pic 9(02) comp.

       01  report-heading-1.
           03  filler                   pic x(44) value
               "STOCK CONTROL SYSTEM - HAZARDOUS STOCK HELD ".
           03  rh-date                  pic 9(08).
           03  filler                   pic x(11) value
               "  location ".
           03  rh-location              pic x(04).

       01  report-heading-2             pic x(80)
           value "Stock Code UN no.  Class Description".

       01  item-line.
           03  il-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  il-un-number             pic x(06).
           03  filler                   pic x(02).
           03  il-class                 pic x(04).
           03  filler                   pic x(02).
           03  il-description           pic x(40).

       01  location-line.
           03  filler                   pic x(13) value
               "    location ".
           03  ll-location              pic x(04).
           03  filler                   pic x(08) value "   held ".
           03  ll-qty                   pic z(06)9.999.

       01  class-total-line.
           03  filler                   pic x(06) value "Class ".
           03  cl-class                 pic x(04).
           03  filler                   pic x(02).
           03  cl-description           pic x(30).
           03  filler                   pic x(07) value " items ".
           03  cl-items                 pic z(04)9.
           03  filler                   pic x(07) value "  held ".
           03  cl-qty                   pic z(07)9.999.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "HAZRPT - hazardous stock held by location".
           accept today-8 from date yyyymmdd.
           display "Location (blank for all) : ".
           move spaces to ws-loc-filter.
           accept ws-loc-filter.

           open input stock-file.
           if status-1 not = "0"
               display "Unable to open MUSTOCK.DAT - status "
                       status-1 status-2
               go to endit.
           open output hazmat-rpt.
           if rpt-status not = "00"
               display "Unable to open HAZRPT.LST - status "
                       rpt-status
               close stock-file
               go to endit.
           open input hazmat-class-file.
           if hzc-status = "00"
               move "Y" to hzc-open-switch.

           move today-8 to rh-date.
           move ws-loc-filter to rh-location.
           if ws-loc-filter = spaces
               move "all" to rh-location.
           move report-heading-1 to hazmat-line.
           write hazmat-line.
           move spaces to hazmat-line.
           write hazmat-line.
           move report-heading-2 to hazmat-line.
           write hazmat-line.

           move low-values to stock-key.
           start stock-file key not less than stock-key.
           if status-1 not = "0"
               go to print-totals.

       read-loop.
           if end-of-file
               go to print-totals.
           read stock-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           if stock-not-hazmat
               go to read-loop.
           perform list-item thru list-item-exit.
           go to read-loop.

      ***********************************************************
      * One Hazardous Item and Where It Is                      *
      ***********************************************************

       list-item.
           move "N" to item-head-switch.
           move 0 to ws-item-qty.
           if stock-location-count = 0
               if ws-loc-filter not = spaces
                   go to list-item-exit
               end-if
               perform print-item-head thru print-item-head-exit
               move "unlocated" to ll-location
               move stock-held to ll-qty
               move location-line to hazmat-line
               write hazmat-line
               move stock-held to ws-item-qty
               go to list-item-total.
           move 1 to loc-subscript.

       list-item-locs.
           if loc-subscript > stock-location-count
                   or loc-subscript > 5
               go to list-item-total.
           if ws-loc-filter not = spaces
                   and stock-loc-code(loc-subscript) not = ws-loc-filter
               add 1 to loc-subscript
               go to list-item-locs.
           perform print-item-head thru print-item-head-exit.
           move stock-loc-code(loc-subscript) to ll-location.
           move stock-loc-qty(loc-subscript) to ll-qty.
           move location-line to hazmat-line.
           write hazmat-line.
           add stock-loc-qty(loc-subscript) to ws-item-qty.
           add 1 to loc-subscript.
           go to list-item-locs.

       list-item-total.
           if not item-head-printed
               go to list-item-exit.
           perform add-class-total thru add-class-total-exit.

       list-item-exit.
           exit.

       print-item-head.
           if item-head-printed
               go to print-item-head-exit.
           move "Y" to item-head-switch.
           add 1 to items-listed.
           perform read-class thru read-class-exit.
           move stock-key to il-stock-key.
           move stock-un-number to il-un-number.
           move stock-hazmat-class to il-class.
           move stock-description-1 to il-description.
           move spaces to hazmat-line.
           write hazmat-line.
           move item-line to hazmat-line.
           write hazmat-line.
           move spaces to hazmat-line.
           string "    " hz-description "  " hz-hazard-wording
                   delimited by size into hazmat-line.
           write hazmat-line.

       print-item-head-exit.
           exit.

       read-class.
           move stock-hazmat-class to hz-class-code.
           move spaces to hz-data.
           if hazmat-classes-open
               read hazmat-class-file
                   invalid key
                       move "** class not on file **"
                           to hz-description
               end-read.

       read-class-exit.
           exit.

       add-class-total.
           move 1 to class-subscript.

       add-class-total-scan.
           if class-subscript > class-count
               go to add-class-total-new.
           if ct-class(class-subscript) = stock-hazmat-class
               go to add-class-total-add.
           add 1 to class-subscript.
           go to add-class-total-scan.

       add-class-total-new.
           if class-count >= 50
               go to add-class-total-exit.
           add 1 to class-count.
           move class-count to class-subscript.
           move stock-hazmat-class to ct-class(class-subscript).
           move 0 to ct-items(class-subscript).
           move 0 to ct-qty(class-subscript).

       add-class-total-add.
           add 1 to ct-items(class-subscript).
           add ws-item-qty to ct-qty(class-subscript).

       add-class-total-exit.
           exit.

      ***********************************************************
      * Quantity Held by Class                                  *
      ***********************************************************

       print-totals.
           move spaces to hazmat-line.
           write hazmat-line.
           if items-listed = 0
               move "No hazardous stock held" to hazmat-line
               write hazmat-line
               go to wrap-up.
           move 1 to class-subscript.

       print-totals-loop.
           if class-subscript > class-count
               go to wrap-up.
           move ct-class(class-subscript) to cl-class.
           move ct-class(class-subscript) to hz-class-code.
           move spaces to hz-data.
           if hazmat-classes-open
               read hazmat-class-file
                   invalid key
                       move spaces to hz-data
               end-read.
           move hz-description to cl-description.
           move ct-items(class-subscript) to cl-items.
           move ct-qty(class-subscript) to cl-qty.
           move class-total-line to hazmat-line.
           write hazmat-line.
           add 1 to class-subscript.
           go to print-totals-loop.

       wrap-up.
           close stock-file.
           close hazmat-rpt.
           if hazmat-classes-open
               close hazmat-class-file.
           display "Hazardous items listed : " items-listed.

       endit.
           goback.
