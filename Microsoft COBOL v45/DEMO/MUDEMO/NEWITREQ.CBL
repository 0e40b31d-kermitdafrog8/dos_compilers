      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     NEWITREQ.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  New item request, in the ARWOREQ mould.  Purchasing or  *
      *  sales keys the item they want set up - stock code,      *
      *  description, category, UOM, vendor and their part       *
      *  number and lead time, cost and selling price, reorder   *
      *  point and quantity, the stocking location with its min  *
      *  and max, and the ABC class.  The completeness check     *
      *  then runs over the whole request and lists everything   *
      *  missing or wrong: a stock code already on MUSTOCK.DAT   *
      *  or already requested, a category not on MUCATEGY.DAT or *
      *  with no GL account (or one not active on the chart),    *
      *  a vendor not on file or blocked, no cost, no reorder    *
      *  point or quantity, a location not active on             *
      *  MULOCMST.DAT, a minimum over the maximum, a class other *
      *  than A, B or C.  Only a request that passes parks on    *
      *  MUNEWITM.DAT (see NEWITEM.CPY) for a supervisor to      *
      *  approve through NEWITAPR.  L lists the requests with    *
      *  their outcome; a selling price may be left at zero for  *
      *  pricing to set later.                                   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. NEWITREQ.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select new-item-file assign "MUNEWITM.DAT"
                organization indexed
                access dynamic
                record key ni-number
                status ni-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select category-file assign "MUCATEGY.DAT"
                organization indexed
                access dynamic
                record key category-code
                status cat-status.

           select vendor-file assign "MUVENDOR.DAT"
                organization indexed
                access dynamic
                record key vendor-code
                status vnd-status.

           select location-file assign "MULOCMST.DAT"
                organization indexed
                access dynamic
                record key loc-code
                status locm-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.
      /
       data division.

       file section.
       fd  new-item-file.
           copy newitem.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  category-file.
           copy category.cpy.

       fd  vendor-file.
           copy vendor.cpy.

       fd  location-file.
           copy locmast.cpy.

       fd  coa-file.
           copy coarec.cpy.
      /
       working-storage section.

       01  ni-status                    pic xx.
       01  stock-status                 pic xx.
       01  cat-status                   pic xx.
       01  vnd-status                   pic xx.
       01  locm-status                  pic xx.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  choice                       pic x.
       01  ws-operator-id               pic x(08) value spaces.
       01  today-8                      pic 9(08).
       01  next-request-number          pic 9(05).
       01  problems-found               pic 9(02).
       01  requests-shown               pic 9(04).
       01  requests-made                pic 9(04) value 0.
       01  ws-cost-edited               pic z(07)9.99.

      ***********************************************************
      * The Request Being Keyed                                 *
      ***********************************************************

       01  request-area.
           03  rq-stock-key             pic x(10).
           03  rq-description           pic x(53).
           03  rq-category              pic x(04).
           03  rq-gl-account            pic x(06).
           03  rq-uom                   pic x(03).
           03  rq-vendor-code           pic 9(04).
           03  rq-vendor-part           pic x(15).
           03  rq-lead-time-days        pic 9(03).
           03  rq-cost                  pic 9(08)v99.
           03  rq-sell-price            pic 9(08)v99.
           03  rq-reorder-point         pic 9(06).
           03  rq-reorder-qty           pic 9(06).
           03  rq-loc-code              pic x(04).
           03  rq-loc-min               pic 9(06).
           03  rq-loc-max               pic 9(06).
           03  rq-abc-class             pic x.

       01  pending-switch               pic x.
           88  already-requested                  value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "NEWITREQ - new item setup request".
           display "Operator ID : ".
           accept ws-operator-id.
           if ws-operator-id = spaces
               display "Operator ID required"
               go to endit.
           open i-o new-item-file.
           if ni-status not = "00"
               open output new-item-file
               close new-item-file
               open i-o new-item-file.
           if ni-status not = "00"
               display "Unable to open MUNEWITM.DAT - status "
                       ni-status
               go to endit.
           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close new-item-file
               go to endit.
           open input category-file.
           open input vendor-file.
           open input location-file.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           accept today-8 from date yyyymmdd.

       ent-ry.
           display "N-New item request  L-List requests  Q-Quit : ".
           accept choice.
           evaluate choice
               when "N" when "n"
                   perform key-request thru key-request-exit
               when "L" when "l"
                   perform list-requests thru list-requests-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Key One Request                                         *
      ***********************************************************

       key-request.
           initialize request-area.
           display "Stock code : ".
           accept rq-stock-key.
           if rq-stock-key = spaces
               go to key-request-exit.
           display "Description : ".
           accept rq-description.
           display "Category : ".
           accept rq-category.
           display "Unit of measure : ".
           accept rq-uom.
           display "Vendor code : ".
           accept rq-vendor-code.
           display "Vendor part number : ".
           accept rq-vendor-part.
           display "Vendor lead time days (0 - vendor's own) : ".
           accept rq-lead-time-days.
           display "Unit cost : ".
           accept rq-cost.
           display "Selling price (0 - set later) : ".
           accept rq-sell-price.
           display "Reorder point : ".
           accept rq-reorder-point.
           display "Reorder quantity : ".
           accept rq-reorder-qty.
           display "Stocking location : ".
           accept rq-loc-code.
           display "Location minimum : ".
           accept rq-loc-min.
           display "Location maximum : ".
           accept rq-loc-max.
           display "ABC class (A/B/C) : ".
           accept rq-abc-class.
           if rq-abc-class = "a" or rq-abc-class = "b"
                   or rq-abc-class = "c"
               inspect rq-abc-class converting "abc" to "ABC".

           perform check-complete thru check-complete-exit.
           if problems-found > 0
               display problems-found " problems - request not "
                       "filed, correct them and key it again"
               go to key-request-exit.

           perform find-request-number
                   thru find-request-number-exit.
           initialize new-item-record.
           move next-request-number to ni-number.
           move rq-stock-key to ni-stock-key.
           move rq-description to ni-description.
           move rq-category to ni-category.
           move rq-gl-account to ni-gl-account.
           move rq-uom to ni-uom.
           move rq-vendor-code to ni-vendor-code.
           move rq-vendor-part to ni-vendor-part.
           move rq-lead-time-days to ni-lead-time-days.
           move rq-cost to ni-cost.
           move rq-sell-price to ni-sell-price.
           move rq-reorder-point to ni-reorder-point.
           move rq-reorder-qty to ni-reorder-qty.
           move rq-loc-code to ni-loc-code.
           move rq-loc-min to ni-loc-min.
           move rq-loc-max to ni-loc-max.
           move rq-abc-class to ni-abc-class.
           move ws-operator-id to ni-requester.
           move today-8 to ni-request-date.
           move spaces to ni-approver.
           move 0 to ni-decided-date.
           display "Note for the approver : ".
           move spaces to ni-note.
           accept ni-note.
           move "P" to ni-status-flag.
           write new-item-record.
           if ni-status not = "00"
               display "Unable to file request - status " ni-status
               go to key-request-exit.
           display "Request " ni-number " filed for " ni-stock-key
                   " - a supervisor approves it through NEWITAPR".
           add 1 to requests-made.

       key-request-exit.
           exit.

      ***********************************************************
      * Completeness Check - Every Problem Listed               *
      *    The same check runs again at approval, so a vendor    *
      *    blocked or a code taken in the meantime is caught.    *
      ***********************************************************

       check-complete.
           move 0 to problems-found.
           move spaces to rq-gl-account.
           move rq-stock-key to stock-key.
           read stock-file
               invalid key
                   continue
               not invalid key
                   display "  Stock code " rq-stock-key
                           " is already on file"
                   add 1 to problems-found
           end-read.
           perform check-requested thru check-requested-exit.
           if already-requested
               display "  Stock code " rq-stock-key
                       " is already waiting for approval"
               add 1 to problems-found.
           if rq-description = spaces
               display "  Description missing"
               add 1 to problems-found.
           perform check-category thru check-category-exit.
           if rq-uom = spaces
               display "  Unit of measure missing"
               add 1 to problems-found.
           perform check-vendor thru check-vendor-exit.
           if rq-cost = 0
               display "  Unit cost missing"
               add 1 to problems-found.
           if rq-reorder-point = 0
               display "  Reorder point missing"
               add 1 to problems-found.
           if rq-reorder-qty = 0
               display "  Reorder quantity missing"
               add 1 to problems-found.
           perform check-location thru check-location-exit.
           if rq-loc-max > 0 and rq-loc-min > rq-loc-max
               display "  Location minimum is over the maximum"
               add 1 to problems-found.
           if rq-abc-class not = "A" and rq-abc-class not = "B"
                   and rq-abc-class not = "C"
               display "  ABC class must be A, B or C"
               add 1 to problems-found.

       check-complete-exit.
           exit.

      *    The category carries the item's inventory GL account -
      *    the request is not complete without one the chart
      *    knows.

       check-category.
           if rq-category = spaces
               display "  Category missing"
               add 1 to problems-found
               go to check-category-exit.
           move rq-category to category-code.
           read category-file
               invalid key
                   display "  Category " rq-category " not on file"
                   add 1 to problems-found
                   go to check-category-exit
           end-read.
           if cat-status not = "00"
               display "  Category file not available"
               add 1 to problems-found
               go to check-category-exit.
           if category-gl-account = spaces
               display "  Category " rq-category
                       " has no GL account - no GL mapping"
               add 1 to problems-found
               go to check-category-exit.
           move category-gl-account to rq-gl-account.
           if not chart-on-file
               go to check-category-exit.
           move category-gl-account to coa-account.
           read coa-file
               invalid key
                   display "  GL account " category-gl-account
                           " not on the chart of accounts"
                   add 1 to problems-found
                   go to check-category-exit
           end-read.
           if not coa-active
               display "  GL account " category-gl-account
                       " is not active"
               add 1 to problems-found.

       check-category-exit.
           exit.

       check-vendor.
           if rq-vendor-code = 0
               display "  Vendor missing"
               add 1 to problems-found
               go to check-vendor-exit.
           move rq-vendor-code to vendor-code.
           read vendor-file
               invalid key
                   display "  Vendor " rq-vendor-code " not on file"
                   add 1 to problems-found
                   go to check-vendor-exit
           end-read.
           if vnd-status not = "00"
               display "  Vendor file not available"
               add 1 to problems-found
               go to check-vendor-exit.
           if vendor-blocked
               display "  Vendor " rq-vendor-code " is blocked"
               add 1 to problems-found.

       check-vendor-exit.
           exit.

       check-location.
           if rq-loc-code = spaces
               display "  Stocking location missing"
               add 1 to problems-found
               go to check-location-exit.
           move rq-loc-code to loc-code.
           read location-file
               invalid key
                   display "  Location " rq-loc-code " not on file"
                   add 1 to problems-found
                   go to check-location-exit
           end-read.
           if locm-status not = "00"
               display "  Location file not available"
               add 1 to problems-found
               go to check-location-exit.
           if not loc-active
               display "  Location " rq-loc-code " is not active"
               add 1 to problems-found.

       check-location-exit.
           exit.

       check-requested.
           move "N" to pending-switch.
           move 0 to ni-number.
           start new-item-file key not less than ni-number.
           if ni-status not = "00"
               go to check-requested-exit.

       check-requested-read.
           read new-item-file next record
               at end
                   go to check-requested-exit
           end-read.
           if ni-pending and ni-stock-key = rq-stock-key
               move "Y" to pending-switch
               go to check-requested-exit.
           go to check-requested-read.

       check-requested-exit.
           exit.

      ***********************************************************
      * List the Requests and Their Outcome                     *
      ***********************************************************

       list-requests.
           move 0 to requests-shown.
           move "N" to end-of-file-switch.
           move 0 to ni-number.
           start new-item-file key not less than ni-number.
           if ni-status not = "00"
               display "No requests on file"
               go to list-requests-exit.

       list-requests-read.
           if end-of-file
               go to list-requests-done.
           read new-item-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to list-requests-read
           end-read.
           add 1 to requests-shown.
           move ni-cost to ws-cost-edited.
           display "  " ni-number "  " ni-stock-key
                   "  " ni-status-flag
                   "  by " ni-requester " on " ni-request-date
                   "  cost " ws-cost-edited.
           display "        " ni-description.
           if not ni-pending
               display "        decided by " ni-approver
                       " on " ni-decided-date "  " ni-note.
           go to list-requests-read.

       list-requests-done.
           display "Requests listed : " requests-shown.

       list-requests-exit.
           exit.

       find-request-number.
           move 0 to next-request-number.
           move 0 to ni-number.
           start new-item-file key not less than ni-number.
           if ni-status not = "00"
               go to find-request-number-add.

       find-request-number-scan.
           read new-item-file next record
               at end
                   go to find-request-number-add
           end-read.
           move ni-number to next-request-number.
           go to find-request-number-scan.

       find-request-number-add.
           add 1 to next-request-number.

       find-request-number-exit.
           exit.

       wrap-up.
           close new-item-file.
           close stock-file.
           close category-file.
           close vendor-file.
           close location-file.
           if chart-on-file
               close coa-file.
           display "Requests filed : " requests-made.

       endit.
           goback.
