      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     NEWITAPR.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  New item approval, in the ARWOAPPR mould.  A supervisor *
      *  from MUSUPVR.DAT works the requests NEWITREQ parked on  *
      *  MUNEWITM.DAT.  L lists those pending.  A approves one - *
      *  never the supervisor's own - after the completeness     *
      *  check runs again, so a vendor blocked or a stock code   *
      *  taken since the request was keyed stops it.  Approval   *
      *  creates the item on MUSTOCK.DAT with its stocking       *
      *  location, min and max, and its vendor item on           *
      *  MUVNDITM.DAT with the cost as a single price break,     *
      *  logs the new item to STOCKAUD.LST and its first cost to *
      *  COSTHIST.DAT, just as STOCKIOM does.  R rejects one     *
      *  with a reason.  Either way the requester finds the      *
      *  outcome in their ALERTBOX mailbox on MUALERTS.DAT.      *
      *                                                          *
      ************************************************************

       identification division.
       program-id. NEWITAPR.
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

           select vendor-item-file assign "MUVNDITM.DAT"
                organization indexed
                access dynamic
                record key vi-key
                status vit-status.

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

           select alert-file assign "MUALERTS.DAT"
                organization indexed
                access dynamic
                record key al-number
                status alr-status.

           select supv-file assign "MUSUPVR.DAT"
                organization line sequential
                status supv-status.

           select audit-log assign "STOCKAUD.LST"
                organization line sequential
                status aud-log-status.

           select cost-history assign "COSTHIST.DAT"
                organization line sequential
                status cst-status.

           select current-co-file assign "MUCURRCO.DAT"
                organization line sequential
                status cur-co-status.
      /
       data division.

       file section.
       fd  new-item-file.
           copy newitem.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  vendor-item-file.
           copy venditem.cpy.

       fd  category-file.
           copy category.cpy.

       fd  vendor-file.
           copy vendor.cpy.

       fd  location-file.
           copy locmast.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  alert-file.
           copy alertrec.cpy.

       fd  supv-file.
       01  supv-line                    pic x(08).

       fd  audit-log.
           copy audrec.cpy.

       fd  cost-history.
           copy costhist.cpy.

       fd  current-co-file.
       01  current-co-line              pic x(02).
      /
       working-storage section.

       01  ni-status                    pic xx.
       01  stock-status                 pic xx.
       01  vit-status                   pic xx.
       01  cat-status                   pic xx.
       01  vnd-status                   pic xx.
       01  locm-status                  pic xx.
       01  alr-status                   pic xx.
       01  supv-status                  pic xx.
       01  aud-log-status               pic xx.
       01  cst-status                   pic xx.
       01  cur-co-status                pic xx.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".

       01  vit-open-switch              pic x     value "N".
           88  vendor-items-open                  value "Y".
       01  alr-open-switch              pic x     value "N".
           88  alerts-open                        value "Y".

       01  supv-ok-switch               pic x     value "N".
           88  supervisor-authorized              value "Y".

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  choice                       pic x.
       01  ws-supervisor-id             pic x(08) value spaces.
       01  ws-current-company           pic x(02) value spaces.
       01  ws-request-number            pic 9(05).
       01  today-8                      pic 9(08).
       01  now-8                        pic 9(08).
       01  next-alert-number            pic 9(06).
       01  ws-alert-text                pic x(60).
       01  problems-found               pic 9(02).
       01  requests-shown               pic 9(04).
       01  items-created                pic 9(04) value 0.
       01  requests-rejected            pic 9(04) value 0.
       01  ws-cost-edited               pic z(07)9.99.

      ***********************************************************
      * The Request Under Review                                *
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

       01  rq-vendor-lead-time          pic 9(03).

       01  pending-switch               pic x.
           88  already-requested                  value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "NEWITAPR - new item approval".
           display "Supervisor ID : ".
           accept ws-supervisor-id.
           perform check-supervisor thru check-supervisor-exit.
           if not supervisor-authorized
               display "Not on the supervisor list - new items "
                       "cannot be approved"
               go to endit.
           open i-o new-item-file.
           if ni-status not = "00"
               display "No new item requests on file - status "
                       ni-status
               go to endit.
           open i-o stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close new-item-file
               go to endit.
           open i-o vendor-item-file.
           if vit-status not = "00"
               open output vendor-item-file
               close vendor-item-file
               open i-o vendor-item-file.
           if vit-status = "00"
               move "Y" to vit-open-switch.
           open i-o alert-file.
           if alr-status not = "00"
               open output alert-file
               close alert-file
               open i-o alert-file.
           if alr-status = "00"
               move "Y" to alr-open-switch.
           open input category-file.
           open input vendor-file.
           open input location-file.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           open extend audit-log.
           perform read-current-company
                   thru read-current-company-exit.
           accept today-8 from date yyyymmdd.

       ent-ry.
           display "L-List pending  A-Approve  R-Reject  Q-Quit : ".
           accept choice.
           evaluate choice
               when "L" when "l"
                   perform list-pending thru list-pending-exit
               when "A" when "a"
                   perform approve-request thru approve-request-exit
               when "R" when "r"
                   perform reject-request thru reject-request-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Requests Waiting for a Decision                         *
      ***********************************************************

       list-pending.
           move 0 to requests-shown.
           move "N" to end-of-file-switch.
           move 0 to ni-number.
           start new-item-file key not less than ni-number.
           if ni-status not = "00"
               display "No requests on file"
               go to list-pending-exit.

       list-pending-read.
           if end-of-file
               go to list-pending-done.
           read new-item-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to list-pending-read
           end-read.
           if not ni-pending
               go to list-pending-read.
           add 1 to requests-shown.
           move ni-cost to ws-cost-edited.
           display "  " ni-number "  " ni-stock-key
                   "  " ni-category "  vendor " ni-vendor-code
                   "  cost " ws-cost-edited
                   "  by " ni-requester.
           display "        " ni-description.
           if ni-note not = spaces
               display "        " ni-note.
           go to list-pending-read.

       list-pending-done.
           display "Requests pending : " requests-shown.

       list-pending-exit.
           exit.

      ***********************************************************
      * Approve - Create the Item and Its Vendor Item           *
      ***********************************************************

       approve-request.
           perform get-pending-request thru get-pending-request-exit.
           if ws-request-number = 0
               go to approve-request-exit.
           if ni-requester = ws-supervisor-id
               display "A request cannot be approved by the "
                       "operator who made it"
               go to approve-request-exit.
           perform load-request-area.
           perform check-complete thru check-complete-exit.
           if problems-found > 0
               display problems-found " problems - not approved, "
                       "reject it for the requester to key again"
               go to approve-request-exit.

           perform build-stock-record.
           write stock-record.
           if stock-status not = "00"
               display "Unable to create item " rq-stock-key
                       " - status " stock-status
               go to approve-request-exit.
           perform log-new-item thru log-new-item-exit.
           perform write-vendor-item thru write-vendor-item-exit.

           move ws-request-number to ni-number.
           read new-item-file.
           move ws-supervisor-id to ni-approver.
           move today-8 to ni-decided-date.
           move "A" to ni-status-flag.
           rewrite new-item-record.
           add 1 to items-created.
           display "Item " rq-stock-key " created".
           move spaces to ws-alert-text.
           string "New item " rq-stock-key " approved by "
                   ws-supervisor-id " - now on file"
                   delimited by size into ws-alert-text.
           perform alert-requester thru alert-requester-exit.

       approve-request-exit.
           exit.

      ***********************************************************
      * Reject - With the Reason for the Requester              *
      ***********************************************************

       reject-request.
           perform get-pending-request thru get-pending-request-exit.
           if ws-request-number = 0
               go to reject-request-exit.
           display "Reason : ".
           move spaces to ni-note.
           accept ni-note.
           if ni-note = spaces
               display "A reason is required - not rejected"
               go to reject-request-exit.
           move ws-supervisor-id to ni-approver.
           move today-8 to ni-decided-date.
           move "R" to ni-status-flag.
           rewrite new-item-record.
           if ni-status not = "00"
               display "Unable to update request - status "
                       ni-status
               go to reject-request-exit.
           add 1 to requests-rejected.
           display "Request " ni-number " rejected".
           move spaces to ws-alert-text.
           string "New item " ni-stock-key " rejected - "
                   ni-note
                   delimited by size into ws-alert-text.
           perform alert-requester thru alert-requester-exit.

       reject-request-exit.
           exit.

       get-pending-request.
           move 0 to ws-request-number.
           display "Request number : ".
           move 0 to ni-number.
           accept ni-number.
           if ni-number = 0
               go to get-pending-request-exit.
           read new-item-file.
           if ni-status not = "00"
               display "Request not found - status " ni-status
               go to get-pending-request-exit.
           if not ni-pending
               display "Request " ni-number " was decided on "
                       ni-decided-date " by " ni-approver
               go to get-pending-request-exit.
           display ni-stock-key "  " ni-description.
           move ni-number to ws-request-number.

       get-pending-request-exit.
           exit.

       load-request-area.
           move ni-stock-key to rq-stock-key.
           move ni-description to rq-description.
           move ni-category to rq-category.
           move ni-gl-account to rq-gl-account.
           move ni-uom to rq-uom.
           move ni-vendor-code to rq-vendor-code.
           move ni-vendor-part to rq-vendor-part.
           move ni-lead-time-days to rq-lead-time-days.
           move ni-cost to rq-cost.
           move ni-sell-price to rq-sell-price.
           move ni-reorder-point to rq-reorder-point.
           move ni-reorder-qty to rq-reorder-qty.
           move ni-loc-code to rq-loc-code.
           move ni-loc-min to rq-loc-min.
           move ni-loc-max to rq-loc-max.
           move ni-abc-class to rq-abc-class.

      ***********************************************************
      * The New Stock Record (see STOCKIOM reset-stock-record)  *
      ***********************************************************

       build-stock-record.
           move spaces to stock-record.
           move 0 to stock-held.
           move 0 to stock-qty-on-order.
           move 0 to stock-qty-committed.
           move 0 to stock-qty-backordered.
           move 0 to stock-last-txn-date.
           move 0 to stock-loc-qty(1) stock-loc-min(1)
                     stock-loc-max(1).
           move 0 to stock-loc-qty(2) stock-loc-min(2)
                     stock-loc-max(2).
           move 0 to stock-loc-qty(3) stock-loc-min(3)
                     stock-loc-max(3).
           move 0 to stock-loc-qty(4) stock-loc-min(4)
                     stock-loc-max(4).
           move 0 to stock-loc-qty(5) stock-loc-min(5)
                     stock-loc-max(5).
           move 0 to stock-standard-cost.
           move 0 to stock-unit-weight.
           move rq-stock-key to stock-key.
           move rq-description to stock-description-1.
           move rq-category to stock-category.
           move rq-uom to stock-uom.
           move "USD" to stock-currency-code.
           move rq-cost to stock-cost.
           move rq-reorder-point to stock-reorder-point.
           move rq-reorder-qty to stock-reorder-qty.
           move rq-vendor-code to stock-vendor-code.
           move "N" to stock-discontinued-flag.
           move 1 to stock-location-count.
           move rq-loc-code to stock-loc-code(1).
           move rq-loc-min to stock-loc-min(1).
           move rq-loc-max to stock-loc-max(1).
           move rq-abc-class to stock-abc-class.
           move rq-sell-price to stock-sell-price.
           move 0 to stock-sell-eff-date.
           if rq-sell-price > 0
               move today-8 to stock-sell-eff-date.
           move ws-current-company to stock-company.

      ***********************************************************
      * The Vendor's Part, Single Price Break and Lead Time     *
      ***********************************************************

       write-vendor-item.
           if not vendor-items-open
               display "MUVNDITM.DAT not available - vendor item "
                       "not created"
               go to write-vendor-item-exit.
           move rq-stock-key to vi-stock-key.
           move rq-vendor-code to vi-vendor-code.
           move rq-vendor-part to vi-vendor-part.
           move 1 to vi-break-count.
           move 1 to vi-break-qty-from(1).
           move rq-cost to vi-break-cost(1).
           move 0 to vi-break-qty-from(2) vi-break-cost(2).
           move 0 to vi-break-qty-from(3) vi-break-cost(3).
           move 0 to vi-break-qty-from(4) vi-break-cost(4).
           move rq-lead-time-days to vi-lead-time-days.
           if vi-lead-time-days = 0
               move rq-vendor-lead-time to vi-lead-time-days.
           write vendor-item-record.
           if vit-status = "22"
               rewrite vendor-item-record.
           if vit-status not = "00"
               display "Unable to create vendor item - status "
                       vit-status.

       write-vendor-item-exit.
           exit.

      ***********************************************************
      * Audit Trail and First Cost (see STOCKIOM)               *
      ***********************************************************

       log-new-item.
           if aud-log-status = "00"
               move "NEWITAPR" to aud-program
               move ws-supervisor-id to aud-operator-id
               move "New item---" to aud-operation
               move today-8 to aud-date
               accept now-8 from time
               move now-8 to aud-time
               move spaces to aud-before-image
               move stock-record to aud-after-image
               write audit-record.
           open extend cost-history.
           if cst-status not = "00"
               go to log-new-item-exit.
           move stock-key to ch-stock-key.
           move 0 to ch-old-cost.
           move stock-cost to ch-new-cost.
           move today-8 to ch-date.
           accept ch-time from time.
           move ws-supervisor-id to ch-operator-id.
           move "NEWITAPR" to ch-program.
           write cost-history-record.
           close cost-history.

       log-new-item-exit.
           exit.

      ***********************************************************
      * The Outcome to the Requester's Mailbox (see ALERTGEN)   *
      ***********************************************************

       alert-requester.
           if not alerts-open
               go to alert-requester-exit.
           perform find-next-alert thru find-next-alert-exit.
           add 1 to next-alert-number.
           move next-alert-number to al-number.
           move space to al-role.
           move ni-requester to al-user-id.
           move today-8 to al-date.
           accept al-time from time.
           move ws-alert-text to al-text.
           move "U" to al-status-flag.
           write alert-record.
           if alr-status not = "00"
               display "Unable to alert the requester - status "
                       alr-status.

       alert-requester-exit.
           exit.

       find-next-alert.
           move 0 to next-alert-number.
           move 0 to al-number.
           start alert-file key not less than al-number.
           if alr-status not = "00"
               go to find-next-alert-exit.

       find-next-alert-scan.
           read alert-file next record
               at end
                   go to find-next-alert-exit
           end-read.
           move al-number to next-alert-number.
           go to find-next-alert-scan.

       find-next-alert-exit.
           exit.

      ***********************************************************
      * Completeness Check Again (see NEWITREQ)                 *
      ***********************************************************

       check-complete.
           move 0 to problems-found.
           move spaces to rq-gl-account.
           move 0 to rq-vendor-lead-time.
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
                       " is on another request waiting for approval"
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
           move vendor-lead-time-days to rq-vendor-lead-time.
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

      *    Another pending request for the same code - the one
      *    under review is passed over.

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
                   and ni-number not = ws-request-number
               move "Y" to pending-switch
               go to check-requested-exit.
           go to check-requested-read.

       check-requested-exit.
           exit.

      ***********************************************************
      * Supervisor Authority off MUSUPVR.DAT (see WRITEOFF)     *
      ***********************************************************

       check-supervisor.
           move "N" to supv-ok-switch.
           if ws-supervisor-id = spaces
               go to check-supervisor-exit.
           open input supv-file.
           if supv-status not = "00"
               go to check-supervisor-exit.

       check-supervisor-read.
           read supv-file
               at end
                   go to check-supervisor-close.
           if supv-line = ws-supervisor-id
               move "Y" to supv-ok-switch
               go to check-supervisor-close.
           go to check-supervisor-read.

       check-supervisor-close.
           close supv-file.

       check-supervisor-exit.
           exit.

      ***********************************************************
      * Current Company (chosen at MUDEMO sign-on)              *
      ***********************************************************

       read-current-company.
           move spaces to ws-current-company.
           open input current-co-file.
           if cur-co-status not = "00"
               go to read-current-company-exit.
           read current-co-file
               at end
                   go to read-current-company-close.
           move current-co-line to ws-current-company.

       read-current-company-close.
           close current-co-file.

       read-current-company-exit.
           exit.

       wrap-up.
           close new-item-file.
           close stock-file.
           if vendor-items-open
               close vendor-item-file.
           if alerts-open
               close alert-file.
           close category-file.
           close vendor-file.
           close location-file.
           if chart-on-file
               close coa-file.
           if aud-log-status = "00"
               close audit-log.
           display "Items created     : " items-created.
           display "Requests rejected : " requests-rejected.

       endit.
           goback.
