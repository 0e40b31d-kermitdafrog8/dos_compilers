      *  numbers are taken from the next-number file MUPONUM.DAT   *
      *  with an "S" prefix so suggested orders are told apart     *
      *  from manually keyed ones.  Run log is POGEN.LST.          *
      *  An item whose vendor is blocked on MUVENDOR.DAT gets no   *
      *  suggestion - the log lists it for the buyer to source     *
      *  elsewhere - and one whose vendor is on probation is       *
      *  flagged on the log.                                       *
      *                                                          *
      ************************************************************

                record key poh-number
                status poh-status.

           select vendor-file assign "MUVENDOR.DAT"
                organization indexed
                access dynamic
                record key vendor-code
                status vnd-status.

           select number-file assign "MUPONUM.DAT"
                organization line sequential
                status num-status.
       fd  po-header-file.
           copy pohdr.cpy.

       fd  vendor-file.
           copy vendor.cpy.

       fd  number-file.
       01  number-line                  pic 9(05).

       01  po-status                    pic xx.
       01  poh-status                   pic xx.
       01  num-status                   pic xx.
       01  vnd-status                   pic xx.
       01  vnd-open-switch              pic x     value "N".
           88  vendor-file-open                   value "Y".
       01  standing-switch              pic x.
           88  vendor-blocked-here                value "B".
           88  vendor-probation-here              value "P".
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".

       01  items-read                   pic 9(05) value 0.
       01  pos-suggested                pic 9(05) value 0.
       01  pos-blocked                  pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
               close po-file
               go to endit.

      *    Without the vendor file every vendor is taken as
      *    approved, as before the status was kept.
           open input vendor-file.
           if vnd-status = "00"
               move "Y" to vnd-open-switch.

           perform read-next-number thru read-next-number-exit.
           accept today-8 from date yyyymmdd.

                   and stock-vendor-code not = 0
                   and stock-reorder-qty > 0
                   and ws-covered-qty < stock-reorder-point
               perform check-vendor-standing
               if vendor-blocked-here
                   perform log-blocked-vendor
               else
                   perform suggest-po thru suggest-po-exit
               end-if
           end-if.
           go to read-loop.

      ***********************************************************
      * Approved-Vendor Status                                  *
      *    Nothing is suggested against a blocked vendor - the   *
      *    log shows the item for the buyer to source elsewhere. *
      *    A vendor on probation still gets the suggestion,      *
      *    flagged on the log for POAPPRV.                       *
      ***********************************************************

       check-vendor-standing.
           move "A" to standing-switch.
           if vendor-file-open
               move stock-vendor-code to vendor-code
               read vendor-file
                   invalid key
                       continue
                   not invalid key
                       move vendor-approval-flag to standing-switch
               end-read
           end-if.

       log-blocked-vendor.
           add 1 to pos-blocked.
           move spaces to gen-line.
           string "NONE    stock=" stock-key
                   "  vendor=" stock-vendor-code
                   "  BLOCKED - not suggested"
                   delimited by size into gen-line.
           write gen-line.

       suggest-po.
           add 1 to next-po-number.
           move spaces to po-number.
           move "N" to po-sent-flag.
           move 0 to po-promised-date.
           move 0 to po-unit-cost.
           move "S" to po-line-type.
           move spaces to po-description.
           move spaces to po-expense-account.
           move spaces to po-cost-center.
           write po-record.
           if po-status not = "00"
               display "Unable to write suggested PO for " stock-key
                   "  held+on-order=" ws-covered-qty
                   delimited by size into gen-line.
           write gen-line.
           if vendor-probation-here
               move "        vendor on probation" to gen-line
               write gen-line.
       suggest-po-exit.
           exit.

           close stock-file.
           close po-file.
           close po-header-file.
           if vendor-file-open
               close vendor-file.
           close gen-rpt.
           display "Records scanned       : " items-read.
           display "Suggested POs written : " pos-suggested.
           display "Blocked vendor skips  : " pos-blocked.
           display "Review and approve them with POAPPRV".

       endit.
