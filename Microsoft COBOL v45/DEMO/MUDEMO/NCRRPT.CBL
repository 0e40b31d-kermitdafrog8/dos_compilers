      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      NCRRPT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Vendor defect rate report for vendor reviews.  For the  *
      *  dates keyed, the quantity received from each vendor of  *
      *  each item - the PO lines on MUPODATA.DAT dated in the   *
      *  range - against the defective quantity on the           *
      *  non-conformance reports NCRENT raised in the range on   *
      *  MUNCR.DAT (see NCRREC.CPY), with the number of reports  *
      *  and how many are still open.  The defect rate is        *
      *  defective over received; a defect against an item not   *
      *  bought in the range (an old RMA, say) shows with no     *
      *  rate.  Each vendor closes with its own total and rate.  *
      *  Printed to NCRRPT.LST.                                  *
      *                                                          *
      ************************************************************

       identification division.
       program-id. NCRRPT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select ncr-file assign "MUNCR.DAT"
                organization indexed
                access dynamic
                record key ncr-number
                alternate record key ncr-source-key
                status ncr-status.

           select po-file assign "MUPODATA.DAT"
                organization indexed
                access dynamic
                record key po-key
                status po-status.

           select vendor-file assign "MUVENDOR.DAT"
                organization indexed
                access dynamic
                record key vendor-code
                status vnd-status.

           select defect-rpt assign "NCRRPT.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  ncr-file.
           copy ncrrec.cpy.

       fd  po-file.
           copy porec.cpy.

       fd  vendor-file.
           copy vendor.cpy.

       fd  defect-rpt.
       01  defect-line                  pic x(80).
      /
       working-storage section.

       01  ncr-status                   pic xx.
       01  po-status                    pic xx.
       01  vnd-status                   pic xx.
       01  rpt-status                   pic xx.

       01  vnd-open-switch              pic x     value "N".
           88  vendors-open                       value "Y".

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  ws-from-date                 pic 9(08).
       01  ws-to-date                   pic 9(08).
       01  ws-vendor-code               pic 9(04).
       01  ws-stock-key                 pic x(10).
       01  ws-rate                      pic 9(03)v99.

       01  reports-counted              pic 9(05) value 0.
       01  records-dropped              pic 9(05) value 0.

      ***********************************************************
      * Received and Defective by Vendor and Item               *
      ***********************************************************

       01  defect-table.
           03  defect-entry             occurs 500 times.
               05  de-vendor-code       pic 9(04).
               05  de-stock-key         pic x(10).
               05  de-received          pic 9(09).
               05  de-defective         pic 9(09).
               05  de-reports           pic 9(05).
               05  de-open              pic 9(05).

       01  defect-count                 pic 9(04) comp value 0.
       01  defect-subscript             pic 9(04) comp.
       01  swap-subscript               pic 9(04) comp.
       01  swap-switch                  pic x.
           88  entries-swapped                    value "Y".
       01  swap-entry                   pic x(42).

       01  vendor-totals.
           03  vt-received              pic 9(09).
           03  vt-defective             pic 9(09).
           03  vt-reports               pic 9(05).
           03  vt-open                  pic 9(05).
       01  current-vendor               pic 9(04).

       01  report-heading-1.
           03  filler                   pic x(41) value
               "STOCK CONTROL SYSTEM - VENDOR DEFECT RATE".
           03  filler                   pic x(02) value spaces.
           03  rh-from-date             pic 9(08).
           03  filler                   pic x(04) value " to ".
           03  rh-to-date               pic 9(08).

       01  report-heading-2             pic x(80) value
           "Vendor Item          Received  Defective  Rate %  NCRs  O
      -    "pen".

       01  vendor-heading.
           03  vh-vendor-code           pic 9(04).
           03  filler                   pic x(02) value spaces.
           03  vh-vendor-name           pic x(30).

       01  detail-line.
           03  filler                   pic x(07).
           03  dl-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  dl-received              pic z(08)9.
           03  filler                   pic x(02).
           03  dl-defective             pic z(08)9.
           03  filler                   pic x(02).
           03  dl-rate                  pic zz9.99.
           03  dl-rate-blank redefines dl-rate
                                        pic x(06).
           03  filler                   pic x(01).
           03  dl-reports               pic z(04)9.
           03  filler                   pic x(01).
           03  dl-open                  pic z(04)9.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "NCRRPT - vendor defect rate".
           display "From date (YYYYMMDD, 0 - from the start) : ".
           move 0 to ws-from-date.
           accept ws-from-date.
           display "To date (YYYYMMDD, 0 - to date) : ".
           move 0 to ws-to-date.
           accept ws-to-date.
           if ws-to-date = 0
               move 99999999 to ws-to-date.

           open output defect-rpt.
           if rpt-status not = "00"
               display "Unable to open NCRRPT.LST - status "
                       rpt-status
               go to endit.
           open input vendor-file.
           if vnd-status = "00"
               move "Y" to vnd-open-switch.

           perform load-reports thru load-reports-exit.
           perform load-receipts thru load-receipts-exit.
           perform sort-defects thru sort-defects-exit.
           perform print-defects thru print-defects-exit.

           close defect-rpt.
           if vendors-open
               close vendor-file.
           display "NCRs counted : " reports-counted.
           if records-dropped > 0
               display "Not reported : " records-dropped
                       " - more than 500 vendor/item pairs".

       endit.
           goback.

      ***********************************************************
      * The Reports Raised in the Range                         *
      ***********************************************************

       load-reports.
           open input ncr-file.
           if ncr-status not = "00"
               display "No NCRs on MUNCR.DAT - status " ncr-status
               go to load-reports-exit.
           move "N" to end-of-file-switch.

       load-reports-read.
           if end-of-file
               go to load-reports-close.
           read ncr-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to load-reports-read
           end-read.
           if ncr-raised-date < ws-from-date
                   or ncr-raised-date > ws-to-date
               go to load-reports-read.
           move ncr-vendor-code to ws-vendor-code.
           move ncr-stock-key to ws-stock-key.
           perform find-entry thru find-entry-exit.
           if defect-subscript = 0
               go to load-reports-read.
           add ncr-qty-defective to de-defective(defect-subscript).
           add 1 to de-reports(defect-subscript).
           if ncr-open
               add 1 to de-open(defect-subscript).
           add 1 to reports-counted.
           go to load-reports-read.

       load-reports-close.
           close ncr-file.

       load-reports-exit.
           exit.

      ***********************************************************
      * Quantity Received off the PO Lines in the Range         *
      *    Only pairs with a report get a line, so the file is   *
      *    read once the reports are loaded - a vendor with      *
      *    nothing wrong has nothing to review.                  *
      ***********************************************************

       load-receipts.
           if defect-count = 0
               go to load-receipts-exit.
           open input po-file.
           if po-status not = "00"
               go to load-receipts-exit.
           move "N" to end-of-file-switch.

       load-receipts-read.
           if end-of-file
               go to load-receipts-close.
           read po-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to load-receipts-read
           end-read.
           if po-non-stock or po-qty-received = 0
               go to load-receipts-read.
           if po-date < ws-from-date or po-date > ws-to-date
               go to load-receipts-read.
           move 1 to defect-subscript.

       load-receipts-scan.
           if defect-subscript > defect-count
               go to load-receipts-read.
           if de-vendor-code(defect-subscript) = po-vendor-code
                   and de-stock-key(defect-subscript) = po-stock-key
               add po-qty-received to de-received(defect-subscript)
               go to load-receipts-read.
           add 1 to defect-subscript.
           go to load-receipts-scan.

       load-receipts-close.
           close po-file.

       load-receipts-exit.
           exit.

       find-entry.
           move 1 to defect-subscript.

       find-entry-scan.
           if defect-subscript > defect-count
               go to find-entry-new.
           if de-vendor-code(defect-subscript) = ws-vendor-code
                   and de-stock-key(defect-subscript) = ws-stock-key
               go to find-entry-exit.
           add 1 to defect-subscript.
           go to find-entry-scan.

       find-entry-new.
           if defect-count >= 500
               add 1 to records-dropped
               move 0 to defect-subscript
               go to find-entry-exit.
           add 1 to defect-count.
           move defect-count to defect-subscript.
           move ws-vendor-code to de-vendor-code(defect-subscript).
           move ws-stock-key to de-stock-key(defect-subscript).
           move 0 to de-received(defect-subscript).
           move 0 to de-defective(defect-subscript).
           move 0 to de-reports(defect-subscript).
           move 0 to de-open(defect-subscript).

       find-entry-exit.
           exit.

      ***********************************************************
      * Sort into Vendor then Item Order                        *
      ***********************************************************

       sort-defects.
           move "N" to swap-switch.
           move 1 to defect-subscript.

       sort-defects-pass.
           if defect-subscript >= defect-count
               go to sort-defects-check.
           compute swap-subscript = defect-subscript + 1.
           if de-vendor-code(defect-subscript)
                   > de-vendor-code(swap-subscript)
               or (de-vendor-code(defect-subscript)
                   = de-vendor-code(swap-subscript)
               and de-stock-key(defect-subscript)
                   > de-stock-key(swap-subscript))
               move defect-entry(defect-subscript) to swap-entry
               move defect-entry(swap-subscript)
                   to defect-entry(defect-subscript)
               move swap-entry to defect-entry(swap-subscript)
               move "Y" to swap-switch.
           add 1 to defect-subscript.
           go to sort-defects-pass.

       sort-defects-check.
           if entries-swapped
               go to sort-defects.

       sort-defects-exit.
           exit.

      ***********************************************************
      * The Report                                              *
      ***********************************************************

       print-defects.
           move ws-from-date to rh-from-date.
           move ws-to-date to rh-to-date.
           move report-heading-1 to defect-line.
           write defect-line.
           move spaces to defect-line.
           write defect-line.
           move report-heading-2 to defect-line.
           write defect-line.
           if defect-count = 0
               move "No non-conformance reports in the range"
                   to defect-line
               write defect-line
               go to print-defects-exit.
           move 1 to defect-subscript.
           move 0 to current-vendor.

       print-defects-loop.
           if defect-subscript > defect-count
               perform print-vendor-total
               go to print-defects-exit.
           if de-vendor-code(defect-subscript) not = current-vendor
               if current-vendor not = 0
                   perform print-vendor-total
               end-if
               perform print-vendor-heading
           end-if.
           move spaces to detail-line.
           move de-stock-key(defect-subscript) to dl-stock-key.
           move de-received(defect-subscript) to dl-received.
           move de-defective(defect-subscript) to dl-defective.
           move de-reports(defect-subscript) to dl-reports.
           move de-open(defect-subscript) to dl-open.
           if de-received(defect-subscript) = 0
               move "   n/a" to dl-rate-blank
           else
               compute ws-rate rounded =
                   de-defective(defect-subscript) * 100
                   / de-received(defect-subscript)
                   on size error
                       move 999.99 to ws-rate
               end-compute
               move ws-rate to dl-rate.
           move detail-line to defect-line.
           write defect-line.
           add de-received(defect-subscript) to vt-received.
           add de-defective(defect-subscript) to vt-defective.
           add de-reports(defect-subscript) to vt-reports.
           add de-open(defect-subscript) to vt-open.
           add 1 to defect-subscript.
           go to print-defects-loop.

       print-defects-exit.
           exit.

       print-vendor-heading.
           move de-vendor-code(defect-subscript) to current-vendor.
           move current-vendor to vh-vendor-code.
           move spaces to vh-vendor-name.
           if vendors-open
               move current-vendor to vendor-code
               read vendor-file
                   invalid key
                       move "** not on file **" to vendor-name
               end-read
               move vendor-name to vh-vendor-name.
           move spaces to defect-line.
           write defect-line.
           move vendor-heading to defect-line.
           write defect-line.
           move 0 to vt-received.
           move 0 to vt-defective.
           move 0 to vt-reports.
           move 0 to vt-open.

       print-vendor-total.
           move spaces to detail-line.
           move "  Vendor" to dl-stock-key.
           move vt-received to dl-received.
           move vt-defective to dl-defective.
           move vt-reports to dl-reports.
           move vt-open to dl-open.
           if vt-received = 0
               move "   n/a" to dl-rate-blank
           else
               compute ws-rate rounded =
                   vt-defective * 100 / vt-received
                   on size error
                       move 999.99 to ws-rate
               end-compute
               move ws-rate to dl-rate.
           move detail-line to defect-line.
           write defect-line.
