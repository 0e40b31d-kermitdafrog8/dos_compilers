      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      NCRENT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Vendor non-conformance reports.  Q raises a report off  *
      *  a QC hold on MUQCHOLD.DAT that QCREL has cleared with a *
      *  rejected quantity; R raises one off an RMA on           *
      *  MURMADTA.DAT returned as faulty (reason 01), against    *
      *  the item's vendor.  Either way the operator keys a      *
      *  defect code, description, disposition and the date the  *
      *  vendor's corrective action is due, and the report goes  *
      *  to MUNCR.DAT (see NCRREC.CPY) numbered off              *
      *  MUNCRNUM.DAT - one report per hold or RMA.  V records   *
      *  the vendor's response and may move the due date; C      *
      *  closes a report once the response is in, and only a     *
      *  supervisor on MUSUPVR.DAT may do it.  I shows a report; *
      *  L lists the open ones, flagging those past due.         *
      *                                                          *
      ************************************************************

       identification division.
       program-id. NCRENT.
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
                status file-status.

           select qc-hold-file assign "MUQCHOLD.DAT"
                organization indexed
                access dynamic
                record key qh-number
                status qch-status.

           select rma-file assign "MURMADTA.DAT"
                organization indexed
                access dynamic
                record key rma-number
                status rma-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select number-file assign "MUNCRNUM.DAT"
                organization line sequential
                status num-status.

           select supv-file assign "MUSUPVR.DAT"
                organization line sequential
                status supv-status.
      /
       data division.

       file section.
       fd  ncr-file.
           copy ncrrec.cpy.

       fd  qc-hold-file.
           copy qchold.cpy.

       fd  rma-file.
           copy rmarec.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  number-file.
       01  number-line                  pic 9(05).

       fd  supv-file.
       01  supv-line                    pic x(08).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  stock-status                 pic xx.
       01  num-status                   pic xx.
       01  supv-status                  pic xx.

       01  qch-status                   pic xx.
       01  qch-open-switch              pic x     value "N".
           88  qc-holds-open                      value "Y".
       01  rma-status                   pic xx.
       01  rma-open-switch              pic x     value "N".
           88  rmas-open                          value "Y".

       01  supv-ok-switch               pic x     value "N".
           88  supervisor-authorized              value "Y".

       01  details-ok-switch            pic x.
           88  details-ok                         value "Y".

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  choice                       pic x.
       01  today-8                      pic 9(08).
       01  ws-operator-id               pic x(08) value spaces.
       01  next-ncr-number              pic 9(05) value 0.
       01  ws-source-ref                pic x(06).
       01  ws-due-date                  pic 9(08).
       01  ws-response                  pic x(60).
       01  reports-shown                pic 9(04).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "NCRENT - vendor non-conformance reports".
           display "Operator ID : ".
           accept ws-operator-id.
           open i-o ncr-file.
           if status-1 not = "0"
               open output ncr-file
               close ncr-file
               open i-o ncr-file.
           if status-1 not = "0"
               display "Unable to open MUNCR.DAT - status "
                       status-1 status-2
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close ncr-file
               go to endit.

      *    Either source may be absent - no holds, or no returns,
      *    just means nothing to raise from it yet.
           open input qc-hold-file.
           if qch-status = "00"
               move "Y" to qch-open-switch.
           open input rma-file.
           if rma-status = "00"
               move "Y" to rma-open-switch.

           perform read-next-number thru read-next-number-exit.

       ent-ry.
           accept today-8 from date yyyymmdd.
           display "Q-Raise from QC hold  R-Raise from RMA  "
                   "V-Vendor response  C-Close".
           display "I-Inquire  L-List open  X-Exit : ".
           accept choice.
           evaluate choice
               when "Q" when "q"
                   perform raise-from-hold thru raise-from-hold-exit
               when "R" when "r"
                   perform raise-from-rma thru raise-from-rma-exit
               when "V" when "v"
                   perform record-response thru record-response-exit
               when "C" when "c"
                   perform close-ncr thru close-ncr-exit
               when "I" when "i"
                   perform inquire-ncr thru inquire-ncr-exit
               when "L" when "l"
                   perform list-open thru list-open-exit
               when "X" when "x"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Raise off a QC Hold with Rejected Quantity              *
      ***********************************************************

       raise-from-hold.
           if not qc-holds-open
               display "No QC holds on file"
               go to raise-from-hold-exit.
           display "QC hold number : ".
           move spaces to qh-number.
           accept qh-number.
           if qh-number = spaces
               go to raise-from-hold-exit.
           read qc-hold-file.
           if qch-status not = "00"
               display "Hold not found - status " qch-status
               go to raise-from-hold-exit.
           if qh-held
               display "Hold not yet released - QCREL first"
               go to raise-from-hold-exit.
           if qh-qty-rejected = 0
               display "Nothing was rejected on this hold"
               go to raise-from-hold-exit.
           move "Q" to ncr-source.
           move qh-number to ncr-source-ref.
           perform check-already-raised
                   thru check-already-raised-exit.
           if ncr-source-ref = spaces
               go to raise-from-hold-exit.
           move qh-vendor-code to ncr-vendor-code.
           move qh-stock-key to ncr-stock-key.
           move qh-qty-held to ncr-qty-inspected.
           move qh-qty-rejected to ncr-qty-defective.
           move "V" to ncr-disposition.
           display "Hold " qh-number "  item " qh-stock-key
                   "  vendor " qh-vendor-code
                   "  held " qh-qty-held
                   "  rejected " qh-qty-rejected.
           perform get-details thru get-details-exit.
           if details-ok
               perform write-ncr thru write-ncr-exit.

       raise-from-hold-exit.
           exit.

      ***********************************************************
      * Raise off an RMA Returned as Faulty                     *
      ***********************************************************

       raise-from-rma.
           if not rmas-open
               display "No RMAs on file"
               go to raise-from-rma-exit.
           display "RMA number : ".
           move spaces to rma-number.
           accept rma-number.
           if rma-number = spaces
               go to raise-from-rma-exit.
           read rma-file.
           if rma-status not = "00"
               display "RMA not found - status " rma-status
               go to raise-from-rma-exit.
           if rma-reason-code not = 01
               display "RMA reason " rma-reason-code
                       " is not a vendor fault - only 01 Faulty"
               go to raise-from-rma-exit.
           move rma-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock record missing - status " stock-status
               go to raise-from-rma-exit.
           if stock-vendor-code = 0
               display "Item has no vendor to raise it against"
               go to raise-from-rma-exit.
           move "R" to ncr-source.
           move rma-number to ncr-source-ref.
           perform check-already-raised
                   thru check-already-raised-exit.
           if ncr-source-ref = spaces
               go to raise-from-rma-exit.
           move stock-vendor-code to ncr-vendor-code.
           move rma-stock-key to ncr-stock-key.
           move rma-qty-returned to ncr-qty-inspected.
           move rma-qty-returned to ncr-qty-defective.
           move "V" to ncr-disposition.
           if rma-qty-scrapped > 0 and rma-qty-to-vendor = 0
               move "S" to ncr-disposition.
           display "RMA " rma-number "  item " rma-stock-key
                   "  vendor " stock-vendor-code
                   "  returned " rma-qty-returned.
           perform get-details thru get-details-exit.
           if details-ok
               perform write-ncr thru write-ncr-exit.

       raise-from-rma-exit.
           exit.

      *    One report per hold or RMA - a second would count the
      *    same defect twice against the vendor.

       check-already-raised.
           move ncr-source-ref to ws-source-ref.
           read ncr-file key is ncr-source-key
               invalid key
                   move ws-source-ref to ncr-source-ref
                   go to check-already-raised-exit
           end-read.
           display "Already raised as NCR " ncr-number.
           move spaces to ncr-source-ref.

       check-already-raised-exit.
           exit.

      ***********************************************************
      * Defect, Disposition and Due Date                        *
      ***********************************************************

       get-details.
           move "N" to details-ok-switch.
           display "Defect - 01 Dimensional  02 Functional  "
                   "03 Cosmetic  04 Damaged".
           display "         05 Wrong part  06 Material  "
                   "07 Packaging  08 Documentation : ".
           move 0 to ncr-defect-code.
           accept ncr-defect-code.
           if not ncr-defect-valid
               display "Invalid defect code"
               go to get-details-exit.
           display "Description : ".
           move spaces to ncr-description.
           accept ncr-description.
           if ncr-description = spaces
               display "A description is required"
               go to get-details-exit.
           display "Disposition V-Return to vendor  S-Scrap  "
                   "W-Rework  U-Use as is [" ncr-disposition "] : ".
           accept ncr-disposition.
           inspect ncr-disposition converting "vswu" to "VSWU".
           if not ncr-disposition-valid
               display "Invalid disposition"
               go to get-details-exit.
           display "Corrective action due (YYYYMMDD) : ".
           move 0 to ncr-action-due-date.
           accept ncr-action-due-date.
           if ncr-action-due-date < today-8
               display "Due date must be today or later"
               go to get-details-exit.
           move "Y" to details-ok-switch.

       get-details-exit.
           exit.

       write-ncr.
           add 1 to next-ncr-number.
           move spaces to ncr-number.
           string "N" next-ncr-number
                   delimited by size into ncr-number.
           move spaces to ncr-vendor-response.
           move 0 to ncr-response-date.
           move today-8 to ncr-raised-date.
           move ws-operator-id to ncr-raised-by.
           move "O" to ncr-status-flag.
           move 0 to ncr-closed-date.
           move spaces to ncr-closed-by.
           write ncr-record.
           if status-1 not = "0"
               display "Unable to raise NCR - status "
                       status-1 status-2
               subtract 1 from next-ncr-number
               go to write-ncr-exit.
           perform save-next-number thru save-next-number-exit.
           display "NCR " ncr-number " raised against vendor "
                   ncr-vendor-code " - action due "
                   ncr-action-due-date.

       write-ncr-exit.
           exit.

      ***********************************************************
      * The Vendor's Response                                   *
      ***********************************************************

       get-ncr.
           display "NCR number : ".
           move spaces to ncr-number.
           accept ncr-number.
           if ncr-number = spaces
               go to get-ncr-exit.
           read ncr-file.
           if status-1 not = "0"
               display "NCR not found - status " status-1 status-2
               move spaces to ncr-number.

       get-ncr-exit.
           exit.

       record-response.
           perform get-ncr thru get-ncr-exit.
           if ncr-number = spaces
               go to record-response-exit.
           if ncr-closed
               display "NCR was closed on " ncr-closed-date
               go to record-response-exit.
           perform show-ncr.
           display "Vendor response / corrective action taken : ".
           move ncr-vendor-response to ws-response.
           accept ws-response.
           if ws-response = spaces
               display "No response recorded"
               go to record-response-exit.
           display "New due date (YYYYMMDD, 0 - unchanged) : ".
           move 0 to ws-due-date.
           accept ws-due-date.
           if ws-due-date not = 0 and ws-due-date < today-8
               display "Due date must be today or later"
               go to record-response-exit.
           if ws-due-date not = 0
               move ws-due-date to ncr-action-due-date.
           move ws-response to ncr-vendor-response.
           move today-8 to ncr-response-date.
           rewrite ncr-record.
           if status-1 = "0"
               display "Response recorded - a supervisor may now "
                       "close NCR " ncr-number
           else
               display "Unable to update NCR - status "
                       status-1 status-2.

       record-response-exit.
           exit.

      ***********************************************************
      * Close - Supervisor Only                                 *
      ***********************************************************

       close-ncr.
           perform check-supervisor thru check-supervisor-exit.
           if not supervisor-authorized
               display "Only a supervisor may close an NCR"
               go to close-ncr-exit.
           perform get-ncr thru get-ncr-exit.
           if ncr-number = spaces
               go to close-ncr-exit.
           if ncr-closed
               display "NCR was closed on " ncr-closed-date
               go to close-ncr-exit.
           if ncr-response-date = 0
               display "No vendor response recorded - use V first"
               go to close-ncr-exit.
           perform show-ncr.
           display "Close this NCR (Y/N) ? ".
           accept choice.
           if choice not = "Y" and choice not = "y"
               go to close-ncr-exit.
           move "C" to ncr-status-flag.
           move today-8 to ncr-closed-date.
           move ws-operator-id to ncr-closed-by.
           rewrite ncr-record.
           if status-1 = "0"
               display "NCR " ncr-number " closed"
           else
               display "Unable to close NCR - status "
                       status-1 status-2.

       close-ncr-exit.
           exit.

      ***********************************************************
      * Inquiry and Open List                                   *
      ***********************************************************

       inquire-ncr.
           perform get-ncr thru get-ncr-exit.
           if ncr-number = spaces
               go to inquire-ncr-exit.
           perform show-ncr.

       inquire-ncr-exit.
           exit.

       show-ncr.
           display "NCR " ncr-number "  from " ncr-source " "
                   ncr-source-ref "  vendor " ncr-vendor-code
                   "  item " ncr-stock-key.
           display "  Inspected " ncr-qty-inspected
                   "  defective " ncr-qty-defective
                   "  defect " ncr-defect-code
                   "  disposition " ncr-disposition.
           display "  " ncr-description.
           display "  Raised " ncr-raised-date " by " ncr-raised-by
                   "  action due " ncr-action-due-date.
           if ncr-response-date not = 0
               display "  Response " ncr-response-date " : "
                       ncr-vendor-response.
           if ncr-closed
               display "  Closed " ncr-closed-date " by "
                       ncr-closed-by.

       list-open.
           move 0 to reports-shown.
           move "N" to end-of-file-switch.
           move low-values to ncr-number.
           start ncr-file key not less than ncr-number.
           if status-1 not = "0"
               display "No NCRs on file"
               go to list-open-exit.

       list-open-read.
           if end-of-file
               go to list-open-done.
           read ncr-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to list-open-read
           end-read.
           if not ncr-open
               go to list-open-read.
           add 1 to reports-shown.
           if ncr-action-due-date < today-8
               display "  " ncr-number "  " ncr-vendor-code "  "
                       ncr-stock-key "  due " ncr-action-due-date
                       "  OVERDUE"
           else
               display "  " ncr-number "  " ncr-vendor-code "  "
                       ncr-stock-key "  due " ncr-action-due-date.
           go to list-open-read.

       list-open-done.
           display "Open NCRs : " reports-shown.

       list-open-exit.
           exit.

      ***********************************************************
      * Supervisor Authority off MUSUPVR.DAT (see WRITEOFF)     *
      ***********************************************************

       check-supervisor.
           move "N" to supv-ok-switch.
           if ws-operator-id = spaces
               go to check-supervisor-exit.
           open input supv-file.
           if supv-status not = "00"
               go to check-supervisor-exit.

       check-supervisor-read.
           read supv-file
               at end
                   go to check-supervisor-close.
           if supv-line = ws-operator-id
               move "Y" to supv-ok-switch
               go to check-supervisor-close.
           go to check-supervisor-read.

       check-supervisor-close.
           close supv-file.

       check-supervisor-exit.
           exit.

      ***********************************************************
      * NCR Number Handling                                     *
      ***********************************************************

       read-next-number.
           move 0 to next-ncr-number.
           open input number-file.
           if num-status not = "00"
               go to read-next-number-exit.
           read number-file
               at end
                   go to read-next-number-close.
           move number-line to next-ncr-number.

       read-next-number-close.
           close number-file.

       read-next-number-exit.
           exit.

       save-next-number.
           open output number-file.
           if num-status not = "00"
               display "Unable to save MUNCRNUM.DAT - status "
                       num-status
               go to save-next-number-exit.
           move next-ncr-number to number-line.
           write number-line.
           close number-file.

       save-next-number-exit.
           exit.

       wrap-up.
           close ncr-file.
           close stock-file.
           if qc-holds-open
               close qc-hold-file.
           if rmas-open
               close rma-file.

       endit.
           goback.
