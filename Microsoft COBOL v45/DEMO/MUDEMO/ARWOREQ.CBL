      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     ARWOREQ.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Bad-debt write-off request, the receivables side of     *
      *  STOCKADJ's parking.  Key a customer code to see their   *
      *  open invoices and finance charges on MUARITEM.DAT, pick *
      *  the one that will never be paid, key the amount to      *
      *  write off (0 for the whole remainder) and a reason.     *
      *  Nothing is written off here - the proposal parks on     *
      *  MUARWOPN.DAT (see ARWOPND.CPY) stamped with the clerk,  *
      *  for a supervisor to approve and post through ARWOAPPR.  *
      *  An item can only have one write-off pending at a time.  *
      *                                                          *
      ************************************************************

       identification division.
       program-id. ARWOREQ.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status file-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select writeoff-file assign "MUARWOPN.DAT"
                organization indexed
                access dynamic
                record key wo-number
                status wo-status.
      /
       data division.

       file section.
       fd  ar-file.
           copy aritem.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  writeoff-file.
           copy arwopnd.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  cus-status                   pic xx.
       01  wo-status                    pic xx.

       01  ws-operator-id               pic x(08) value spaces.
       01  ws-customer-code             pic 9(04).
       01  ws-document-number           pic x(06).
       01  ws-amount                    pic 9(10)v99.
       01  ws-reason                    pic 9(02).
       01  today-8                      pic 9(08).
       01  open-items-shown             pic 9(03).
       01  next-writeoff-number         pic 9(05).
       01  ws-open-edited               pic z(09)9.99.
       01  ws-amount-edited             pic z(09)9.99.

       01  pending-switch               pic x.
           88  already-pending                    value "Y".

       01  requests-made                pic 9(04) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "ARWOREQ - bad-debt write-off request".
           display "Operator ID : ".
           accept ws-operator-id.
           open input ar-file.
           if status-1 not = "0"
               display "Unable to open MUARITEM.DAT - status "
                       status-1 status-2
               go to endit.
           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close ar-file
               go to endit.
           open i-o writeoff-file.
           if wo-status not = "00"
               open output writeoff-file
               close writeoff-file
               open i-o writeoff-file.
           if wo-status not = "00"
               display "Unable to open MUARWOPN.DAT - status "
                       wo-status
               close ar-file
               close customer-file
               go to endit.
           accept today-8 from date yyyymmdd.

       ent-ry.
           display "Customer code (0 to exit) : ".
           accept ws-customer-code.
           if ws-customer-code = 0
               go to wrap-up.
           move ws-customer-code to customer-code.
           read customer-file
               invalid key
                   display "Customer code not found"
                   go to ent-ry
           end-read.
           display "Customer " customer-code "  " customer-name.
           perform list-open-items thru list-open-items-exit.
           if open-items-shown = 0
               display "No open invoices for this customer"
               go to ent-ry.

       ent-ry-item.
           display "Document to write off (blank to leave) : ".
           move spaces to ws-document-number.
           accept ws-document-number.
           if ws-document-number = spaces
               go to ent-ry.
           perform propose-writeoff thru propose-writeoff-exit.
           go to ent-ry-item.

      ***********************************************************
      * Show the Customer's Open Invoices                       *
      ***********************************************************

       list-open-items.
           move 0 to open-items-shown.
           move ws-customer-code to ar-customer-code.
           move low-values to ar-document-number.
           start ar-file key not less than ar-key.
           if status-1 not = "0"
               go to list-open-items-exit.

       list-open-items-read.
           read ar-file next record
               at end
                   go to list-open-items-exit
           end-read.
           if ar-customer-code not = ws-customer-code
               go to list-open-items-exit.
           if not ar-open-item or not ar-type-payable
               go to list-open-items-read.
           move ar-open-amount to ws-open-edited.
           display "  " ar-document-number
                   "  " ar-document-type
                   "  dated " ar-date
                   "  due " ar-due-date
                   "  open " ws-open-edited.
           add 1 to open-items-shown.
           go to list-open-items-read.

       list-open-items-exit.
           exit.

      ***********************************************************
      * Park One Proposed Write-Off                             *
      ***********************************************************

       propose-writeoff.
           move ws-customer-code to ar-customer-code.
           move ws-document-number to ar-document-number.
           read ar-file
               invalid key
                   display "Document not on file for this customer"
                   go to propose-writeoff-exit
           end-read.
           if not ar-open-item or not ar-type-payable
               display "Only an open invoice or finance charge "
                       "can be written off"
               go to propose-writeoff-exit.
           perform check-pending thru check-pending-exit.
           if already-pending
               display "A write-off of " ws-document-number
                       " is already waiting for approval"
               go to propose-writeoff-exit.
           move ar-open-amount to ws-open-edited.
           display "Amount to write off (0 for all "
                   ws-open-edited ") : ".
           move 0 to ws-amount.
           accept ws-amount.
           if ws-amount = 0
               move ar-open-amount to ws-amount.
           if ws-amount > ar-open-amount
               display "Only " ws-open-edited " is open"
               go to propose-writeoff-exit.
           display "Reason  01 Insolvent  02 Uncollectable after "
                   "collections  03 Dispute settled  04 Small "
                   "balance  05 Other : ".
           move 0 to ws-reason.
           accept ws-reason.
           move ws-reason to wo-reason-code.
           if not wo-reason-valid
               display "Reason must be 01 to 05"
               go to propose-writeoff-exit.

           perform find-writeoff-number
                   thru find-writeoff-number-exit.
           move next-writeoff-number to wo-number.
           move ws-customer-code to wo-customer-code.
           move ws-document-number to wo-document-number.
           move ws-amount to wo-amount.
           move ws-reason to wo-reason-code.
           move ws-operator-id to wo-operator-id.
           move today-8 to wo-request-date.
           move spaces to wo-approver.
           display "Note : ".
           move spaces to wo-note.
           accept wo-note.
           move 0 to wo-posted-date.
           move "P" to wo-status-flag.
           write ar-writeoff-record.
           if wo-status not = "00"
               display "Unable to park write-off - status "
                       wo-status
               go to propose-writeoff-exit.
           move ws-amount to ws-amount-edited.
           display "Write-off of " ws-amount-edited " parked as "
                   wo-number " - a supervisor posts it through "
                   "ARWOAPPR".
           add 1 to requests-made.

       propose-writeoff-exit.
           exit.

       check-pending.
           move "N" to pending-switch.
           move 0 to wo-number.
           start writeoff-file key not less than wo-number.
           if wo-status not = "00"
               go to check-pending-exit.

       check-pending-read.
           read writeoff-file next record
               at end
                   go to check-pending-exit
           end-read.
           if wo-pending
                   and wo-customer-code = ws-customer-code
                   and wo-document-number = ws-document-number
               move "Y" to pending-switch
               go to check-pending-exit.
           go to check-pending-read.

       check-pending-exit.
           exit.

       find-writeoff-number.
           move 0 to next-writeoff-number.
           move 0 to wo-number.
           start writeoff-file key not less than wo-number.
           if wo-status not = "00"
               go to find-writeoff-number-add.

       find-writeoff-number-scan.
           read writeoff-file next record
               at end
                   go to find-writeoff-number-add
           end-read.
           move wo-number to next-writeoff-number.
           go to find-writeoff-number-scan.

       find-writeoff-number-add.
           add 1 to next-writeoff-number.

       find-writeoff-number-exit.
           exit.

       wrap-up.
           close ar-file.
           close customer-file.
           close writeoff-file.
           display "Write-offs requested : " requests-made.

       endit.
           goback.
