      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     ARWOAPPR.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Supervisor approval and posting of bad-debt write-offs, *
      *  in the ADJAPPR mould.  A supervisor from MUSUPVR.DAT    *
      *  signs on and keys the bad-debt expense and receivables  *
      *  GL accounts, checked against the chart, then sees what  *
      *  ARWOREQ parked on MUARWOPN.DAT and approves or rejects  *
      *  each with a note.  An approval writes the item down on  *
      *  MUARITEM.DAT by the amount - closing it at zero - files *
      *  a closed type "W" write-off document for the statement, *
      *  posts debit bad-debt expense, credit receivables to the *
      *  GLJRNL.DAT export and through GLPOST, and prints on the *
      *  write-off register ARWOREG.LST.  An item paid down      *
      *  below the amount parked since the request stays         *
      *  pending, and no supervisor approves their own request.  *
      *  S clears small balances in bulk: every open invoice and *
      *  finance charge with less than a keyed amount open is    *
      *  listed, and on the supervisor's say-so each is filed    *
      *  approved under reason 04 and posted the same way.       *
      *  An item raised in a foreign currency comes down in that *
      *  currency by the written-off dollars at the rate it was  *
      *  raised at.                                              *
      *                                                          *
      ************************************************************

       identification division.
       program-id. ARWOAPPR.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select writeoff-file assign "MUARWOPN.DAT"
                organization indexed
                access dynamic
                record key wo-number
                status wo-status.

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

           select supv-file assign "MUSUPVR.DAT"
                organization line sequential
                status supv-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.

           select register-rpt assign "ARWOREG.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  writeoff-file.
           copy arwopnd.cpy.

       fd  ar-file.
           copy aritem.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  supv-file.
       01  supv-line                    pic x(08).

       fd  coa-file.
           copy coarec.cpy.

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).

       fd  register-rpt.
       01  register-line                pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  wo-status                    pic xx.
       01  cus-status                   pic xx.
       01  supv-status                  pic xx.
       01  rpt-status                   pic xx.
       01  exp-status                   pic xx    value spaces.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  bad-debt-account             pic x(06).
       01  receivables-account          pic x(06).

       01  ws-supervisor-id             pic x(08).
       01  supv-ok-switch               pic x     value "N".
           88  supervisor-authorized              value "Y".

       01  choice                       pic x.
       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  ws-writeoff-number           pic 9(05).
       01  next-writeoff-number         pic 9(05).
       01  ws-value-edited              pic z(09)9.99.
       01  ws-fx-write-down             pic 9(12)v99.
       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".
       01  pending-shown                pic 9(04).
       01  posted-switch                pic x.
           88  writeoff-posted                    value "Y".

       01  ws-document-number.
           03  filler                   pic x(01) value "W".
           03  ws-document-seq          pic 9(05).

      ***********************************************************
      * Small Balances Found for Bulk Write-Off                 *
      ***********************************************************

       01  small-balance-limit          pic 9(06)v99.
       01  small-table.
           03  sb-entry                 occurs 500 times.
               05  sb-customer          pic 9(04).
               05  sb-document          pic x(06).
               05  sb-open              pic 9(12)v99.
       01  small-count                  pic 9(03) comp value 0.
       01  small-subscript              pic 9(03) comp value 0.
       01  small-total                  pic 9(12)v99.
       01  small-overflow-switch        pic x.
           88  small-overflow                     value "Y".

       01  writeoffs-posted             pic 9(05) value 0.
       01  writeoffs-rejected           pic 9(05) value 0.
       01  writeoff-total               pic 9(12)v99 value 0.
       01  ws-total-edited              pic z(11)9.99.

       01  register-heading.
           03  filler                   pic x(36)
                   value "WRITE-OFF REGISTER  approved by ".
           03  rh-supervisor            pic x(08).
           03  filler                   pic x(04) value " on ".
           03  rh-date                  pic 9(08).

       01  register-detail.
           03  rd-number                pic 9(05).
           03  filler                   pic x(02).
           03  rd-customer              pic 9(04).
           03  filler                   pic x(01).
           03  rd-name                  pic x(16).
           03  filler                   pic x(01).
           03  rd-document              pic x(06).
           03  filler                   pic x(01).
           03  rd-amount                pic z(09)9.99.
           03  filler                   pic x(02).
           03  rd-reason                pic 9(02).
           03  filler                   pic x(01).
           03  rd-operator              pic x(08).
           03  filler                   pic x(01).
           03  rd-closed                pic x(06).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "ARWOAPPR - bad-debt write-off approval".
           display "Supervisor ID : ".
           accept ws-supervisor-id.
           perform check-supervisor thru check-supervisor-exit.
           if not supervisor-authorized
               display "Not an authorized supervisor - refused"
               go to endit.
           display "Bad-debt expense GL account : ".
           accept bad-debt-account.
           display "Receivables GL account : ".
           accept receivables-account.

      *    With a chart of accounts on file, the keyed accounts
      *    must be on it and active; with none, they are accepted
      *    exactly as keyed.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           move bad-debt-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to endit.
           move receivables-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to endit.
           if bad-debt-account = spaces
                   or receivables-account = spaces
               display "Both GL accounts required - run refused"
               go to endit.

           open i-o writeoff-file.
           if wo-status not = "00"
               open output writeoff-file
               close writeoff-file
               open i-o writeoff-file.
           if wo-status not = "00"
               display "Unable to open MUARWOPN.DAT - status "
                       wo-status
               go to endit.
           open i-o ar-file.
           if status-1 not = "0"
               display "Unable to open MUARITEM.DAT - status "
                       status-1 status-2
               close writeoff-file
               go to endit.
           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close writeoff-file
               close ar-file
               go to endit.
           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               close writeoff-file
               close ar-file
               close customer-file
               go to endit.
           open extend register-rpt.
           if rpt-status not = "00"
               open output register-rpt.
           if rpt-status not = "00"
               display "Unable to open ARWOREG.LST - status "
                       rpt-status
               close writeoff-file
               close ar-file
               close customer-file
               close journal-export
               go to endit.
           accept today-8 from date yyyymmdd.
           move spaces to register-line.
           write register-line.
           move ws-supervisor-id to rh-supervisor.
           move today-8 to rh-date.
           move register-heading to register-line.
           write register-line.

       ent-ry.
           display "L-List pending  A-Approve and post  R-Reject  "
                   "S-Small balances  Q-Quit : ".
           accept choice.
           evaluate choice
               when "L" when "l"
                   perform list-pending thru list-pending-exit
               when "A" when "a"
                   perform decide thru decide-exit
               when "R" when "r"
                   perform decide thru decide-exit
               when "S" when "s"
                   perform small-balances thru small-balances-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * List the Parked Write-Offs                              *
      ***********************************************************

       list-pending.
           move 0 to pending-shown.
           move "N" to end-of-file-switch.
           move 0 to wo-number.
           start writeoff-file key not less than wo-number.
           if wo-status not = "00"
               display "Nothing parked"
               go to list-pending-exit.

       list-pending-read.
           if end-of-file
               go to list-pending-done.
           read writeoff-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to list-pending-read
           end-read.
           if not wo-pending
               go to list-pending-read.
           move wo-amount to ws-value-edited.
           add 1 to pending-shown.
           display "  " wo-number
                   "  cust " wo-customer-code
                   "  " wo-document-number
                   "  amount " ws-value-edited
                   "  reason " wo-reason-code
                   "  by " wo-operator-id
                   " on " wo-request-date.
           if wo-note not = spaces
               display "        " wo-note.
           go to list-pending-read.

       list-pending-done.
           display "Pending : " pending-shown.

       list-pending-exit.
           exit.

      ***********************************************************
      * Approve (and Post) or Reject                            *
      ***********************************************************

       decide.
           display "Write-off number : ".
           move 0 to ws-writeoff-number.
           accept ws-writeoff-number.
           if ws-writeoff-number = 0
               go to decide-exit.
           move ws-writeoff-number to wo-number.
           read writeoff-file.
           if wo-status not = "00"
               display "Not found - status " wo-status
               go to decide-exit.
           if not wo-pending
               display "Already decided"
               go to decide-exit.
           if wo-operator-id = ws-supervisor-id
               display "Requested by this supervisor - another "
                       "must approve it"
               go to decide-exit.
           display "Note : ".
           accept wo-note.
           move ws-supervisor-id to wo-approver.
           if choice = "R" or choice = "r"
               move "R" to wo-status-flag
               rewrite ar-writeoff-record
               display "Rejected - nothing posted"
               add 1 to writeoffs-rejected
               go to decide-exit.
           perform post-writeoff thru post-writeoff-exit.
           if not writeoff-posted
               display "Left pending"
               go to decide-exit.
           move "A" to wo-status-flag.
           move today-8 to wo-posted-date.
           rewrite ar-writeoff-record.
           display "Approved and posted".

       decide-exit.
           exit.

      ***********************************************************
      * Post One Write-Off - Ledger, GL and Register             *
      *    The amount is taken off the item as it stands today;  *
      *    one paid down below it since the request is refused.  *
      ***********************************************************

       post-writeoff.
           move "N" to posted-switch.
           move wo-customer-code to ar-customer-code.
           move wo-document-number to ar-document-number.
           read ar-file
               invalid key
                   display "Item " wo-document-number
                           " no longer on the ledger"
                   go to post-writeoff-exit
           end-read.
           if not ar-open-item
               display "Item " wo-document-number " is closed"
               go to post-writeoff-exit.
           if wo-amount > ar-open-amount
               move ar-open-amount to ws-value-edited
               display "Item " wo-document-number " has only "
                       ws-value-edited " open now"
               go to post-writeoff-exit.
           subtract wo-amount from ar-open-amount.
           perform write-down-currency thru write-down-currency-exit.
           if ar-open-amount = 0
               move "C" to ar-status-flag
               move 0 to ar-shortpay-reason.
           rewrite ar-item-record.
           if status-1 not = "0"
               display "Unable to write the item down - status "
                       status-1 status-2
               go to post-writeoff-exit.
           move "Y" to posted-switch.
           move spaces to register-detail.
           if ar-closed-item
               move "closed" to rd-closed.

      *    The write-off document is closed from the start - it
      *    only carries the credit onto the customer's statement.
           move wo-number to ws-document-seq.
           move wo-customer-code to ar-customer-code.
           move ws-document-number to ar-document-number.
           move "W" to ar-document-type.
           move today-8 to ar-date.
           move today-8 to ar-due-date.
           move wo-amount to ar-original-amount.
           move 0 to ar-open-amount.
           move "C" to ar-status-flag.
           move wo-reason-code to ar-shortpay-reason.
           move spaces to ar-tax-code.
           move 0 to ar-taxable-amount.
           move 0 to ar-tax-amount.
           move "USD" to ar-currency-code.
           move 1 to ar-currency-rate.
           move wo-amount to ar-fx-original-amount.
           move 0 to ar-fx-open-amount.
           write ar-item-record.
           if status-1 not = "0"
               display "Write-off document " ws-document-number
                       " not filed - status " status-1 status-2.

           move today-8 to jx-date.
           move bad-debt-account to jx-account.
           move "DR" to jx-dr-cr.
           move wo-amount to jx-amount.
           move "ARWOAPPR" to jx-source.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move receivables-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.

           move wo-customer-code to customer-code.
           read customer-file
               invalid key
                   move "** not on file **" to customer-name
           end-read.
           move wo-number to rd-number.
           move wo-customer-code to rd-customer.
           move customer-name to rd-name.
           move wo-document-number to rd-document.
           move wo-amount to rd-amount.
           move wo-reason-code to rd-reason.
           move wo-operator-id to rd-operator.
           move register-detail to register-line.
           write register-line.
           if wo-note not = spaces
               move spaces to register-line
               string "       " wo-note
                       delimited by size into register-line
               write register-line.
           add 1 to writeoffs-posted.
           add wo-amount to writeoff-total.

       post-writeoff-exit.
           exit.

      *    The write-off is in dollars; an item raised in a
      *    foreign currency comes down by the same amount at the
      *    rate it was raised at, and to nothing when it closes.

       write-down-currency.
           if ar-open-amount = 0
               move 0 to ar-fx-open-amount
               go to write-down-currency-exit.
           if ar-currency-rate = 0
               move 1 to ar-currency-rate.
           compute ws-fx-write-down rounded =
               wo-amount / ar-currency-rate.
           if ws-fx-write-down > ar-fx-open-amount
               move ar-fx-open-amount to ws-fx-write-down.
           subtract ws-fx-write-down from ar-fx-open-amount.

       write-down-currency-exit.
           exit.

      ***********************************************************
      * Small Balances in Bulk                                  *
      *    The candidates are gathered first, so the write-downs *
      *    never disturb the ledger scan.                        *
      ***********************************************************

       small-balances.
           display "Write off open balances below : ".
           move 0 to small-balance-limit.
           accept small-balance-limit.
           if small-balance-limit = 0
               go to small-balances-exit.
           move 0 to small-count.
           move 0 to small-total.
           move "N" to small-overflow-switch.
           move low-values to ar-key.
           start ar-file key not less than ar-key.
           if status-1 not = "0"
               go to small-balances-exit.

       small-balances-scan.
           read ar-file next record
               at end
                   go to small-balances-ask
           end-read.
           if not ar-open-item or not ar-type-payable
               go to small-balances-scan.
           if ar-open-amount = 0
                   or ar-open-amount not < small-balance-limit
               go to small-balances-scan.
           if small-count >= 500
               move "Y" to small-overflow-switch
               go to small-balances-ask.
           add 1 to small-count.
           move ar-customer-code to sb-customer(small-count).
           move ar-document-number to sb-document(small-count).
           move ar-open-amount to sb-open(small-count).
           add ar-open-amount to small-total.
           move ar-open-amount to ws-value-edited.
           display "  cust " ar-customer-code
                   "  " ar-document-number
                   "  open " ws-value-edited.
           go to small-balances-scan.

       small-balances-ask.
           if small-count = 0
               display "No open balances below that"
               go to small-balances-exit.
           move small-total to ws-total-edited.
           display small-count " items totalling " ws-total-edited.
           if small-overflow
               display "Only the first 500 are taken - run S again "
                       "for the rest".
           display "Write them all off (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to small-balances-exit.
           move 0 to small-subscript.
           perform find-writeoff-number
                   thru find-writeoff-number-exit.

       small-balances-post.
           if small-subscript >= small-count
               go to small-balances-exit.
           add 1 to small-subscript.
           move next-writeoff-number to wo-number.
           move sb-customer(small-subscript) to wo-customer-code.
           move sb-document(small-subscript) to wo-document-number.
           move sb-open(small-subscript) to wo-amount.
           move 04 to wo-reason-code.
           move ws-supervisor-id to wo-operator-id.
           move today-8 to wo-request-date.
           move ws-supervisor-id to wo-approver.
           move "Small balance cleared in bulk" to wo-note.
           move 0 to wo-posted-date.
           move "P" to wo-status-flag.
           perform post-writeoff thru post-writeoff-exit.
           if not writeoff-posted
               go to small-balances-post.
           move "A" to wo-status-flag.
           move today-8 to wo-posted-date.
           write ar-writeoff-record.
           if wo-status not = "00"
               display "Write-off " wo-number " posted but not "
                       "filed - status " wo-status.
           add 1 to next-writeoff-number.
           go to small-balances-post.

       small-balances-exit.
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

      ***********************************************************
      * Account Validation Against the Chart (see COAREC.CPY)    *
      ***********************************************************

       check-account.
           move "Y" to account-ok-switch.
           if not chart-on-file
               go to check-account-exit.
           if ws-check-account = spaces
               go to check-account-exit.
           move ws-check-account to coa-account.
           read coa-file.
           if coa-status not = "00"
               move "N" to account-ok-switch
               display "Account " ws-check-account
                       " is not on the chart of accounts"
               go to check-account-exit.
           if not coa-active
               move "N" to account-ok-switch
               display "Account " ws-check-account
                       " is not active".

       check-account-exit.
           exit.

      ***********************************************************
      * Supervisor Authority off MUSUPVR.DAT (see WRITEOFF)     *
      ***********************************************************

       check-supervisor.
           move "N" to supv-ok-switch.
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

       wrap-up.
           move writeoff-total to ws-total-edited.
           move spaces to register-line.
           string "Posted " writeoffs-posted
                   "   total written off " ws-total-edited
                   delimited by size into register-line.
           write register-line.
           close writeoff-file.
           close ar-file.
           close customer-file.
           close journal-export.
           close register-rpt.
           display "Write-offs posted   : " writeoffs-posted.
           display "Write-offs rejected : " writeoffs-rejected.

       endit.
           if chart-on-file
               close coa-file.
           cancel "GLPOST".
           goback.
