      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      APVOID.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  AP check void and reissue.  A vendor check from APPAY   *
      *  that is lost or printed wrong used to mean editing      *
      *  MUAPOWED.DAT by hand.  A supervisor from MUSUPVR.DAT    *
      *  signs the run on and keys the check number: every item *
      *  paid on it is listed, and once a reason is given and    *
      *  the void confirmed each one is reopened - unpaid, no    *
      *  date, no check - and the void is written to the         *
      *  APVOID.LST register.  The check's posting is reversed   *
      *  through GLPOST (debit bank, credit payables) so the     *
      *  cash account stays right.  A check the bank has         *
      *  already cleared (see BANKREC) cannot be voided.  The    *
      *  items can be reissued at once under a new check        *
      *  number, posted again and given a fresh remittance       *
      *  advice on APREMIT.LST, routable to paper through the    *
      *  STOCKPRT spool.                                         *
      *                                                          *
      ************************************************************

       identification division.
       program-id. APVOID.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select ap-file assign "MUAPOWED.DAT"
                organization indexed
                access dynamic
                record key ap-key
                status file-status.

           select vendor-file assign "MUVENDOR.DAT"
                organization indexed
                access dynamic
                record key vendor-code
                status vnd-status.

           select supv-file assign "MUSUPVR.DAT"
                organization line sequential
                status supv-status.

           select void-register assign "APVOID.LST"
                organization line sequential
                status reg-status.

           select remit-rpt assign "APREMIT.LST"
                organization line sequential
                status rem-status.

           select param-file assign "MURPTPRM.DAT"
                organization line sequential
                status prm-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.
      /
       data division.

       file section.
       fd  ap-file.
           copy apowed.cpy.

       fd  vendor-file.
           copy vendor.cpy.

       fd  supv-file.
       01  supv-line                    pic x(08).

       fd  void-register.
       01  register-line                pic x(80).

       fd  remit-rpt.
       01  remit-line                   pic x(80).

       fd  param-file.
           copy rptparm.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  vnd-status                   pic xx.
       01  supv-status                  pic xx.
       01  reg-status                   pic xx.
       01  rem-status                   pic xx    value spaces.
       01  prm-status                   pic xx.
       01  exp-status                   pic xx    value spaces.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  payables-account             pic x(06).
       01  bank-account                 pic x(06).

       01  ws-supervisor-id             pic x(08).
       01  supv-ok-switch               pic x     value "N".
           88  supervisor-authorized              value "Y".

       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  ws-void-check                pic x(08).
       01  ws-void-reason               pic x(30).
       01  new-check-number             pic 9(06).
       01  ws-new-check                 pic x(08).
       01  ws-check-vendor              pic 9(04).
       01  ws-check-net                 pic s9(12)v99.
       01  ws-paid-date                 pic 9(08).
       01  ws-cleared-date              pic 9(08).
       01  ws-value-edited              pic -(10)9.99.
       01  ws-net-edited                pic -(11)9.99.

       01  vendor-mix-switch            pic x.
           88  several-vendors                    value "Y".
       01  check-in-use-switch          pic x.
           88  check-in-use                       value "Y".

       01  checks-voided                pic 9(04) value 0.
       01  checks-reissued              pic 9(04) value 0.

      ***********************************************************
      * The Items Paid on the Check                             *
      ***********************************************************

       01  item-table.
           03  it-entry                 occurs 100 times.
               05  it-key               pic x(23).
               05  it-type              pic x.
               05  it-value             pic 9(12)v99.

       01  item-count                   pic 9(03) comp value 0.
       01  item-subscript               pic 9(03) comp value 0.

       01  register-heading-1           pic x(80)
           value "STOCK CONTROL SYSTEM - AP CHECK VOID REGISTER".

       01  remit-heading-1              pic x(80)
           value "STOCK CONTROL SYSTEM - REMITTANCE ADVICES".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "APVOID - AP check void and reissue".
           display "Supervisor ID : ".
           accept ws-supervisor-id.
           perform check-supervisor thru check-supervisor-exit.
           if not supervisor-authorized
               display "Not an authorized supervisor - refused"
               go to endit.

           display "Payables GL account : ".
           accept payables-account.
           display "Bank GL account : ".
           accept bank-account.

      *    With a chart of accounts on file, the keyed accounts
      *    must be on it and active; with none, they are accepted
      *    exactly as keyed.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           move payables-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to endit.
           move bank-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to endit.
           if payables-account = spaces or bank-account = spaces
               display "Payables and bank accounts required - "
                       "run refused"
               go to endit.
           accept today-8 from date yyyymmdd.

           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               go to endit.
           open i-o ap-file.
           if status-1 not = "0"
               display "Unable to open MUAPOWED.DAT - status "
                       status-1 status-2
               go to endit.
           open input vendor-file.
           if vnd-status not = "00"
               display "Unable to open MUVENDOR.DAT - status "
                       vnd-status
               close ap-file
               go to endit.
           open extend void-register.
           if reg-status not = "00"
               open output void-register
               move register-heading-1 to register-line
               write register-line.
           if reg-status not = "00"
               display "Unable to open APVOID.LST - status "
                       reg-status
               close ap-file
               close vendor-file
               go to endit.

       ent-ry.
           display "Check number to void (blank to exit) : ".
           move spaces to ws-void-check.
           accept ws-void-check.
           if ws-void-check = spaces
               go to wrap-up.
           perform load-check-items thru load-check-items-exit.
           if item-count = 0
               display "No items paid on check " ws-void-check
               go to ent-ry.
           if several-vendors
               display "Check " ws-void-check
                       " is on more than one vendor - void by hand"
               go to ent-ry.
           if ws-cleared-date not = 0
               display "Check " ws-void-check " cleared the bank on "
                       ws-cleared-date " - it cannot be voided"
               go to ent-ry.
           perform show-check thru show-check-exit.
           display "Reason for the void : ".
           move spaces to ws-void-reason.
           accept ws-void-reason.
           if ws-void-reason = spaces
               display "A reason is required - check not voided"
               go to ent-ry.
           display "Void this check (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Check not voided"
               go to ent-ry.
           perform void-check thru void-check-exit.
           display "Reissue the items under a new check (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform reissue-check thru reissue-check-exit.
           go to ent-ry.

      ***********************************************************
      *    The ledger is keyed by vendor, not check, so the      *
      *    whole file is read for the items paid on the check.   *
      ***********************************************************

       load-check-items.
           move 0 to item-count.
           move 0 to ws-check-vendor.
           move 0 to ws-check-net.
           move 0 to ws-paid-date.
           move 0 to ws-cleared-date.
           move "N" to vendor-mix-switch.
           move low-values to ap-key.
           start ap-file key not less than ap-key.
           if status-1 not = "0"
               go to load-check-items-exit.

       load-check-items-read.
           read ap-file next record
               at end
                   go to load-check-items-exit
           end-read.
           if not ap-paid or ap-check-number not = ws-void-check
               go to load-check-items-read.
           if item-count >= 100
               display "More than 100 items on the check - "
                       "void by hand"
               move 0 to item-count
               go to load-check-items-exit.
           if item-count > 0 and ap-vendor-code not = ws-check-vendor
               move "Y" to vendor-mix-switch.
           add 1 to item-count.
           move ap-key to it-key (item-count).
           move ap-type to it-type (item-count).
           move ap-value to it-value (item-count).
           move ap-vendor-code to ws-check-vendor.
           move ap-paid-date to ws-paid-date.
           if ap-cleared-date not = 0
               move ap-cleared-date to ws-cleared-date.
           if ap-type-debit
               subtract ap-value from ws-check-net
           else
               add ap-value to ws-check-net.
           go to load-check-items-read.

       load-check-items-exit.
           exit.

       show-check.
           move ws-check-vendor to vendor-code.
           read vendor-file
               invalid key
                   move "** vendor not on file **" to vendor-name
           end-read.
           display "Check " ws-void-check " paid " ws-paid-date
                   " to vendor " ws-check-vendor " " vendor-name.
           move 0 to item-subscript.

       show-check-item.
           if item-subscript >= item-count
               go to show-check-total.
           add 1 to item-subscript.
           move it-key (item-subscript) to ap-key.
           move it-value (item-subscript) to ws-value-edited.
           if it-type (item-subscript) = "D"
               display "  " ap-invoice-number "  PO " ap-po-number
                       "/" ap-po-line "  DEBIT  " ws-value-edited
           else
               display "  " ap-invoice-number "  PO " ap-po-number
                       "/" ap-po-line "  " ws-value-edited.
           go to show-check-item.

       show-check-total.
           move ws-check-net to ws-net-edited.
           display "  Check total " ws-net-edited.

       show-check-exit.
           exit.

      ***********************************************************
      * Void - Reopen the Items and Reverse the Posting         *
      ***********************************************************

       void-check.
           move 0 to item-subscript.

       void-check-item.
           if item-subscript >= item-count
               go to void-check-post.
           add 1 to item-subscript.
           move it-key (item-subscript) to ap-key.
           read ap-file.
           if status-1 not = "0"
               display "Item re-read failed - status "
                       status-1 status-2
               go to void-check-item.
           move "N" to ap-paid-flag.
           move 0 to ap-paid-date.
           move spaces to ap-check-number.
           move 0 to ap-cleared-date.
           rewrite ap-owed-record.
           if status-1 not = "0"
               display "Unable to reopen item - status "
                       status-1 status-2.
           go to void-check-item.

       void-check-post.
           move today-8 to jx-date.
           move bank-account to jx-account.
           move "DR" to jx-dr-cr.
           move ws-check-net to jx-amount.
           move "APVOID" to jx-source.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move payables-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.

           move ws-check-net to ws-net-edited.
           move spaces to register-line.
           string today-8
                   "  VOID " ws-void-check
                   "  vendor " ws-check-vendor
                   "  " ws-net-edited
                   "  sup=" ws-supervisor-id
                   delimited by size into register-line.
           write register-line.
           move spaces to register-line.
           string "          reason: " ws-void-reason
                   delimited by size into register-line.
           write register-line.
           add 1 to checks-voided.
           display "Check " ws-void-check " voided - "
                   item-count " items reopened".

       void-check-exit.
           exit.

      ***********************************************************
      * Reissue Under a New Check Number                        *
      ***********************************************************

       reissue-check.
           display "New check number : ".
           accept new-check-number.
           if new-check-number = 0
               display "No check number - items left open for "
                       "the next payment run"
               go to reissue-check-exit.
           move spaces to ws-new-check.
           string "CK" new-check-number
                   delimited by size into ws-new-check.
           perform check-number-used thru check-number-used-exit.
           if check-in-use
               display "Check " ws-new-check " is already used - "
                       "items left open for the next payment run"
               go to reissue-check-exit.
           if rem-status not = "00"
               open output remit-rpt
               if rem-status not = "00"
                   display "Unable to open APREMIT.LST - status "
                           rem-status
                   go to reissue-check-exit
               end-if
               move remit-heading-1 to remit-line
               write remit-line
           end-if.
           perform print-remit-heading.
           move 0 to item-subscript.

       reissue-check-item.
           if item-subscript >= item-count
               go to reissue-check-post.
           add 1 to item-subscript.
           move it-key (item-subscript) to ap-key.
           read ap-file.
           if status-1 not = "0"
               display "Item re-read failed - status "
                       status-1 status-2
               go to reissue-check-item.
           move "Y" to ap-paid-flag.
           move today-8 to ap-paid-date.
           move ws-new-check to ap-check-number.
           move 0 to ap-cleared-date.
           rewrite ap-owed-record.
           if status-1 not = "0"
               display "Unable to mark item paid - status "
                       status-1 status-2
               go to reissue-check-item.
           perform print-item-lines.
           go to reissue-check-item.

       reissue-check-post.
           move ws-check-net to ws-net-edited.
           move spaces to remit-line.
           string "  Check " ws-new-check
                   "  net paid " ws-net-edited
                   "  (replaces " ws-void-check ")"
                   delimited by size into remit-line.
           write remit-line.

           move today-8 to jx-date.
           move payables-account to jx-account.
           move "DR" to jx-dr-cr.
           move ws-check-net to jx-amount.
           move "APVOID" to jx-source.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move bank-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.

           move spaces to register-line.
           string "          reissued as " ws-new-check
                   delimited by size into register-line.
           write register-line.
           add 1 to checks-reissued.
           display "Items reissued on check " ws-new-check.

       reissue-check-exit.
           exit.

       check-number-used.
           move "N" to check-in-use-switch.
           move low-values to ap-key.
           start ap-file key not less than ap-key.
           if status-1 not = "0"
               go to check-number-used-exit.

       check-number-used-read.
           read ap-file next record
               at end
                   go to check-number-used-exit
           end-read.
           if ap-check-number = ws-new-check
               move "Y" to check-in-use-switch
               go to check-number-used-exit.
           go to check-number-used-read.

       check-number-used-exit.
           exit.

       print-remit-heading.
           move ws-check-vendor to vendor-code.
           read vendor-file
               invalid key
                   move "** vendor not on file **" to vendor-name
                   move spaces to vendor-address-1
           end-read.
           move spaces to remit-line.
           write remit-line.
           move spaces to remit-line.
           string "Remittance to " vendor-name
                   delimited by size into remit-line.
           write remit-line.
           move vendor-address-1 to remit-line.
           write remit-line.

       print-item-lines.
           move ap-value to ws-value-edited.
           move spaces to remit-line.
           if ap-type-debit
               string "  " ap-invoice-number
                       "  PO " ap-po-number "/" ap-po-line
                       "  DEBIT  " ws-value-edited
                       delimited by size into remit-line
           else
               string "  " ap-invoice-number
                       "  PO " ap-po-number "/" ap-po-line
                       "  " ws-value-edited
                       delimited by size into remit-line.
           write remit-line.

       wrap-up.
           close ap-file.
           close vendor-file.
           close void-register.
           if rem-status = "00"
               close remit-rpt.
           display "Checks voided   : " checks-voided.
           display "Checks reissued : " checks-reissued.
           if checks-reissued = 0
               go to endit.
           display "Spool the remittance advices to the printer "
                   "(Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform spool-remits thru spool-remits-exit.

       endit.
           if exp-status = "00"
               close journal-export.
           if chart-on-file
               close coa-file.
           cancel "GLPOST".
           goback.

      ***********************************************************
      *    The advices go to paper the same way RPTRUN routes a  *
      *    listing - through the STOCKPRT spool.                 *
      ***********************************************************

       spool-remits.
           open output param-file.
           if prm-status not = "00"
               display "Unable to hand off to STOCKPRT - status "
                       prm-status
               go to spool-remits-exit.
           move "STOCKPRT" to parm-program.
           move 0 to parm-date-1.
           move 0 to parm-date-2.
           move "APREMIT.LST" to parm-text.
           write report-parm-record.
           close param-file.
           call "STOCKPRT".
           cancel "STOCKPRT".

       spool-remits-exit.
           exit.

      ***********************************************************
      * Supervisor Authority off MUSUPVR.DAT                    *
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
