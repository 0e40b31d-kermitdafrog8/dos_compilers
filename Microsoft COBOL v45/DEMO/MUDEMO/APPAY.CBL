      *  date and check.  The register is APPAY.LST and the      *
      *  per-vendor remittance advices are APREMIT.LST, both     *
      *  routable to paper through the STOCKPRT spool.           *
      *  Each check posts through GLPOST - debit the keyed       *
      *  payables account, credit the keyed bank account - so    *
      *  APVOID has a posting to reverse when a check is voided. *
      *  A vendor on payment hold in VENDMAST is not paid - its  *
      *  due items stay unpaid and the register lists the hold.  *
      *                                                          *
      ************************************************************

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

       01  reg-status                   pic xx.
       01  rem-status                   pic xx.
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

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".
       01  next-check-number            pic 9(06).
       01  ws-check-edited              pic x(08).
       01  ws-terms-days                pic 9(03).
       01  pay-hold-switch              pic x.
           88  vendor-on-pay-hold                 value "Y".
       01  ws-due-date                  pic 9(08).

       01  ws-prior-vendor              pic 9(04) value 0.
       01  run-total                    pic s9(13)v99 value 0.
       01  checks-cut                   pic 9(04) value 0.
       01  items-paid                   pic 9(05) value 0.
       01  vendors-held                 pic 9(04) value 0.

       01  ws-value-edited              pic -(10)9.99.
       01  ws-net-edited                pic -(11)9.99.
           if next-check-number = 0
               display "A starting check number is required"
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

           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               go to endit.

           open i-o ap-file.
           if status-1 not = "0"
       pay-vendor.
           if select-count = 0
               go to pay-vendor-exit.
           if vendor-on-pay-hold
               move vendor-net to ws-net-edited
               move spaces to register-line
               string "Vendor " ws-prior-vendor
                       "  ON PAYMENT HOLD  net " ws-net-edited
                       " not paid"
                       delimited by size into register-line
               write register-line
               add 1 to vendors-held
               go to pay-vendor-exit.
           if vendor-net <= 0
               move vendor-net to ws-net-edited
               display "Vendor " ws-prior-vendor
           move "Y" to ap-paid-flag.
           move today-8 to ap-paid-date.
           move ws-check-edited to ap-check-number.
           move 0 to ap-cleared-date.
           rewrite ap-owed-record.
           if status-1 not = "0"
               display "Unable to mark item paid - status "
                   "  net " ws-net-edited
                   delimited by size into register-line.
           write register-line.
           perform post-check.
           add vendor-net to run-total.
           add 1 to checks-cut.
           add 1 to next-check-number.
       pay-vendor-exit.
           exit.

       post-check.
           move today-8 to jx-date.
           move payables-account to jx-account.
           move "DR" to jx-dr-cr.
           move vendor-net to jx-amount.
           move "APPAY" to jx-source.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move bank-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.

       print-remit-heading.
           move ws-prior-vendor to vendor-code.
           read vendor-file

       look-up-terms.
           move 0 to ws-terms-days.
           move "N" to pay-hold-switch.
           move ws-prior-vendor to vendor-code.
           read vendor-file
               invalid key
                   continue
               not invalid key
                   move vendor-terms-days to ws-terms-days
                   move vendor-pay-hold-flag to pay-hold-switch
           end-read.

       look-up-terms-exit.
           close remit-rpt.
           display "Checks cut  : " checks-cut.
           display "Items paid  : " items-paid.
           if vendors-held > 0
               display "Vendors on payment hold, not paid : "
                       vendors-held.
           if checks-cut = 0
               go to endit.
           display "Spool the remittance advices to the printer "
               perform spool-remits thru spool-remits-exit.

       endit.
           if exp-status = "00"
               close journal-export.
           if chart-on-file
               close coa-file.
           cancel "GLPOST".
           goback.

      ***********************************************************
       spool-remits-exit.
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
      * Date Arithmetic (see EXPEDITE)                           *
      ***********************************************************
