      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      FINCHG.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Month-end finance charge run.  Our terms allow a        *
      *  monthly charge on overdue balances but nobody worked it *
      *  out, so it was never billed.  Key the charge date, the  *
      *  monthly rate, the grace period in days and the minimum  *
      *  charge.  For every customer on MUARITEM.DAT not flagged *
      *  exempt on MUCUSTMR.DAT (customer-fincharge-flag), the   *
      *  open invoices more than the grace period past their due *
      *  date as at the charge date make up the basis, less any  *
      *  open credit memos and unapplied cash - earlier finance  *
      *  charges are not charged on again.  The rate on the      *
      *  basis, raised to the minimum, lands on the ledger as a  *
      *  type "F" open item numbered FC plus the year and month, *
      *  so a customer is only ever charged once a month and a   *
      *  rerun does no harm.  The income is posted through       *
      *  GLPOST the way CREDMEMO posts - debit the receivables   *
      *  account, credit the finance charge income account, both *
      *  keyed at the start of the run and checked against the   *
      *  chart - and written to the GLJRNL.DAT export.  The      *
      *  register FINCHG.LST shows every overdue item, the       *
      *  credits netted and the arithmetic behind each charge,   *
      *  so a disputed charge can be answered.                   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. FINCHG.
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

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.

           select register-rpt assign "FINCHG.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  ar-file.
           copy aritem.cpy.

       fd  customer-file.
           copy customer.cpy.

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

       01  cus-status                   pic xx.
       01  rpt-status                   pic xx.
       01  exp-status                   pic xx    value spaces.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  receivables-account          pic x(06).
       01  income-account               pic x(06).

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".
       01  yesno                        pic x.

       01  today-8                      pic 9(08).
       01  charge-date                  pic 9(08).
       01  charge-date-split redefines charge-date.
           03  charge-century           pic 9(02).
           03  charge-yymm              pic 9(04).
           03  charge-day               pic 9(02).
       01  charge-serial                pic 9(07).
       01  due-serial                   pic 9(07).
       01  ws-days-late                 pic 9(05).

       01  fc-rate                      pic 9(02)v9(03).
       01  grace-days                   pic 9(03).
       01  minimum-charge               pic 9(06)v99.

       01  ws-customer                  pic 9(04).
       01  ws-document-number.
           03  filler                   pic x(02) value "FC".
           03  ws-document-yymm         pic 9(04).
       01  heading-switch               pic x.
           88  customer-headed                    value "Y".
       01  minimum-switch               pic x.
           88  minimum-applied                    value "Y".

       01  past-due-total               pic 9(12)v99.
       01  credit-total                 pic 9(12)v99.
       01  charge-basis                 pic 9(12)v99.
       01  computed-charge              pic 9(10)v99.
       01  charge-amount                pic 9(10)v99.

       01  customers-read               pic 9(05) value 0.
       01  customers-exempt             pic 9(05) value 0.
       01  customers-charged            pic 9(05) value 0.
       01  customers-already            pic 9(05) value 0.
       01  charges-total                pic 9(12)v99 value 0.

       01  ws-amount-edited             pic z(09)9.99.
       01  ws-rate-edited               pic z9.999.
       01  ws-total-edited              pic z(11)9.99.

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - FINANCE CHARGE REGISTER".

       01  report-heading-2.
           03  filler                   pic x(13)
                   value "Charge date ".
           03  rh-date                  pic 9(08).
           03  filler                   pic x(08) value "   Rate ".
           03  rh-rate                  pic z9.999.
           03  filler                   pic x(17)
                   value "% a month  Grace ".
           03  rh-grace                 pic zz9.
           03  filler                   pic x(16)
                   value " days  Minimum ".
           03  rh-minimum               pic z(05)9.99.

       01  customer-head-line.
           03  filler                   pic x(09) value "Customer ".
           03  ch-line-customer         pic 9(04).
           03  filler                   pic x(02).
           03  ch-line-name             pic x(30).

       01  item-line.
           03  filler                   pic x(04).
           03  il-document              pic x(06).
           03  filler                   pic x(02).
           03  il-type                  pic x(01).
           03  filler                   pic x(06) value "  due ".
           03  il-due-date              pic 9(08).
           03  filler                   pic x(02).
           03  il-days-late             pic zzzz9.
           03  filler                   pic x(13)
                   value " days late   ".
           03  il-open                  pic z(09)9.99.

       01  sum-line.
           03  filler                   pic x(04).
           03  sl-text                  pic x(33).
           03  sl-amount                pic z(09)9.99.

      ***********************************************************
      * Date-to-Serial-Day Conversion                           *
      ***********************************************************

       01  conv-date                    pic 9(08).
       01  conv-date-split redefines conv-date.
           03  conv-year                pic 9(04).
           03  conv-month               pic 9(02).
           03  conv-day                 pic 9(02).
       01  conv-serial                  pic 9(07).
       01  conv-work                    pic 9(07).
       01  conv-prior-year              pic 9(04).
       01  conv-remainder               pic 9(04).
       01  leap-switch                  pic x.
           88  leap-year                      value "Y".

       01  month-offset-values.
           03  filler                   pic x(36) value
               "000031059090120151181212243273304334".
       01  month-offset-table redefines month-offset-values.
           03  month-offset             pic 9(03) occurs 12 times.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "FINCHG - month-end finance charges".
           display "Receivables GL account : ".
           accept receivables-account.
           display "Finance charge income GL account : ".
           accept income-account.

      *    With a chart of accounts on file, the keyed accounts
      *    must be on it and active; with none, they are accepted
      *    exactly as keyed.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           move receivables-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to endit.
           move income-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to endit.
           if receivables-account = spaces or income-account = spaces
               display "Both GL accounts required - run refused"
               go to endit.

           accept today-8 from date yyyymmdd.
           display "Charge date (YYYYMMDD, 0 for today) : ".
           move 0 to charge-date.
           accept charge-date.
           if charge-date = 0
               move today-8 to charge-date.
           display "Monthly rate % (e.g. 1.500) : ".
           move 0 to fc-rate.
           accept fc-rate.
           if fc-rate = 0
               display "No rate keyed - run refused"
               go to endit.
           display "Grace period past due (days) : ".
           move 0 to grace-days.
           accept grace-days.
           display "Minimum charge : ".
           move 0 to minimum-charge.
           accept minimum-charge.
           move fc-rate to ws-rate-edited.
           display "Charge " ws-rate-edited "% a month on items over "
                   grace-days " days past due at " charge-date.
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Run cancelled"
               go to endit.

           open i-o ar-file.
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
           open output register-rpt.
           if rpt-status not = "00"
               display "Unable to open FINCHG.LST - status "
                       rpt-status
               close ar-file
               close customer-file
               go to endit.
           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               close ar-file
               close customer-file
               close register-rpt
               go to endit.

           move charge-date to conv-date.
           perform convert-date-to-serial.
           move conv-serial to charge-serial.
           move charge-yymm to ws-document-yymm.

           move report-heading-1 to register-line.
           write register-line.
           move charge-date to rh-date.
           move fc-rate to rh-rate.
           move grace-days to rh-grace.
           move minimum-charge to rh-minimum.
           move report-heading-2 to register-line.
           write register-line.
           move spaces to register-line.
           write register-line.

           move 0 to ws-customer.

      *    One customer at a time - the next customer is found by
      *    starting past the last one, so the charge written for
      *    one never disturbs the read of the next.

       next-customer.
           move ws-customer to ar-customer-code.
           move high-values to ar-document-number.
           start ar-file key greater than ar-key.
           if status-1 not = "0"
               go to wrap-up.
           read ar-file next record
               at end
                   go to wrap-up
           end-read.
           move ar-customer-code to ws-customer.
           add 1 to customers-read.
           perform charge-customer thru charge-customer-exit.
           go to next-customer.

      ***********************************************************
      * Work Out and Raise One Customer's Charge                *
      ***********************************************************

       charge-customer.
           move "N" to heading-switch.
           move ws-customer to customer-code.
           read customer-file
               invalid key
                   move "** not on file **" to customer-name
                   move "N" to customer-fincharge-flag
           end-read.
           if customer-fincharge-exempt
               add 1 to customers-exempt
               go to charge-customer-exit.
           move ws-customer to ar-customer-code.
           move ws-document-number to ar-document-number.
           read ar-file
               invalid key
                   continue
               not invalid key
                   add 1 to customers-already
                   perform head-customer thru head-customer-exit
                   move spaces to sum-line
                   move "Already charged this month on" to sl-text
                   move ar-original-amount to sl-amount
                   move sum-line to register-line
                   write register-line
                   go to charge-customer-exit
           end-read.

           move 0 to past-due-total.
           move 0 to credit-total.
           move ws-customer to ar-customer-code.
           move low-values to ar-document-number.
           start ar-file key not less than ar-key.
           if status-1 not = "0"
               go to charge-customer-exit.

       charge-customer-read.
           read ar-file next record
               at end
                   go to charge-customer-sum
           end-read.
           if ar-customer-code not = ws-customer
               go to charge-customer-sum.
           if not ar-open-item
               go to charge-customer-read.
           if ar-type-credit-side
               add ar-open-amount to credit-total
               go to charge-customer-read.
           if not ar-type-invoice
               go to charge-customer-read.
           move ar-due-date to conv-date.
           perform convert-date-to-serial.
           move conv-serial to due-serial.
           if charge-serial <= due-serial
               go to charge-customer-read.
           compute ws-days-late = charge-serial - due-serial.
           if ws-days-late <= grace-days
               go to charge-customer-read.
           perform head-customer thru head-customer-exit.
           move spaces to item-line.
           move ar-document-number to il-document.
           move ar-document-type to il-type.
           move ar-due-date to il-due-date.
           move ws-days-late to il-days-late.
           move ar-open-amount to il-open.
           move item-line to register-line.
           write register-line.
           add ar-open-amount to past-due-total.
           go to charge-customer-read.

       charge-customer-sum.
           if past-due-total = 0
               go to charge-customer-exit.
           move spaces to sum-line.
           move "Overdue beyond grace" to sl-text.
           move past-due-total to sl-amount.
           move sum-line to register-line.
           write register-line.
           if credit-total > 0
               move spaces to sum-line
               move "Less open credits and cash" to sl-text
               move credit-total to sl-amount
               move sum-line to register-line
               write register-line.
           if credit-total >= past-due-total
               move spaces to sum-line
               move "Covered by credits - no charge" to sl-text
               move sum-line to register-line
               write register-line
               go to charge-customer-exit.
           compute charge-basis = past-due-total - credit-total.
           compute computed-charge rounded =
               charge-basis * fc-rate / 100.
           move computed-charge to charge-amount.
           move "N" to minimum-switch.
           if charge-amount < minimum-charge
               move minimum-charge to charge-amount
               move "Y" to minimum-switch.
           move spaces to sum-line.
           move "Basis" to sl-text.
           move charge-basis to sl-amount.
           move sum-line to register-line.
           write register-line.
           move spaces to sum-line.
           move "At the monthly rate" to sl-text.
           move computed-charge to sl-amount.
           move sum-line to register-line.
           write register-line.
           if minimum-applied
               move spaces to sum-line
               move "Raised to the minimum charge" to sl-text
               move charge-amount to sl-amount
               move sum-line to register-line
               write register-line.
           if charge-amount = 0
               go to charge-customer-exit.
           perform raise-charge thru raise-charge-exit.

       charge-customer-exit.
           exit.

       head-customer.
           if customer-headed
               go to head-customer-exit.
           move "Y" to heading-switch.
           move spaces to register-line.
           write register-line.
           move spaces to customer-head-line.
           move ws-customer to ch-line-customer.
           move customer-name to ch-line-name.
           move customer-head-line to register-line.
           write register-line.

       head-customer-exit.
           exit.

      ***********************************************************
      * The Charge on the Ledger and Through the GL             *
      ***********************************************************

       raise-charge.
           move ws-customer to ar-customer-code.
           move ws-document-number to ar-document-number.
           move "F" to ar-document-type.
           move charge-date to ar-date.
           move charge-date to ar-due-date.
           move charge-amount to ar-original-amount.
           move charge-amount to ar-open-amount.
           move "O" to ar-status-flag.
           move 0 to ar-shortpay-reason.
           move spaces to ar-tax-code.
           move 0 to ar-taxable-amount.
           move 0 to ar-tax-amount.
           move "USD" to ar-currency-code.
           move 1 to ar-currency-rate.
           move charge-amount to ar-fx-original-amount.
           move charge-amount to ar-fx-open-amount.
           write ar-item-record.
           if status-1 not = "0"
               display "Unable to raise charge for customer "
                       ws-customer " - status " status-1 status-2
               move spaces to sum-line
               move "NOT RAISED - ledger write failed" to sl-text
               move sum-line to register-line
               write register-line
               go to raise-charge-exit.
           move spaces to sum-line.
           string "Charged on " ws-document-number
                   delimited by size into sl-text.
           move charge-amount to sl-amount.
           move sum-line to register-line.
           write register-line.
           add 1 to customers-charged.
           add charge-amount to charges-total.

           move charge-date to jx-date.
           move receivables-account to jx-account.
           move "DR" to jx-dr-cr.
           move charge-amount to jx-amount.
           move "FINCHG" to jx-source.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move income-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.

       raise-charge-exit.
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
      * Date-to-Serial-Day Conversion (see ARAGE)                *
      ***********************************************************

       convert-date-to-serial.
           move "N" to leap-switch.
           divide conv-year by 4 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "Y" to leap-switch.
           divide conv-year by 100 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "N" to leap-switch.
           divide conv-year by 400 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "Y" to leap-switch.
           compute conv-prior-year = conv-year - 1.
           compute conv-serial = conv-year * 365.
           divide conv-prior-year by 4 giving conv-work.
           add conv-work to conv-serial.
           divide conv-prior-year by 100 giving conv-work.
           subtract conv-work from conv-serial.
           divide conv-prior-year by 400 giving conv-work.
           add conv-work to conv-serial.
           add month-offset(conv-month) to conv-serial.
           add conv-day to conv-serial.
           if leap-year and conv-month > 2
               add 1 to conv-serial.

       wrap-up.
           move charges-total to ws-total-edited.
           move spaces to register-line.
           write register-line.
           move spaces to register-line.
           string "Customers charged " customers-charged
                   "   total charged " ws-total-edited
                   delimited by size into register-line.
           write register-line.
           close ar-file.
           close customer-file.
           close register-rpt.
           close journal-export.
           display "Customers on ledger  : " customers-read.
           display "Exempt               : " customers-exempt.
           display "Already charged      : " customers-already.
           display "Charged              : " customers-charged.
           display "Total charged        : " ws-total-edited.

       endit.
           if chart-on-file
               close coa-file.
           cancel "GLPOST".
           goback.
