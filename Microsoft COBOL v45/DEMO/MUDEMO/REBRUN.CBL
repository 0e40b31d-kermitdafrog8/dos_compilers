      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      REBRUN.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Customer volume rebate accrual, settlement and          *
      *  statements.  Finance used to work the year-end rebates  *
      *  out in December from SALESANL printouts.  Every open    *
      *  agreement on MUREBATE.DAT (see REBATE.CPY) is measured  *
      *  in one pass over the invoice lines on MUINVOIC.DAT:     *
      *  the customer's goods value in the agreement's category  *
      *  or item, dated within its period.  The highest tier     *
      *  those sales reach sets the rate on all of them.         *
      *                                                          *
      *  A - monthly accrual: the rebate earned to the accrual   *
      *  date less what was accrued before is posted through     *
      *  GLPOST - debit the rebate expense account, credit the   *
      *  rebate liability account (the other way round should    *
      *  the earned figure have fallen) - and onto GLJRNL.DAT.   *
      *  S - settlement of the agreements whose period has       *
      *  ended: the accrual is trued up to the final figure and  *
      *  the rebate is issued as a type "C" credit memo on       *
      *  MUARITEM.DAT numbered RB plus the agreement number and  *
      *  the year the period ended, posted debit liability,      *
      *  credit receivables; the agreement is then closed.       *
      *  Both write their register to REBATE.LST, and every      *
      *  keyed account is checked against the chart, as FINCHG.  *
      *  T - statements to REBSTMT.LST showing each customer     *
      *  their sales so far, the rebate earned at the tier       *
      *  reached and what more it takes to reach the next tier.  *
      *                                                          *
      ************************************************************

       identification division.
       program-id. REBRUN.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select rebate-file assign "MUREBATE.DAT"
                organization indexed
                access dynamic
                record key rb-key
                status file-status.

           select invoice-file assign "MUINVOIC.DAT"
                organization indexed
                access dynamic
                record key inv-key
                status inv-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status ar-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.

           select register-rpt assign "REBATE.LST"
                organization line sequential
                status rpt-status.

           select statement-rpt assign "REBSTMT.LST"
                organization line sequential
                status stm-status.
      /
       data division.

       file section.
       fd  rebate-file.
           copy rebate.cpy.

       fd  invoice-file.
           copy invoice.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  customer-file.
           copy customer.cpy.

       fd  ar-file.
           copy aritem.cpy.

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

       fd  statement-rpt.
       01  statement-line               pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  inv-status                   pic xx.
       01  stock-status                 pic xx.
       01  cus-status                   pic xx.
       01  ar-status                    pic xx.
       01  rpt-status                   pic xx.
       01  stm-status                   pic xx.
       01  exp-status                   pic xx    value spaces.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  expense-account              pic x(06).
       01  liability-account            pic x(06).
       01  receivables-account          pic x(06).

       01  choice                       pic x.
       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  run-date                     pic 9(08).
       01  period-end                   pic 9(08).
       01  period-end-split redefines period-end.
           03  filler                   pic 9(02).
           03  period-end-yy            pic 9(02).
           03  filler                   pic 9(04).

       01  run-mode                     pic x.
           88  mode-accrue                        value "A".
           88  mode-settle                        value "S".
           88  mode-statement                     value "T".

      ***********************************************************
      * The Agreements Being Measured                           *
      ***********************************************************

       01  agreement-table.
           03  ag-entry                 occurs 200 times.
               05  ag-customer          pic 9(04).
               05  ag-agreement         pic 9(02).
               05  ag-basis-type        pic x.
               05  ag-basis-code        pic x(10).
               05  ag-from              pic 9(08).
               05  ag-to                pic 9(08).
               05  ag-sales             pic 9(12)v99.

       01  agreement-count              pic 9(03) comp value 0.
       01  ag-subscript                 pic 9(03) comp value 0.
       01  tier-subscript               pic 9(01).
       01  tier-reached                 pic 9(01).
       01  next-tier                    pic 9(01).

       01  line-stock-switch            pic x.
           88  line-stock-read                    value "Y".
           88  line-stock-missing                 value "M".

       01  ws-rate                      pic 9(02)v99.
       01  ws-earned                    pic 9(10)v99.
       01  ws-movement                  pic 9(10)v99.
       01  ws-sales-needed              pic 9(12)v99.
       01  ws-next-rebate               pic 9(10)v99.
       01  ws-document-number.
           03  filler                   pic x(02) value "RB".
           03  ws-document-agreement    pic 9(02).
           03  ws-document-yy           pic 9(02).
       01  last-customer                pic 9(04).

       01  agreements-run               pic 9(04) value 0.
       01  agreements-settled           pic 9(04) value 0.
       01  accrual-total                pic s9(12)v99.
       01  credit-total                 pic 9(12)v99.

       01  ws-amount-edited             pic z(09)9.99.
       01  ws-signed-edited             pic -(10)9.99.
       01  ws-rate-edited               pic z9.99.

       01  register-heading-1.
           03  filler                   pic x(45)
               value "STOCK CONTROL SYSTEM - CUSTOMER REBATE ".
           03  rh-title                 pic x(11).
           03  filler                   pic x(04) value " at ".
           03  rh-date                  pic 9(08).

       01  register-heading-2.
           03  filler                   pic x(24)
               value "Cust Ag Basis".
           03  filler                   pic x(15)
               value "          Sales".
           03  filler                   pic x(06) value "  Rate".
           03  filler                   pic x(13) value "       Earned".
           03  filler                   pic x(13) value "  Accrued was".
           03  filler                   pic x(09) value "   Posted".

       01  register-detail-line.
           03  rd-customer              pic 9(04).
           03  filler                   pic x(01).
           03  rd-agreement             pic 9(02).
           03  filler                   pic x(01).
           03  rd-basis-type            pic x(01).
           03  filler                   pic x(01).
           03  rd-basis-code            pic x(10).
           03  filler                   pic x(01).
           03  rd-sales                 pic z(11)9.99.
           03  filler                   pic x(01).
           03  rd-rate                  pic z9.99.
           03  filler                   pic x(01).
           03  rd-earned                pic z(08)9.99.
           03  filler                   pic x(01).
           03  rd-accrued               pic z(08)9.99.
           03  rd-movement              pic -(06)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "REBRUN - customer rebate accrual and settlement".
           open i-o rebate-file.
           if status-1 not = "0"
               display "Unable to open MUREBATE.DAT - status "
                       status-1 status-2
               go to endit.
           open input invoice-file.
           if inv-status not = "00"
               display "Unable to open MUINVOIC.DAT - status "
                       inv-status
               close rebate-file
               go to endit.
           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close rebate-file
               close invoice-file
               go to endit.
           open input customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close rebate-file
               close invoice-file
               close stock-file
               go to endit.

      *    With a chart of accounts on file, the keyed accounts
      *    must be on it and active.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           accept today-8 from date yyyymmdd.

       ent-ry.
           display "A-Accrue  S-Settle ended agreements  "
                   "T-Statements  Q-Quit : ".
           accept choice.
           evaluate choice
               when "A" when "a"
                   move "A" to run-mode
                   perform accrue-or-settle
                           thru accrue-or-settle-exit
               when "S" when "s"
                   move "S" to run-mode
                   perform accrue-or-settle
                           thru accrue-or-settle-exit
               when "T" when "t"
                   move "T" to run-mode
                   perform print-statements
                           thru print-statements-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

       wrap-up.
           close rebate-file.
           close invoice-file.
           close stock-file.
           close customer-file.
           if chart-on-file
               close coa-file.

       endit.
           cancel "GLPOST".
           goback.

      ***********************************************************
      * Accrual and Settlement                                   *
      ***********************************************************

       accrue-or-settle.
           display "Rebate expense GL account : ".
           accept expense-account.
           display "Rebate liability GL account : ".
           accept liability-account.
           move spaces to receivables-account.
           if mode-settle
               display "Receivables GL account : "
               accept receivables-account.
           if expense-account = spaces or liability-account = spaces
               display "GL accounts required - run refused"
               go to accrue-or-settle-exit.
           if mode-settle and receivables-account = spaces
               display "GL accounts required - run refused"
               go to accrue-or-settle-exit.
           move expense-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to accrue-or-settle-exit.
           move liability-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to accrue-or-settle-exit.
           move receivables-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to accrue-or-settle-exit.

           if mode-accrue
               display "Accrue to (YYYYMMDD, 0 for today) : "
           else
               display "Settle periods ended by (YYYYMMDD, 0 for "
                       "today) : ".
           move 0 to run-date.
           accept run-date.
           if run-date = 0
               move today-8 to run-date.
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Run cancelled"
               go to accrue-or-settle-exit.

           if mode-settle
               open i-o ar-file
               if ar-status not = "00"
                   display "Unable to open MUARITEM.DAT - status "
                           ar-status
                   go to accrue-or-settle-exit
               end-if
           end-if.
           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               if mode-settle
                   close ar-file
               end-if
               go to accrue-or-settle-exit.
           open output register-rpt.
           if rpt-status not = "00"
               display "Unable to open REBATE.LST - status "
                       rpt-status
               close journal-export
               if mode-settle
                   close ar-file
               end-if
               go to accrue-or-settle-exit.

           if mode-accrue
               move "ACCRUAL" to rh-title
           else
               move "SETTLEMENT" to rh-title.
           move run-date to rh-date.
           move register-heading-1 to register-line.
           write register-line.
           move register-heading-2 to register-line.
           write register-line.
           move spaces to register-line.
           write register-line.

           move 0 to agreements-run.
           move 0 to agreements-settled.
           move 0 to accrual-total.
           move 0 to credit-total.
           perform load-agreements thru load-agreements-exit.
           perform measure-sales thru measure-sales-exit.
           move 1 to ag-subscript.

       accrue-or-settle-loop.
           if ag-subscript > agreement-count
               go to accrue-or-settle-done.
           perform post-agreement thru post-agreement-exit.
           add 1 to ag-subscript.
           go to accrue-or-settle-loop.

       accrue-or-settle-done.
           move accrual-total to ws-signed-edited.
           move spaces to register-line.
           write register-line.
           move spaces to register-line.
           string "Agreements " agreements-run
                   "   accrual movement " ws-signed-edited
                   delimited by size into register-line.
           write register-line.
           if mode-settle
               move credit-total to ws-amount-edited
               move spaces to register-line
               string "Settled " agreements-settled
                       "   credited " ws-amount-edited
                       delimited by size into register-line
               write register-line
               close ar-file.
           close register-rpt.
           close journal-export.
           display "Agreements measured  : " agreements-run.
           display "Accrual movement     : " ws-signed-edited.
           if mode-settle
               display "Agreements settled   : " agreements-settled
               display "Credited to accounts : " ws-amount-edited.
           display "Register on REBATE.LST".

       accrue-or-settle-exit.
           exit.

      *    Trues the liability up to what is earned, then for a
      *    settlement issues the credit and closes the agreement.

       post-agreement.
           move ag-customer(ag-subscript) to rb-customer-code.
           move ag-agreement(ag-subscript) to rb-agreement.
           read rebate-file.
           if status-1 not = "0"
               go to post-agreement-exit.
           perform find-tier thru find-tier-exit.
           add 1 to agreements-run.
           move spaces to register-detail-line.
           move rb-customer-code to rd-customer.
           move rb-agreement to rd-agreement.
           move rb-basis-type to rd-basis-type.
           move rb-basis-code to rd-basis-code.
           move ag-sales(ag-subscript) to rd-sales.
           move ws-rate to rd-rate.
           move ws-earned to rd-earned.
           move rb-accrued to rd-accrued.
           if ws-earned >= rb-accrued
               compute ws-movement = ws-earned - rb-accrued
               move ws-movement to rd-movement
               add ws-movement to accrual-total
           else
               compute ws-movement = rb-accrued - ws-earned
               compute rd-movement = 0 - ws-movement
               subtract ws-movement from accrual-total.
           move register-detail-line to register-line.
           write register-line.
           if ws-movement > 0
               move run-date to jx-date
               move ws-movement to jx-amount
               move "REBATE" to jx-source
               if ws-earned > rb-accrued
                   move expense-account to jx-account
                   move "DR" to jx-dr-cr
                   write journal-export-record
                   call "GLPOST" using journal-export-record
                   move liability-account to jx-account
                   move "CR" to jx-dr-cr
                   write journal-export-record
                   call "GLPOST" using journal-export-record
               else
                   move liability-account to jx-account
                   move "DR" to jx-dr-cr
                   write journal-export-record
                   call "GLPOST" using journal-export-record
                   move expense-account to jx-account
                   move "CR" to jx-dr-cr
                   write journal-export-record
                   call "GLPOST" using journal-export-record
               end-if
           end-if.
           move ws-earned to rb-accrued.
           move run-date to rb-last-accrual-date.
           if mode-settle
               perform settle-agreement thru settle-agreement-exit.
           rewrite rebate-record.
           if status-1 not = "0"
               display "Unable to update agreement "
                       rb-customer-code "/" rb-agreement
                       " - status " status-1 status-2.

       post-agreement-exit.
           exit.

       settle-agreement.
           move rb-agreement to ws-document-agreement.
           move rb-period-to to period-end.
           move period-end-yy to ws-document-yy.
           move spaces to rb-settled-document.
           if ws-earned = 0
               go to settle-agreement-close.
           move rb-customer-code to ar-customer-code.
           move ws-document-number to ar-document-number.
           move "C" to ar-document-type.
           move run-date to ar-date.
           move run-date to ar-due-date.
           move ws-earned to ar-original-amount.
           move ws-earned to ar-open-amount.
           move "O" to ar-status-flag.
           move 0 to ar-shortpay-reason.
           move spaces to ar-tax-code.
           move 0 to ar-taxable-amount.
           move 0 to ar-tax-amount.
           move "USD" to ar-currency-code.
           move 1 to ar-currency-rate.
           move ws-earned to ar-fx-original-amount.
           move ws-earned to ar-fx-open-amount.
           write ar-item-record.
           if ar-status not = "00"
               display "Unable to raise rebate credit for "
                       rb-customer-code "/" rb-agreement
                       " - status " ar-status " - left open"
               move spaces to register-line
               string "    NOT SETTLED - credit " ws-document-number
                       " could not be written"
                       delimited by size into register-line
               write register-line
               go to settle-agreement-exit.
           move run-date to jx-date.
           move ws-earned to jx-amount.
           move "REBATE" to jx-source.
           move liability-account to jx-account.
           move "DR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move receivables-account to jx-account.
           move "CR" to jx-dr-cr.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move ws-document-number to rb-settled-document.
           add ws-earned to credit-total.
           move ws-earned to ws-amount-edited.
           move spaces to register-line.
           string "    Credited on " ws-document-number
                   "  " ws-amount-edited
                   delimited by size into register-line.
           write register-line.

       settle-agreement-close.
           move "S" to rb-status-flag.
           move ws-earned to rb-settled-amount.
           move run-date to rb-settled-date.
           add 1 to agreements-settled.

       settle-agreement-exit.
           exit.

      ***********************************************************
      * Loading and Measuring the Agreements                    *
      *    Accrual and statements take every open agreement      *
      *    begun by the run date, measured to that date;         *
      *    settlement takes the open ones ended by it, measured  *
      *    over their whole period.                              *
      ***********************************************************

       load-agreements.
           move 0 to agreement-count.
           move low-values to rb-key.
           start rebate-file key not less than rb-key.
           if status-1 not = "0"
               go to load-agreements-exit.

       load-agreements-read.
           read rebate-file next record
               at end
                   go to load-agreements-exit
           end-read.
           if not rb-open
               go to load-agreements-read.
           if rb-period-from > run-date
               go to load-agreements-read.
           if mode-settle and rb-period-to > run-date
               go to load-agreements-read.
           if agreement-count >= 200
               display "Agreement table full - customer "
                       rb-customer-code " agreement " rb-agreement
                       " left for the next run"
               go to load-agreements-read.
           add 1 to agreement-count.
           move rb-customer-code to ag-customer(agreement-count).
           move rb-agreement to ag-agreement(agreement-count).
           move rb-basis-type to ag-basis-type(agreement-count).
           move rb-basis-code to ag-basis-code(agreement-count).
           move rb-period-from to ag-from(agreement-count).
           move rb-period-to to ag-to(agreement-count).
           if rb-period-to > run-date
               move run-date to ag-to(agreement-count).
           move 0 to ag-sales(agreement-count).
           go to load-agreements-read.

       load-agreements-exit.
           exit.

      *    One pass over the invoice lines; the item is read
      *    only when a category agreement needs its category.

       measure-sales.
           if agreement-count = 0
               go to measure-sales-exit.
           move low-values to inv-key.
           start invoice-file key not less than inv-key.
           if inv-status not = "00"
               go to measure-sales-exit.

       measure-sales-read.
           read invoice-file next record
               at end
                   go to measure-sales-exit
           end-read.
           move "N" to line-stock-switch.
           move 1 to ag-subscript.

       measure-sales-match.
           if ag-subscript > agreement-count
               go to measure-sales-read.
           if ag-customer(ag-subscript) not = inv-customer-code
                   or inv-date < ag-from(ag-subscript)
                   or inv-date > ag-to(ag-subscript)
               go to measure-sales-next.
           if ag-basis-type(ag-subscript) = "I"
               if inv-stock-key = ag-basis-code(ag-subscript)
                   add inv-value to ag-sales(ag-subscript)
               end-if
               go to measure-sales-next.
           if line-stock-switch = "N"
               move inv-stock-key to stock-key
               read stock-file
               if stock-status = "00"
                   move "Y" to line-stock-switch
               else
                   move "M" to line-stock-switch
               end-if
           end-if.
           if line-stock-read
                   and stock-category = ag-basis-code(ag-subscript)
               add inv-value to ag-sales(ag-subscript).

       measure-sales-next.
           add 1 to ag-subscript.
           go to measure-sales-match.

       measure-sales-exit.
           exit.

      *    The highest tier the sales reach, its rate and the
      *    rebate earned; the record must be in rebate-record.

       find-tier.
           move 0 to tier-reached.
           move 0 to ws-rate.
           move 1 to tier-subscript.

       find-tier-loop.
           if tier-subscript > rb-tier-count or tier-subscript > 4
               go to find-tier-earned.
           if ag-sales(ag-subscript) >= rb-tier-from(tier-subscript)
               move tier-subscript to tier-reached
               move rb-tier-rate(tier-subscript) to ws-rate.
           add 1 to tier-subscript.
           go to find-tier-loop.

       find-tier-earned.
           compute ws-earned rounded =
               ag-sales(ag-subscript) * ws-rate / 100.
           compute next-tier = tier-reached + 1.

       find-tier-exit.
           exit.

      ***********************************************************
      * Customer Statements of Progress                          *
      ***********************************************************

       print-statements.
           display "Statements as at (YYYYMMDD, 0 for today) : ".
           move 0 to run-date.
           accept run-date.
           if run-date = 0
               move today-8 to run-date.
           open output statement-rpt.
           if stm-status not = "00"
               display "Unable to open REBSTMT.LST - status "
                       stm-status
               go to print-statements-exit.
           perform load-agreements thru load-agreements-exit.
           perform measure-sales thru measure-sales-exit.
           move 0 to last-customer.
           move 1 to ag-subscript.

       print-statements-loop.
           if ag-subscript > agreement-count
               go to print-statements-done.
           move ag-customer(ag-subscript) to rb-customer-code.
           move ag-agreement(ag-subscript) to rb-agreement.
           read rebate-file.
           if status-1 not = "0"
               go to print-statements-next.
           if rb-customer-code not = last-customer
               perform statement-heading
                       thru statement-heading-exit.
           perform find-tier thru find-tier-exit.
           move spaces to statement-line.
           write statement-line.
           move spaces to statement-line.
           if rb-basis-category
               string "Agreement " rb-agreement
                       " - purchases in category " rb-basis-code
                       delimited by size into statement-line
           else
               string "Agreement " rb-agreement
                       " - purchases of item " rb-basis-code
                       delimited by size into statement-line.
           write statement-line.
           move spaces to statement-line.
           string "  Period " rb-period-from " to " rb-period-to
                   delimited by size into statement-line.
           write statement-line.
           move ag-sales(ag-subscript) to ws-amount-edited.
           move spaces to statement-line.
           string "  Your purchases so far         " ws-amount-edited
                   delimited by size into statement-line.
           write statement-line.
           move ws-rate to ws-rate-edited.
           move ws-earned to ws-amount-edited.
           move spaces to statement-line.
           string "  Rebate earned at " ws-rate-edited "%        "
                   ws-amount-edited
                   delimited by size into statement-line.
           write statement-line.
           if next-tier > rb-tier-count or next-tier > 4
               move "  Top tier reached" to statement-line
               write statement-line
               go to print-statements-next.
           compute ws-sales-needed =
               rb-tier-from(next-tier) - ag-sales(ag-subscript).
           compute ws-next-rebate rounded =
               rb-tier-from(next-tier) * rb-tier-rate(next-tier)
               / 100.
           move rb-tier-from(next-tier) to ws-amount-edited.
           move rb-tier-rate(next-tier) to ws-rate-edited.
           move spaces to statement-line.
           string "  Next tier at " ws-rate-edited "% from     "
                   ws-amount-edited
                   delimited by size into statement-line.
           write statement-line.
           move ws-sales-needed to ws-amount-edited.
           move spaces to statement-line.
           string "  Still to buy to reach it      " ws-amount-edited
                   delimited by size into statement-line.
           write statement-line.
           move ws-next-rebate to ws-amount-edited.
           move spaces to statement-line.
           string "  Rebate at that level at least " ws-amount-edited
                   delimited by size into statement-line.
           write statement-line.

       print-statements-next.
           add 1 to ag-subscript.
           go to print-statements-loop.

       print-statements-done.
           close statement-rpt.
           display agreement-count " agreements on REBSTMT.LST".

       print-statements-exit.
           exit.

       statement-heading.
           move rb-customer-code to last-customer.
           move rb-customer-code to customer-code.
           read customer-file
               invalid key
                   move "** not on file **" to customer-name
                   move spaces to customer-address-1
                   move spaces to customer-address-2
           end-read.
           move spaces to statement-line.
           write statement-line.
           move all "=" to statement-line.
           write statement-line.
           move spaces to statement-line.
           string "VOLUME REBATE STATEMENT as at " run-date
                   delimited by size into statement-line.
           write statement-line.
           move spaces to statement-line.
           string "Customer " rb-customer-code "  " customer-name
                   delimited by size into statement-line.
           write statement-line.
           move customer-address-1 to statement-line.
           write statement-line.
           move customer-address-2 to statement-line.
           write statement-line.

       statement-heading-exit.
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
