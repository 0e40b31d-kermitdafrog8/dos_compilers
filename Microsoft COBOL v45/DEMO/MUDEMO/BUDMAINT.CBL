      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     BUDMAINT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Maintenance program for the GL budget file              *
      *  MUGLBUDG.DAT (see GLBUDGET.CPY), in the COAMAINT        *
      *  mould.  S sets one month's budget for an account and    *
      *  company - a zero amount removes it; Y keys a whole      *
      *  year of months in one pass; L lists an account's        *
      *  budget.  With a chart of accounts on file the account   *
      *  must be on it, active, and an income or expense         *
      *  account - balance sheet accounts are not budgeted.      *
      *                                                          *
      ************************************************************

       identification division.
       program-id. BUDMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select budget-file assign "MUGLBUDG.DAT"
                organization indexed
                access dynamic
                record key bg-key
                status file-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.
      /
       data division.

       file section.
       fd  budget-file.
           copy glbudget.cpy.

       fd  coa-file.
           copy coarec.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).

       01  choice                       pic x.
       01  ws-account                   pic x(06).
       01  ws-company                   pic x(02).
       01  ws-period                    pic 9(06).
       01  ws-period-split redefines ws-period.
           03  ws-period-year           pic 9(04).
           03  ws-period-month          pic 9(02).
       01  ws-amount                    pic 9(12)v99.
       01  ws-amount-edited             pic z(11)9.99.
       01  months-keyed                 pic 9(02).
       01  budgets-shown                pic 9(04).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "BUDMAINT - GL budget maintenance".
           open i-o budget-file.
           if status-1 not = "0"
               open output budget-file
               close budget-file
               open i-o budget-file.
           if status-1 not = "0"
               display "Unable to open MUGLBUDG.DAT - status "
                       status-1 status-2
               go to endit.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.

       ent-ry.
           display "S-Set a month  Y-Key a year  L-List  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "S" when "s"
                   perform set-month thru set-month-exit
               when "Y" when "y"
                   perform key-year thru key-year-exit
               when "L" when "l"
                   perform list-budget thru list-budget-exit
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Account and Company                                     *
      ***********************************************************

       key-account.
           display "Account : ".
           move spaces to ws-account.
           accept ws-account.
           move "N" to account-ok-switch.
           if ws-account = spaces
               go to key-account-exit.
           move ws-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to key-account-exit.
           display "Company (blank for none) : ".
           move spaces to ws-company.
           accept ws-company.

       key-account-exit.
           exit.

      ***********************************************************
      * Set / Key a Year / List                                 *
      ***********************************************************

       set-month.
           perform key-account thru key-account-exit.
           if not account-valid
               go to set-month-exit.
           display "Period (YYYYMM) : ".
           accept ws-period.
           if ws-period-month < 1 or ws-period-month > 12
               display "Period not valid"
               go to set-month-exit.
           move ws-account to bg-account.
           move ws-company to bg-company.
           move ws-period to bg-period.
           read budget-file
               invalid key
                   move 0 to bg-amount
           end-read.
           move bg-amount to ws-amount-edited.
           display "Current budget " ws-amount-edited.
           display "Budget amount (0 to remove) : ".
           accept ws-amount.
           perform store-budget thru store-budget-exit.

       set-month-exit.
           exit.

       key-year.
           perform key-account thru key-account-exit.
           if not account-valid
               go to key-year-exit.
           display "First period of the year (YYYYMM) : ".
           accept ws-period.
           if ws-period-month < 1 or ws-period-month > 12
               display "Period not valid"
               go to key-year-exit.
           move 0 to months-keyed.

       key-year-month.
           if months-keyed >= 12
               go to key-year-exit.
           move ws-account to bg-account.
           move ws-company to bg-company.
           move ws-period to bg-period.
           read budget-file
               invalid key
                   move 0 to bg-amount
           end-read.
           move bg-amount to ws-amount-edited.
           display "Budget for " ws-period " (now "
                   ws-amount-edited ") : ".
           accept ws-amount.
           perform store-budget thru store-budget-exit.
           add 1 to months-keyed.
           add 1 to ws-period-month.
           if ws-period-month > 12
               move 1 to ws-period-month
               add 1 to ws-period-year.
           go to key-year-month.

       key-year-exit.
           exit.

      *    A zero amount takes the month's budget off the file.

       store-budget.
           move ws-account to bg-account.
           move ws-company to bg-company.
           move ws-period to bg-period.
           if ws-amount = 0
               delete budget-file record
                   invalid key
                       continue
               end-delete
               go to store-budget-exit.
           move ws-amount to bg-amount.
           write gl-budget-record
               invalid key
                   rewrite gl-budget-record
           end-write.
           if status-1 not = "0"
               display "Unable to store budget - status "
                       status-1 status-2.

       store-budget-exit.
           exit.

       list-budget.
           display "Account : ".
           move spaces to ws-account.
           accept ws-account.
           if ws-account = spaces
               go to list-budget-exit.
           move 0 to budgets-shown.
           move ws-account to bg-account.
           move low-values to bg-company.
           move 0 to bg-period.
           start budget-file key not less than bg-key.
           if status-1 not = "0"
               go to list-budget-done.

       list-budget-read.
           read budget-file next record
               at end
                   go to list-budget-done
           end-read.
           if bg-account not = ws-account
               go to list-budget-done.
           add 1 to budgets-shown.
           move bg-amount to ws-amount-edited.
           display "  " bg-account "  co " bg-company
                   "  " bg-period "  " ws-amount-edited.
           go to list-budget-read.

       list-budget-done.
           display "Budget months listed : " budgets-shown.

       list-budget-exit.
           exit.

      ***********************************************************
      * Account Validation Against the Chart (see COAREC.CPY)    *
      *    Only income and expense accounts carry a budget.      *
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
                       " is not active"
               go to check-account-exit.
           if not coa-type-income and not coa-type-expense
               move "N" to account-ok-switch
               display "Account " ws-check-account
                       " is not an income or expense account".

       check-account-exit.
           exit.

       wrap-up.
           close budget-file.
           if chart-on-file
               close coa-file.

       endit.
           goback.
