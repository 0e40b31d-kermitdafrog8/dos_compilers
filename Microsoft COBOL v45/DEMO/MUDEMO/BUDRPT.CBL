      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      BUDRPT.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Budget-versus-actual report.  For a keyed period        *
      *  (YYYYMM) and company - blank for consolidated - every   *
      *  income and expense account with a budget on            *
      *  MUGLBUDG.DAT (see GLBUDGET.CPY) or activity on the     *
      *  posting history MUGLHIST.DAT is compared, month and     *
      *  year-to-date from the first month of the fiscal year:  *
      *  budget, actual, variance in amount and percent.         *
      *  Figures run the way the account does - income as a     *
      *  credit, expense as a debit - so a positive variance is  *
      *  more income or more spending.  An expense account whose *
      *  spending exceeds budget by more than the keyed          *
      *  tolerance percent is flagged OVER; an income account    *
      *  that falls short by more than it is flagged SHORT.      *
      *  Output is BUDRPT.LST, routable to paper through the     *
      *  STOCKPRT spool.                                         *
      *                                                          *
      ************************************************************

       identification division.
       program-id. BUDRPT.
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
                status bud-status.

           select history-file assign "MUGLHIST.DAT"
                organization indexed
                access dynamic
                record key gh-key
                status file-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select budget-rpt assign "BUDRPT.LST"
                organization line sequential
                status rpt-status.

           select param-file assign "MURPTPRM.DAT"
                organization line sequential
                status prm-status.
      /
       data division.

       file section.
       fd  budget-file.
           copy glbudget.cpy.

       fd  history-file.
           copy glhist.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  budget-rpt.
       01  budget-line                  pic x(80).

       fd  param-file.
           copy rptparm.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  bud-status                   pic xx.
       01  coa-status                   pic xx.
       01  rpt-status                   pic xx.
       01  prm-status                   pic xx.

       01  yesno                        pic x.
       01  report-period                pic 9(06).
       01  report-period-split redefines report-period.
           03  rp-year                  pic 9(04).
           03  rp-month                 pic 9(02).
       01  fiscal-start-month           pic 9(02).
       01  ytd-start-period             pic 9(06).
       01  filter-company               pic x(02) value spaces.
       01  tolerance-percent            pic 9(03)v9.

       01  ws-account                   pic x(06).
       01  ws-sign                      pic s9(01).
       01  ws-budget                    pic s9(13)v99.
       01  ws-actual                    pic s9(13)v99.
       01  ws-variance                  pic s9(13)v99.
       01  ws-allowance                 pic s9(13)v99.
       01  ws-percent                   pic s9(05)v9.
       01  ws-print-type                pic x.

       01  account-flag-switch          pic x.
           88  account-flagged                    value "Y".
       01  accounts-flagged             pic 9(04) value 0.
       01  table-overflow               pic 9(05) value 0.

      ***********************************************************
      * One Entry per Account Budgeted or Posted To             *
      *    Actuals are held debit-positive as posted; budgets    *
      *    as keyed, the way the account runs.                   *
      ***********************************************************

       01  account-table.
           03  ac-entry                 occurs 500 times.
               05  ac-account           pic x(06).
               05  ac-name              pic x(30).
               05  ac-type              pic x.
               05  ac-budget-month      pic s9(13)v99.
               05  ac-budget-ytd        pic s9(13)v99.
               05  ac-actual-month      pic s9(13)v99.
               05  ac-actual-ytd        pic s9(13)v99.
               05  ac-printed-switch    pic x.
                   88  ac-printed                 value "Y".

       01  account-count                pic 9(03) comp value 0.
       01  ac-subscript                 pic 9(03) comp value 0.
       01  best-subscript               pic 9(03) comp value 0.

       01  group-budget-month           pic s9(13)v99.
       01  group-budget-ytd             pic s9(13)v99.
       01  group-actual-month           pic s9(13)v99.
       01  group-actual-ytd             pic s9(13)v99.

      ***********************************************************
      * Report Lines                                            *
      ***********************************************************

       01  budget-head-line.
           03  filler                   pic x(27)
                   value "BUDGET VERSUS ACTUAL  ".
           03  filler                   pic x(07) value "Period ".
           03  bh-period                pic 9(06).
           03  filler                   pic x(10) value "  Company ".
           03  bh-company               pic x(12).
           03  filler                   pic x(12)
                   value "  Tolerance ".
           03  bh-tolerance             pic zz9.9.
           03  filler                   pic x(01) value "%".

       01  budget-column-line.
           03  filler                   pic x(40)
                   value "Acct   Account name                  Bud".
           03  filler                   pic x(40)
                   value "get      Actual    Variance      %".

       01  budget-group-line.
           03  bgl-caption              pic x(40).

       01  budget-detail-line.
           03  bd-account               pic x(06).
           03  filler                   pic x(01).
           03  bd-name                  pic x(18).
           03  filler                   pic x(01).
           03  bd-caption               pic x(05).
           03  bd-budget                pic z(08)9.99.
           03  bd-actual                pic -(08)9.99.
           03  bd-variance              pic -(08)9.99.
           03  bd-percent               pic -(04)9.9.
           03  filler                   pic x(01).
           03  bd-flag                  pic x(05).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "BUDRPT - budget versus actual".
           display "Period (YYYYMM) : ".
           accept report-period.
           if report-period not numeric or rp-month < 1
                   or rp-month > 12
               display "Period not valid"
               go to endit.
           display "First month of the fiscal year (01-12, 0 for "
                   "January) : ".
           accept fiscal-start-month.
           if fiscal-start-month = 0 or fiscal-start-month > 12
               move 1 to fiscal-start-month.
           if rp-month < fiscal-start-month
               compute ytd-start-period =
                   (rp-year - 1) * 100 + fiscal-start-month
           else
               compute ytd-start-period =
                   rp-year * 100 + fiscal-start-month.
           display "Company (blank for consolidated) : ".
           accept filter-company.
           display "Over-budget tolerance percent (999.9) : ".
           accept tolerance-percent.

      *    Without the chart there is no telling income from
      *    expense, and no knowing which way a variance cuts.
           open input coa-file.
           if coa-status not = "00"
               display "MUCOA.DAT is needed to classify accounts "
                       "- status " coa-status
               go to endit.
           open input budget-file.
           if bud-status not = "00"
               display "Unable to open MUGLBUDG.DAT - status "
                       bud-status
               close coa-file
               go to endit.
           open input history-file.
           if status-1 not = "0"
               display "Unable to open MUGLHIST.DAT - status "
                       status-1 status-2
               close coa-file
               close budget-file
               go to endit.
           open output budget-rpt.
           if rpt-status not = "00"
               display "Unable to open BUDRPT.LST - status "
                       rpt-status
               go to close-files.

           perform load-budgets thru load-budgets-exit.
           perform load-actuals thru load-actuals-exit.
           perform print-report thru print-report-exit.
           close budget-rpt.

           display "Accounts compared  : " account-count.
           display "Accounts flagged   : " accounts-flagged.
           if table-overflow > 0
               display "Accounts beyond the table limit : "
                       table-overflow.
           display "Spool the report to the printer (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform spool-report thru spool-report-exit.

       close-files.
           close budget-file.
           close history-file.
           close coa-file.

       endit.
           goback.

      ***********************************************************
      * Budgets for the Fiscal Year to the Period                *
      ***********************************************************

       load-budgets.
           move low-values to bg-key.
           start budget-file key not less than bg-key.
           if bud-status not = "00"
               go to load-budgets-exit.

       load-budgets-read.
           read budget-file next record
               at end
                   go to load-budgets-exit
           end-read.
           if bg-period < ytd-start-period
                   or bg-period > report-period
               go to load-budgets-read.
           if filter-company not = spaces
                   and bg-company not = filter-company
               go to load-budgets-read.
           move bg-account to ws-account.
           perform find-account thru find-account-exit.
           if ac-subscript = 0
               go to load-budgets-read.
           add bg-amount to ac-budget-ytd (ac-subscript).
           if bg-period = report-period
               add bg-amount to ac-budget-month (ac-subscript).
           go to load-budgets-read.

       load-budgets-exit.
           exit.

      ***********************************************************
      * Actuals Posted in the Fiscal Year to the Period          *
      ***********************************************************

       load-actuals.
           move low-values to gh-key.
           start history-file key not less than gh-key.
           if status-1 not = "0"
               go to load-actuals-exit.

       load-actuals-read.
           read history-file next record
               at end
                   go to load-actuals-exit
           end-read.
           if gh-period < ytd-start-period
                   or gh-period > report-period
               go to load-actuals-read.
           if filter-company not = spaces
                   and gh-company not = filter-company
               go to load-actuals-read.
           if gh-source = "GLCLOSE"
               go to load-actuals-read.
           move gh-account to ws-account.
           perform find-account thru find-account-exit.
           if ac-subscript = 0
               go to load-actuals-read.
           if gh-dr-cr = "DR"
               move 1 to ws-sign
           else
               move -1 to ws-sign.
           compute ac-actual-ytd (ac-subscript) =
               ac-actual-ytd (ac-subscript) + ws-sign * gh-amount.
           if gh-period = report-period
               compute ac-actual-month (ac-subscript) =
                   ac-actual-month (ac-subscript)
                       + ws-sign * gh-amount.
           go to load-actuals-read.

       load-actuals-exit.
           exit.

      *    Finds the account's entry, adding it on first sight.  *
      *    Only income and expense accounts on the chart get an *
      *    entry - ac-subscript comes back 0 for anything else.  *

       find-account.
           move 0 to best-subscript.

       find-account-scan.
           if best-subscript >= account-count
               go to find-account-add.
           add 1 to best-subscript.
           if ac-account (best-subscript) not = ws-account
               go to find-account-scan.
           move best-subscript to ac-subscript.
           go to find-account-exit.

       find-account-add.
           move 0 to ac-subscript.
           move ws-account to coa-account.
           read coa-file.
           if coa-status not = "00"
               go to find-account-exit.
           if not coa-type-income and not coa-type-expense
               go to find-account-exit.
           if account-count >= 500
               add 1 to table-overflow
               go to find-account-exit.
           add 1 to account-count.
           move account-count to ac-subscript.
           move ws-account to ac-account (ac-subscript).
           move coa-name to ac-name (ac-subscript).
           move coa-type to ac-type (ac-subscript).
           move 0 to ac-budget-month (ac-subscript).
           move 0 to ac-budget-ytd (ac-subscript).
           move 0 to ac-actual-month (ac-subscript).
           move 0 to ac-actual-ytd (ac-subscript).
           move "N" to ac-printed-switch (ac-subscript).

       find-account-exit.
           exit.

      ***********************************************************
      * The Report - Income, then Expense, in Account Order      *
      ***********************************************************

       print-report.
           move report-period to bh-period.
           if filter-company = spaces
               move "Consolidated" to bh-company
           else
               move filter-company to bh-company.
           move tolerance-percent to bh-tolerance.
           write budget-line from budget-head-line.
           move spaces to budget-line.
           write budget-line.
           write budget-line from budget-column-line.

           move "INCOME" to bgl-caption.
           move "I" to ws-print-type.
           move -1 to ws-sign.
           perform print-group thru print-group-exit.
           move "EXPENSE" to bgl-caption.
           move "E" to ws-print-type.
           move 1 to ws-sign.
           perform print-group thru print-group-exit.

       print-report-exit.
           exit.

       print-group.
           move spaces to budget-line.
           write budget-line.
           write budget-line from budget-group-line.
           move 0 to group-budget-month.
           move 0 to group-budget-ytd.
           move 0 to group-actual-month.
           move 0 to group-actual-ytd.

       print-group-next.
           move 0 to best-subscript.
           move 0 to ac-subscript.

       print-group-lowest.
           if ac-subscript >= account-count
               go to print-group-found.
           add 1 to ac-subscript.
           if ac-printed (ac-subscript)
                   or ac-type (ac-subscript) not = ws-print-type
               go to print-group-lowest.
           if best-subscript = 0
               move ac-subscript to best-subscript
               go to print-group-lowest.
           if ac-account (ac-subscript) < ac-account (best-subscript)
               move ac-subscript to best-subscript.
           go to print-group-lowest.

       print-group-found.
           if best-subscript = 0
               go to print-group-total.
           move best-subscript to ac-subscript.
           move "Y" to ac-printed-switch (ac-subscript).
           move "N" to account-flag-switch.
           move spaces to budget-detail-line.
           move ac-account (ac-subscript) to bd-account.
           move ac-name (ac-subscript) to bd-name.
           move "Month" to bd-caption.
           move ac-budget-month (ac-subscript) to ws-budget.
           compute ws-actual = ws-sign * ac-actual-month (ac-subscript).
           perform print-comparison thru print-comparison-exit.
           move spaces to budget-detail-line.
           move "YTD" to bd-caption.
           move ac-budget-ytd (ac-subscript) to ws-budget.
           compute ws-actual = ws-sign * ac-actual-ytd (ac-subscript).
           perform print-comparison thru print-comparison-exit.
           if account-flagged
               add 1 to accounts-flagged.
           add ac-budget-month (ac-subscript) to group-budget-month.
           add ac-budget-ytd (ac-subscript) to group-budget-ytd.
           compute group-actual-month = group-actual-month
               + ws-sign * ac-actual-month (ac-subscript).
           compute group-actual-ytd = group-actual-ytd
               + ws-sign * ac-actual-ytd (ac-subscript).
           go to print-group-next.

       print-group-total.
           move spaces to budget-detail-line.
           move "Total" to bd-name.
           move "Month" to bd-caption.
           move group-budget-month to ws-budget.
           move group-actual-month to ws-actual.
           perform print-comparison thru print-comparison-exit.
           move spaces to budget-detail-line.
           move "YTD" to bd-caption.
           move group-budget-ytd to ws-budget.
           move group-actual-ytd to ws-actual.
           perform print-comparison thru print-comparison-exit.

       print-group-exit.
           exit.

      *    Variance is actual less budget.  The tolerance is a   *
      *    percentage of the budget; with no budget at all, any  *
      *    spending is over and any income shortfall impossible. *

       print-comparison.
           compute ws-variance = ws-actual - ws-budget.
           move ws-budget to bd-budget.
           move ws-actual to bd-actual.
           move ws-variance to bd-variance.
           move 0 to ws-percent.
           if ws-budget not = 0
               compute ws-percent rounded =
                   ws-variance * 100 / ws-budget.
           move ws-percent to bd-percent.
           compute ws-allowance rounded =
               ws-budget * tolerance-percent / 100.
           if bd-account not = spaces
               if ws-print-type = "E" and ws-variance > ws-allowance
                   move "OVER" to bd-flag
                   move "Y" to account-flag-switch
               end-if
               if ws-print-type = "I"
                       and 0 - ws-variance > ws-allowance
                   move "SHORT" to bd-flag
                   move "Y" to account-flag-switch
               end-if
           end-if.
           write budget-line from budget-detail-line.

       print-comparison-exit.
           exit.

      ***********************************************************
      *    The report goes to paper the same way RPTRUN routes   *
      *    a listing - through the STOCKPRT spool.               *
      ***********************************************************

       spool-report.
           open output param-file.
           if prm-status not = "00"
               display "Unable to hand off to STOCKPRT - status "
                       prm-status
               go to spool-report-exit.
           move "STOCKPRT" to parm-program.
           move 0 to parm-date-1.
           move 0 to parm-date-2.
           move "BUDRPT.LST" to parm-text.
           write report-parm-record.
           close param-file.
           call "STOCKPRT".
           cancel "STOCKPRT".

       spool-report-exit.
           exit.
