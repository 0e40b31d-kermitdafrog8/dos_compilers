      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      GLFIN.CBL                           *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  GL trial balance and financial statements off the       *
      *  posting history MUGLHIST.DAT.  GLACTRPT answers "what   *
      *  went through this account"; the month-end pack wants    *
      *  the ledger as a whole.  For a keyed period (YYYYMM)     *
      *  and company - blank for consolidated - every account    *
      *  is summed: the period's debits and credits, the         *
      *  year-to-date movement from the first month of the       *
      *  fiscal year, and the balance carried through the        *
      *  period end.  Three statements follow on GLFIN.LST:      *
      *                                                          *
      *    the trial balance, debit and credit balances that     *
      *    must agree, with an out-of-balance line if not;       *
      *    the balance sheet - assets, then liabilities, with    *
      *    the earnings not yet closed out making up the         *
      *    difference - period change and balance;               *
      *    the income statement - income, then expense, and the  *
      *    net - period and year-to-date.                        *
      *                                                          *
      *  Names and types come off the chart MUCOA.DAT (see       *
      *  COAREC.CPY); an account not on the chart is listed as  *
      *  unclassified.  GLCLOSE's year-end closing entries move  *
      *  balances only - they are kept out of the period columns *
      *  and the income statement.  Routable to paper through    *
      *  the STOCKPRT spool.                                     *
      *                                                          *
      ************************************************************

       identification division.
       program-id. GLFIN.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
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

           select fin-rpt assign "GLFIN.LST"
                organization line sequential
                status rpt-status.

           select param-file assign "MURPTPRM.DAT"
                organization line sequential
                status prm-status.
      /
       data division.

       file section.
       fd  history-file.
           copy glhist.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  fin-rpt.
       01  fin-line                     pic x(80).

       fd  param-file.
           copy rptparm.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
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

       01  lines-read                   pic 9(07) value 0.
       01  table-overflow               pic 9(05) value 0.

      ***********************************************************
      * One Entry per Account Posted To                         *
      *    All movements are held debit-positive; the report    *
      *    turns liabilities and income round to read positive. *
      ***********************************************************

       01  account-table.
           03  ac-entry                 occurs 500 times.
               05  ac-account           pic x(06).
               05  ac-name              pic x(30).
               05  ac-type              pic x.
               05  ac-period-dr         pic 9(13)v99.
               05  ac-period-cr         pic 9(13)v99.
               05  ac-period-net        pic s9(13)v99.
               05  ac-ytd-net           pic s9(13)v99.
               05  ac-balance           pic s9(13)v99.

       01  account-count                pic 9(03) comp value 0.
       01  ac-subscript                 pic 9(03) comp value 0.

       01  ws-print-type                pic x.
       01  group-head-switch            pic x.
           88  group-headed                       value "Y".
       01  ws-sign                      pic s9(01).
       01  ws-col-1                     pic s9(13)v99.
       01  ws-col-2                     pic s9(13)v99.

       01  tb-period-dr                 pic 9(13)v99  value 0.
       01  tb-period-cr                 pic 9(13)v99  value 0.
       01  tb-balance-dr                pic 9(13)v99  value 0.
       01  tb-balance-cr                pic 9(13)v99  value 0.
       01  tb-difference                pic s9(13)v99 value 0.

       01  group-col-1                  pic s9(13)v99.
       01  group-col-2                  pic s9(13)v99.
       01  assets-col-1                 pic s9(13)v99 value 0.
       01  assets-col-2                 pic s9(13)v99 value 0.
       01  liabs-col-1                  pic s9(13)v99 value 0.
       01  liabs-col-2                  pic s9(13)v99 value 0.
       01  income-col-1                 pic s9(13)v99 value 0.
       01  income-col-2                 pic s9(13)v99 value 0.
       01  expense-col-1                pic s9(13)v99 value 0.
       01  expense-col-2                pic s9(13)v99 value 0.
       01  other-col-1                  pic s9(13)v99 value 0.
       01  other-col-2                  pic s9(13)v99 value 0.
       01  earnings-col-1               pic s9(13)v99 value 0.
       01  earnings-col-2               pic s9(13)v99 value 0.

      ***********************************************************
      * Report Lines                                            *
      ***********************************************************

       01  fin-head-line.
           03  fh-title                 pic x(30).
           03  filler                   pic x(07) value "Period ".
           03  fh-period                pic 9(06).
           03  filler                   pic x(10) value "  Company ".
           03  fh-company               pic x(12).

       01  tb-column-line.
           03  filler                   pic x(40)
                   value "Acct   Account name               Period".
           03  filler                   pic x(40)
                   value " Dr   Period Cr  Balance Dr  Balance Cr".

       01  tb-detail-line.
           03  td-account               pic x(06).
           03  filler                   pic x(01).
           03  td-name                  pic x(24).
           03  td-period-dr             pic z(08)9.99
                                        blank when zero.
           03  td-period-cr             pic z(08)9.99
                                        blank when zero.
           03  td-balance-dr            pic z(08)9.99
                                        blank when zero.
           03  td-balance-cr            pic z(08)9.99
                                        blank when zero.

       01  stmt-column-line.
           03  filler                   pic x(44).
           03  sc-caption-1             pic x(14).
           03  filler                   pic x(02).
           03  sc-caption-2             pic x(14).

       01  stmt-group-line.
           03  sg-caption               pic x(40).

       01  stmt-detail-line.
           03  filler                   pic x(02).
           03  sd-account               pic x(06).
           03  filler                   pic x(02).
           03  sd-name                  pic x(30).
           03  filler                   pic x(04).
           03  sd-col-1                 pic -(10)9.99.
           03  filler                   pic x(02).
           03  sd-col-2                 pic -(10)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "GLFIN - trial balance and financial statements".
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

           open input history-file.
           if status-1 not = "0"
               display "Unable to open MUGLHIST.DAT - status "
                       status-1 status-2
               go to endit.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.
           open output fin-rpt.
           if rpt-status not = "00"
               display "Unable to open GLFIN.LST - status "
                       rpt-status
               go to close-files.

           perform load-accounts thru load-accounts-exit.
           perform name-accounts thru name-accounts-exit.
           perform print-trial-balance thru print-trial-balance-exit.
           perform print-balance-sheet thru print-balance-sheet-exit.
           perform print-income-statement
                   thru print-income-statement-exit.
           close fin-rpt.

           display "History lines read : " lines-read.
           display "Accounts reported  : " account-count.
           if table-overflow > 0
               display "Accounts beyond the table limit : "
                       table-overflow.
           if tb-difference not = 0
               display "** Trial balance is out of balance **".
           display "Spool the statements to the printer (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform spool-report thru spool-report-exit.

       close-files.
           close history-file.
           if chart-on-file
               close coa-file.

       endit.
           goback.

      ***********************************************************
      *    The history is in account order, so an account's      *
      *    lines arrive together - a change of account opens     *
      *    the next table entry.                                 *
      ***********************************************************

       load-accounts.
           move low-values to gh-key.
           start history-file key not less than gh-key.
           if status-1 not = "0"
               go to load-accounts-exit.

       load-accounts-read.
           read history-file next record
               at end
                   go to load-accounts-exit
           end-read.
           if gh-period > report-period
               go to load-accounts-read.
           if filter-company not = spaces
                   and gh-company not = filter-company
               go to load-accounts-read.
           add 1 to lines-read.
           if account-count = 0
               go to load-accounts-add.
           if ac-account (account-count) = gh-account
               go to load-accounts-amount.

       load-accounts-add.
           if account-count >= 500
               add 1 to table-overflow
               go to load-accounts-read.
           add 1 to account-count.
           move gh-account to ac-account (account-count).
           move spaces to ac-name (account-count).
           move space to ac-type (account-count).
           move 0 to ac-period-dr (account-count).
           move 0 to ac-period-cr (account-count).
           move 0 to ac-period-net (account-count).
           move 0 to ac-ytd-net (account-count).
           move 0 to ac-balance (account-count).

       load-accounts-amount.
           move account-count to ac-subscript.
           if gh-dr-cr = "DR"
               move 1 to ws-sign
           else
               move -1 to ws-sign.
           compute ac-balance (ac-subscript) =
               ac-balance (ac-subscript) + ws-sign * gh-amount.
      *    The year-end closing entries move the balance but are
      *    not part of any period's trading.
           if gh-source = "GLCLOSE"
               go to load-accounts-read.
           if gh-period >= ytd-start-period
               compute ac-ytd-net (ac-subscript) =
                   ac-ytd-net (ac-subscript) + ws-sign * gh-amount.
           if gh-period not = report-period
               go to load-accounts-read.
           compute ac-period-net (ac-subscript) =
               ac-period-net (ac-subscript) + ws-sign * gh-amount.
           if gh-dr-cr = "DR"
               add gh-amount to ac-period-dr (ac-subscript)
           else
               add gh-amount to ac-period-cr (ac-subscript).
           go to load-accounts-read.

       load-accounts-exit.
           exit.

       name-accounts.
           move 0 to ac-subscript.

       name-accounts-next.
           if ac-subscript >= account-count
               go to name-accounts-exit.
           add 1 to ac-subscript.
           move "** not on the chart **" to ac-name (ac-subscript).
           if not chart-on-file
               go to name-accounts-next.
           move ac-account (ac-subscript) to coa-account.
           read coa-file.
           if coa-status not = "00"
               go to name-accounts-next.
           move coa-name to ac-name (ac-subscript).
           if coa-type-asset or coa-type-liability
                   or coa-type-income or coa-type-expense
               move coa-type to ac-type (ac-subscript).
           go to name-accounts-next.

       name-accounts-exit.
           exit.

       print-heading.
           move report-period to fh-period.
           if filter-company = spaces
               move "Consolidated" to fh-company
           else
               move filter-company to fh-company.
           write fin-line from fin-head-line.
           move spaces to fin-line.
           write fin-line.

      ***********************************************************
      * Trial Balance                                            *
      ***********************************************************

       print-trial-balance.
           move "TRIAL BALANCE" to fh-title.
           perform print-heading.
           write fin-line from tb-column-line.
           move 0 to ac-subscript.

       print-trial-balance-next.
           if ac-subscript >= account-count
               go to print-trial-balance-total.
           add 1 to ac-subscript.
           move spaces to tb-detail-line.
           move ac-account (ac-subscript) to td-account.
           move ac-name (ac-subscript) to td-name.
           move ac-period-dr (ac-subscript) to td-period-dr.
           move ac-period-cr (ac-subscript) to td-period-cr.
           add ac-period-dr (ac-subscript) to tb-period-dr.
           add ac-period-cr (ac-subscript) to tb-period-cr.
           move 0 to td-balance-dr.
           move 0 to td-balance-cr.
           if ac-balance (ac-subscript) < 0
               compute ws-col-1 = 0 - ac-balance (ac-subscript)
               move ws-col-1 to td-balance-cr
               add ws-col-1 to tb-balance-cr
           else
               move ac-balance (ac-subscript) to td-balance-dr
               add ac-balance (ac-subscript) to tb-balance-dr.
           write fin-line from tb-detail-line.
           go to print-trial-balance-next.

       print-trial-balance-total.
           move spaces to tb-detail-line.
           move "Totals" to td-name.
           move tb-period-dr to td-period-dr.
           move tb-period-cr to td-period-cr.
           move tb-balance-dr to td-balance-dr.
           move tb-balance-cr to td-balance-cr.
           write fin-line from tb-detail-line.
           compute tb-difference = tb-balance-dr - tb-balance-cr.
           if tb-difference not = 0
               move spaces to stmt-detail-line
               move "** OUT OF BALANCE BY" to sd-name
               move tb-difference to sd-col-2
               write fin-line from stmt-detail-line.
           move spaces to fin-line.
           write fin-line.

       print-trial-balance-exit.
           exit.

      ***********************************************************
      *    Balance sheet.  Income and expense not yet closed to  *
      *    retained earnings are shown as current earnings, so   *
      *    the two sides agree whenever the trial balance does.  *
      ***********************************************************

       print-balance-sheet.
           move "BALANCE SHEET" to fh-title.
           perform print-heading.
           move "Period change" to sc-caption-1.
           move "       Balance" to sc-caption-2.
           write fin-line from stmt-column-line.

           move "ASSETS" to sg-caption.
           write fin-line from stmt-group-line.
           move "A" to ws-print-type.
           move 1 to ws-sign.
           perform print-balance-group thru print-balance-group-exit.
           move group-col-1 to assets-col-1.
           move group-col-2 to assets-col-2.
           move "Total assets" to sd-name.
           perform print-total-line.

           move "LIABILITIES" to sg-caption.
           write fin-line from stmt-group-line.
           move "L" to ws-print-type.
           move -1 to ws-sign.
           perform print-balance-group thru print-balance-group-exit.
           move group-col-1 to liabs-col-1.
           move group-col-2 to liabs-col-2.
           move 0 to ac-subscript.
           move 0 to earnings-col-1.
           move 0 to earnings-col-2.
           perform add-earnings thru add-earnings-exit
                   account-count times.
           move spaces to stmt-detail-line.
           move "Current earnings not closed" to sd-name.
           move earnings-col-1 to sd-col-1.
           move earnings-col-2 to sd-col-2.
           write fin-line from stmt-detail-line.
           add earnings-col-1 to liabs-col-1.
           add earnings-col-2 to liabs-col-2.
           move liabs-col-1 to group-col-1.
           move liabs-col-2 to group-col-2.
           move "Total liabilities and earnings" to sd-name.
           perform print-total-line.

           move space to ws-print-type.
           move 1 to ws-sign.
           perform print-balance-group thru print-balance-group-exit.
           move group-col-1 to other-col-1.
           move group-col-2 to other-col-2.
           if other-col-1 not = 0 or other-col-2 not = 0
               move "Total unclassified (debit)" to sd-name
               perform print-total-line.

       print-balance-sheet-exit.
           exit.

       print-balance-group.
           move "N" to group-head-switch.
           move 0 to group-col-1.
           move 0 to group-col-2.
           move 0 to ac-subscript.

       print-balance-group-next.
           if ac-subscript >= account-count
               go to print-balance-group-exit.
           add 1 to ac-subscript.
           if ac-type (ac-subscript) not = ws-print-type
               go to print-balance-group-next.
           if ws-print-type = space and not group-headed
               move "Y" to group-head-switch
               move "UNCLASSIFIED" to sg-caption
               write fin-line from stmt-group-line.
           compute ws-col-1 = ws-sign * ac-period-net (ac-subscript).
           compute ws-col-2 = ws-sign * ac-balance (ac-subscript).
           perform print-account-line.
           go to print-balance-group-next.

       print-balance-group-exit.
           exit.

       add-earnings.
           add 1 to ac-subscript.
           if ac-type (ac-subscript) = "I" or "E"
               subtract ac-period-net (ac-subscript)
                       from earnings-col-1
               subtract ac-balance (ac-subscript)
                       from earnings-col-2.

       add-earnings-exit.
           exit.

      ***********************************************************
      * Income Statement                                         *
      ***********************************************************

       print-income-statement.
           move "INCOME STATEMENT" to fh-title.
           perform print-heading.
           move "        Period" to sc-caption-1.
           move "  Year to date" to sc-caption-2.
           write fin-line from stmt-column-line.

           move "INCOME" to sg-caption.
           write fin-line from stmt-group-line.
           move "I" to ws-print-type.
           move -1 to ws-sign.
           perform print-income-group thru print-income-group-exit.
           move group-col-1 to income-col-1.
           move group-col-2 to income-col-2.
           move "Total income" to sd-name.
           perform print-total-line.

           move "EXPENSE" to sg-caption.
           write fin-line from stmt-group-line.
           move "E" to ws-print-type.
           move 1 to ws-sign.
           perform print-income-group thru print-income-group-exit.
           move group-col-1 to expense-col-1.
           move group-col-2 to expense-col-2.
           move "Total expense" to sd-name.
           perform print-total-line.

           compute group-col-1 = income-col-1 - expense-col-1.
           compute group-col-2 = income-col-2 - expense-col-2.
           move "NET INCOME" to sd-name.
           perform print-total-line.

       print-income-statement-exit.
           exit.

       print-income-group.
           move 0 to group-col-1.
           move 0 to group-col-2.
           move 0 to ac-subscript.

       print-income-group-next.
           if ac-subscript >= account-count
               go to print-income-group-exit.
           add 1 to ac-subscript.
           if ac-type (ac-subscript) not = ws-print-type
               go to print-income-group-next.
           compute ws-col-1 = ws-sign * ac-period-net (ac-subscript).
           compute ws-col-2 = ws-sign * ac-ytd-net (ac-subscript).
           perform print-account-line.
           go to print-income-group-next.

       print-income-group-exit.
           exit.

       print-account-line.
           move spaces to stmt-detail-line.
           move ac-account (ac-subscript) to sd-account.
           move ac-name (ac-subscript) to sd-name.
           move ws-col-1 to sd-col-1.
           move ws-col-2 to sd-col-2.
           write fin-line from stmt-detail-line.
           add ws-col-1 to group-col-1.
           add ws-col-2 to group-col-2.

      *    sd-name is loaded by the caller.

       print-total-line.
           move spaces to sd-account.
           move group-col-1 to sd-col-1.
           move group-col-2 to sd-col-2.
           write fin-line from stmt-detail-line.
           move spaces to fin-line.
           write fin-line.

      ***********************************************************
      *    The statements go to paper the same way RPTRUN routes *
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
           move "GLFIN.LST" to parm-text.
           write report-parm-record.
           close param-file.
           call "STOCKPRT".
           cancel "STOCKPRT".

       spool-report-exit.
           exit.
