      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     GLCLOSE.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Fiscal year-end close of the GL.  MONTHEND closes the   *
      *  stock ledger period; this closes the books.  A          *
      *  supervisor from MUSUPVR.DAT keys the last period of     *
      *  the fiscal year and the retained earnings account, and  *
      *  the company signed on at MUDEMO (MUCURRCO.DAT) is       *
      *  closed - each company is closed in its own run.  Every  *
      *  income and expense account on the chart MUCOA.DAT is    *
      *  summed off MUGLHIST.DAT through the year end, and a     *
      *  closing line dated the last day of the year takes each  *
      *  balance to nil, the net going to retained earnings.     *
      *  The lines go to GLJRNL.DAT and GLPOST with source       *
      *  GLCLOSE and are listed on GLCLOSE.LST.  The year is     *
      *  then recorded on MUGLCLOS.DAT (see GLCLOSED.CPY) and    *
      *  no further posting dated in it is accepted.  The chart  *
      *  has no equity type, so retained earnings is kept as a   *
      *  liability account.                                      *
      *                                                          *
      ************************************************************

       identification division.
       program-id. GLCLOSE.
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

           select closed-file assign "MUGLCLOS.DAT"
                organization line sequential
                status cls-status.

           select supv-file assign "MUSUPVR.DAT"
                organization line sequential
                status supv-status.

           select current-co-file assign "MUCURRCO.DAT"
                organization line sequential
                status cur-co-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.

           select close-rpt assign "GLCLOSE.LST"
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

       fd  closed-file.
           copy glclosed.cpy.

       fd  supv-file.
       01  supv-line                    pic x(08).

       fd  current-co-file.
       01  current-co-line              pic x(02).

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).

       fd  close-rpt.
       01  close-line                   pic x(80).

       fd  param-file.
           copy rptparm.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  coa-status                   pic xx.
       01  cls-status                   pic xx.
       01  supv-status                  pic xx.
       01  cur-co-status                pic xx.
       01  exp-status                   pic xx    value spaces.
       01  rpt-status                   pic xx.
       01  prm-status                   pic xx.

       01  ws-supervisor-id             pic x(08).
       01  supv-ok-switch               pic x     value "N".
           88  supervisor-authorized              value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  ws-current-company           pic x(02) value spaces.

       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  current-period               pic 9(06).
       01  year-end-period              pic 9(06).
       01  year-end-split redefines year-end-period.
           03  ye-year                  pic 9(04).
           03  ye-month                 pic 9(02).
       01  closing-date                 pic 9(08).
       01  retained-account             pic x(06).
       01  ws-remainder                 pic 9(04).
       01  ws-quotient                  pic 9(04).

       01  month-length-values.
           03  filler                   pic x(24) value
               "312831303130313130313031".
       01  month-length-table redefines month-length-values.
           03  month-length             pic 9(02) occurs 12 times.

       01  ws-sign                      pic s9(01).
       01  net-result                   pic s9(13)v99 value 0.
       01  ws-net-edited                pic -(12)9.99.
       01  lines-read                   pic 9(07) value 0.
       01  lines-posted                 pic 9(05) value 0.
       01  accounts-skipped             pic 9(05) value 0.
       01  table-overflow               pic 9(05) value 0.

      ***********************************************************
      * Income and Expense Accounts Being Closed                 *
      *    Balances are held debit-positive.                     *
      ***********************************************************

       01  account-table.
           03  ac-entry                 occurs 500 times.
               05  ac-account           pic x(06).
               05  ac-name              pic x(30).
               05  ac-balance           pic s9(13)v99.

       01  account-count                pic 9(03) comp value 0.
       01  ac-subscript                 pic 9(03) comp value 0.
       01  last-account                 pic x(06) value spaces.
       01  last-account-switch          pic x     value "N".
           88  last-account-closes                value "Y".

      ***********************************************************
      * Closed Years, One Entry per Company                      *
      ***********************************************************

       01  closed-table.
           03  cl-entry                 occurs 50 times.
               05  cl-company           pic x(02).
               05  cl-closed-period     pic 9(06).
               05  cl-closed-date       pic 9(08).
               05  cl-closed-by         pic x(08).

       01  closed-count                 pic 9(02) comp value 0.
       01  cl-subscript                 pic 9(02) comp value 0.

      ***********************************************************
      * Report Lines                                            *
      ***********************************************************

       01  close-head-line.
           03  filler                   pic x(22)
                   value "GL year-end close to ".
           03  ch-year-end              pic 9(06).
           03  filler                   pic x(10) value "  Company ".
           03  ch-company               pic x(02).
           03  filler                   pic x(06) value "  sup=".
           03  ch-supervisor            pic x(08).

       01  close-column-line.
           03  filler                   pic x(40)
                   value "Acct    Account name                   ".
           03  filler                   pic x(40)
                   value "         Debit        Credit".

       01  close-detail-line.
           03  cd-account               pic x(06).
           03  filler                   pic x(02).
           03  cd-name                  pic x(30).
           03  filler                   pic x(02).
           03  cd-debit                 pic z(10)9.99
                                        blank when zero.
           03  filler                   pic x(01).
           03  cd-credit                pic z(10)9.99
                                        blank when zero.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "GLCLOSE - fiscal year-end GL close".
           display "Supervisor ID : ".
           accept ws-supervisor-id.
           perform check-supervisor thru check-supervisor-exit.
           if not supervisor-authorized
               display "Not an authorized supervisor - refused"
               go to endit.
           open input coa-file.
           if coa-status not = "00"
               display "MUCOA.DAT is needed to find the income and "
                       "expense accounts - status " coa-status
               go to endit.
           perform read-current-company
                   thru read-current-company-exit.
           perform load-closed thru load-closed-exit.
           accept today-8 from date yyyymmdd.
           divide today-8 by 100 giving current-period.

           display "Closing company : " ws-current-company.
           if cl-subscript not = 0
               display "Closed through  : "
                       cl-closed-period (cl-subscript).
           display "Last period of the fiscal year (YYYYMM) : ".
           accept year-end-period.
           if year-end-period not numeric or ye-month < 1
                   or ye-month > 12
               display "Period not valid"
               go to close-chart.
           if year-end-period >= current-period
               display "The year has not ended - refused"
               go to close-chart.
           if cl-subscript not = 0
               if year-end-period <= cl-closed-period (cl-subscript)
                   display "That year is already closed - refused"
                   go to close-chart.
           display "Retained earnings account : ".
           move spaces to retained-account.
           accept retained-account.
           move retained-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to close-chart.
           if not coa-type-liability
               display "Retained earnings must be a liability "
                       "account - refused"
               go to close-chart.

           open input history-file.
           if status-1 not = "0"
               display "Unable to open MUGLHIST.DAT - status "
                       status-1 status-2
               go to close-chart.
           perform load-balances thru load-balances-exit.
           close history-file.
           if table-overflow > 0
               display "More than 500 accounts to close - refused"
               go to close-chart.
           if account-count = 0
               display "No income or expense balances to close".
           move net-result to ws-net-edited.
           display "Accounts to close       : " account-count.
           display "Net to retained earnings: " ws-net-edited
                   "  (negative is a profit)".
           if accounts-skipped > 0
               display "Accounts not on the chart, left open : "
                       accounts-skipped.
           display "Close the year (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Year-end close abandoned"
               go to close-chart.

           perform set-closing-date thru set-closing-date-exit.
           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               go to close-chart.
           open output close-rpt.
           if rpt-status not = "00"
               display "Unable to open GLCLOSE.LST - status "
                       rpt-status
               close journal-export
               go to close-chart.
           perform post-closing thru post-closing-exit.
           close journal-export.
           close close-rpt.
           perform save-closed thru save-closed-exit.
           display "Closing lines posted : " lines-posted.
           display "Year " year-end-period " closed".
           display "Spool the closing register to the printer "
                   "(Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform spool-report thru spool-report-exit.

       close-chart.
           close coa-file.

       endit.
           cancel "GLPOST".
           goback.

      ***********************************************************
      *    History arrives in account order.  Each new account   *
      *    is looked up once on the chart; only income and       *
      *    expense accounts are carried.                         *
      ***********************************************************

       load-balances.
           move low-values to gh-key.
           start history-file key not less than gh-key.
           if status-1 not = "0"
               go to load-balances-exit.

       load-balances-read.
           read history-file next record
               at end
                   go to load-balances-exit
           end-read.
           if gh-period > year-end-period
               go to load-balances-read.
           if gh-company not = ws-current-company
               go to load-balances-read.
           add 1 to lines-read.
           if gh-account not = last-account
               perform new-account thru new-account-exit.
           if not last-account-closes
               go to load-balances-read.
           if gh-dr-cr = "DR"
               move 1 to ws-sign
           else
               move -1 to ws-sign.
           compute ac-balance (account-count) =
               ac-balance (account-count) + ws-sign * gh-amount.
           compute net-result = net-result + ws-sign * gh-amount.
           go to load-balances-read.

       load-balances-exit.
           exit.

       new-account.
           move gh-account to last-account.
           move "N" to last-account-switch.
           move gh-account to coa-account.
           read coa-file.
           if coa-status not = "00"
               add 1 to accounts-skipped
               go to new-account-exit.
           if not coa-type-income and not coa-type-expense
               go to new-account-exit.
           if account-count >= 500
               add 1 to table-overflow
               go to new-account-exit.
           add 1 to account-count.
           move gh-account to ac-account (account-count).
           move coa-name to ac-name (account-count).
           move 0 to ac-balance (account-count).
           move "Y" to last-account-switch.

       new-account-exit.
           exit.

      *    The closing entries are dated the last day of the     *
      *    year-end month, February taking the leap years.      *

       set-closing-date.
           compute closing-date =
               year-end-period * 100 + month-length (ye-month).
           if ye-month not = 2
               go to set-closing-date-exit.
           divide ye-year by 4 giving ws-quotient
               remainder ws-remainder.
           if ws-remainder not = 0
               go to set-closing-date-exit.
           divide ye-year by 100 giving ws-quotient
               remainder ws-remainder.
           if ws-remainder = 0
               divide ye-year by 400 giving ws-quotient
                   remainder ws-remainder
               if ws-remainder not = 0
                   go to set-closing-date-exit.
           add 1 to closing-date.

       set-closing-date-exit.
           exit.

      ***********************************************************
      * Closing Entries                                          *
      ***********************************************************

       post-closing.
           move ws-current-company to ch-company.
           move year-end-period to ch-year-end.
           move ws-supervisor-id to ch-supervisor.
           write close-line from close-head-line.
           move spaces to close-line.
           write close-line.
           write close-line from close-column-line.
           move 0 to ac-subscript.

       post-closing-next.
           if ac-subscript >= account-count
               go to post-closing-retained.
           add 1 to ac-subscript.
           if ac-balance (ac-subscript) = 0
               go to post-closing-next.
           move ac-account (ac-subscript) to jx-account.
           move ac-name (ac-subscript) to cd-name.
           if ac-balance (ac-subscript) > 0
               move "CR" to jx-dr-cr
               move ac-balance (ac-subscript) to jx-amount
           else
               move "DR" to jx-dr-cr
               compute jx-amount = 0 - ac-balance (ac-subscript).
           perform write-closing-line thru write-closing-line-exit.
           go to post-closing-next.

      *    The net of the closing lines goes to retained earnings *
      *    - a credit for a profit, a debit for a loss.           *

       post-closing-retained.
           if net-result = 0
               go to post-closing-exit.
           move retained-account to jx-account.
           move "Retained earnings" to cd-name.
           if net-result < 0
               move "CR" to jx-dr-cr
               compute jx-amount = 0 - net-result
           else
               move "DR" to jx-dr-cr
               move net-result to jx-amount.
           perform write-closing-line thru write-closing-line-exit.

       post-closing-exit.
           exit.

       write-closing-line.
           move closing-date to jx-date.
           move "GLCLOSE" to jx-source.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           add 1 to lines-posted.
           move jx-account to cd-account.
           move 0 to cd-debit.
           move 0 to cd-credit.
           if jx-dr-cr = "DR"
               move jx-amount to cd-debit
           else
               move jx-amount to cd-credit.
           write close-line from close-detail-line.

       write-closing-line-exit.
           exit.

      ***********************************************************
      * Closed-Years File                                        *
      ***********************************************************

       load-closed.
           move 0 to closed-count.
           move 0 to cl-subscript.
           open input closed-file.
           if cls-status not = "00"
               go to load-closed-exit.

       load-closed-read.
           read closed-file
               at end
                   go to load-closed-close.
           if closed-count >= 50
               go to load-closed-read.
           add 1 to closed-count.
           move gc-company to cl-company (closed-count).
           move gc-closed-period to cl-closed-period (closed-count).
           move gc-closed-date to cl-closed-date (closed-count).
           move gc-closed-by to cl-closed-by (closed-count).
           if gc-company = ws-current-company
               move closed-count to cl-subscript.
           go to load-closed-read.

       load-closed-close.
           close closed-file.

       load-closed-exit.
           exit.

       save-closed.
           if cl-subscript = 0
               if closed-count >= 50
                   display "MUGLCLOS.DAT is full - year not recorded"
                   go to save-closed-exit
               else
                   add 1 to closed-count
                   move closed-count to cl-subscript
                   move ws-current-company to cl-company (cl-subscript).
           move year-end-period to cl-closed-period (cl-subscript).
           move today-8 to cl-closed-date (cl-subscript).
           move ws-supervisor-id to cl-closed-by (cl-subscript).
           open output closed-file.
           if cls-status not = "00"
               display "Unable to write MUGLCLOS.DAT - status "
                       cls-status
               go to save-closed-exit.
           move 0 to cl-subscript.

       save-closed-write.
           if cl-subscript >= closed-count
               go to save-closed-close.
           add 1 to cl-subscript.
           move cl-company (cl-subscript) to gc-company.
           move cl-closed-period (cl-subscript) to gc-closed-period.
           move cl-closed-date (cl-subscript) to gc-closed-date.
           move cl-closed-by (cl-subscript) to gc-closed-by.
           write gl-closed-record.
           go to save-closed-write.

       save-closed-close.
           close closed-file.

       save-closed-exit.
           exit.

      ***********************************************************
      *     Current Company (chosen at MUDEMO sign-on)           *
      ***********************************************************

       read-current-company.
           move spaces to ws-current-company.
           open input current-co-file.
           if cur-co-status not = "00"
               go to read-current-company-exit.
           read current-co-file
               at end
                   go to read-current-company-close.
           move current-co-line to ws-current-company.

       read-current-company-close.
           close current-co-file.

       read-current-company-exit.
           exit.

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

       spool-report.
           open output param-file.
           if prm-status not = "00"
               display "Unable to hand off to STOCKPRT - status "
                       prm-status
               go to spool-report-exit.
           move "STOCKPRT" to parm-program.
           move 0 to parm-date-1.
           move 0 to parm-date-2.
           move "GLCLOSE.LST" to parm-text.
           write report-parm-record.
           close param-file.
           call "STOCKPRT".
           cancel "STOCKPRT".

       spool-report-exit.
           exit.
