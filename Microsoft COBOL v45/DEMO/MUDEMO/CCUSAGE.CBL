      *  movement's own layer cost when one is carried or at     *
      *  stock-cost, and shows each manager what their people    *
      *  drew - one line per movement, subtotals per cost        *
      *  center, a total across them.  Non-stock purchases       *
      *  charged to a cost center follow - every debit GLPOSTCC  *
      *  put on MUGLHIST.DAT in the range, with its expense      *
      *  account - and each center's subtotal shows what it      *
      *  drew from stock and what it bought outside it, so the   *
      *  manager sees the department's whole spend.  Output is   *
      *  CCUSAGE.LST.                                            *
      *                                                          *
      ************************************************************

                record key ct-code
                status cct-status.

           select history-file assign "MUGLHIST.DAT"
                organization indexed
                access dynamic
                record key gh-key
                status hst-status.

           select usage-rpt assign "CCUSAGE.LST"
                organization line sequential
                status rpt-status.
       fd  cost-center-file.
           copy cctr.cpy.

       fd  history-file.
           copy glhist.cpy.

       fd  usage-rpt.
       01  usage-line                   pic x(80).
      /
       01  stock-status                 pic xx.
       01  cct-status                   pic xx.
       01  rpt-status                   pic xx.
       01  hst-status                   pic xx.

       01  from-date                    pic 9(08).
       01  to-date                      pic 9(08).
       01  ws-total-edited              pic $(10)9.99.
       01  movements-listed             pic 9(05) value 0.
       01  grand-total                  pic 9(13)v99 value 0.
       01  ws-spend-edited              pic $(10)9.99.
       01  ws-line-center               pic x(04).
       01  purchases-listed             pic 9(05) value 0.
       01  grand-spend                  pic 9(13)v99 value 0.

      ***********************************************************
      * Cost Center Rollups                                     *
           03  cc-entry                 occurs 50 times.
               05  cc-tbl-code          pic x(04).
               05  cc-tbl-value         pic 9(13)v99.
               05  cc-tbl-spend         pic 9(13)v99.

       01  center-count                 pic 9(02) comp value 0.
       01  center-subscript             pic 9(02) comp value 0.
           03  filler                   pic x(01).
           03  dl-value                 pic z(08)9.99.

       01  report-heading-3             pic x(80)
           value "Non-stock purchases charged to cost centers".

       01  report-heading-4             pic x(80)
           value "CCtr  Date      Account  Source                   
      -    "     Value".

       01  spend-line.
           03  sl-center                pic x(04).
           03  filler                   pic x(02).
           03  sl-date                  pic 9(08).
           03  filler                   pic x(02).
           03  sl-account               pic x(06).
           03  filler                   pic x(03).
           03  sl-source                pic x(10).
           03  filler                   pic x(17).
           03  sl-value                 pic z(08)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************
           perform report-draw thru report-draw-exit.
           go to read-loop.

      ***********************************************************
      * Non-Stock Purchases off the GL Posting History          *
      *    The history is keyed by account, so the whole file    *
      *    is walked and the range applied to each line.  Only   *
      *    the debits carry the center - the payables credit     *
      *    posts without one.                                    *
      ***********************************************************

       report-purchases.
           open input history-file.
           if hst-status not = "00"
               go to report-purchases-exit.
           move spaces to usage-line.
           write usage-line.
           move report-heading-3 to usage-line.
           write usage-line.
           move report-heading-4 to usage-line.
           write usage-line.
           move spaces to usage-line.
           write usage-line.
           move low-values to gh-key.
           start history-file key not less than gh-key.
           if hst-status not = "00"
               go to report-purchases-close.

       report-purchases-read.
           read history-file next record
               at end
                   go to report-purchases-close
           end-read.
           if gh-cost-center = spaces
                   or gh-dr-cr not = "DR"
                   or gh-date < from-date
                   or gh-date > to-date
               go to report-purchases-read.
           move gh-cost-center to sl-center.
           move gh-date to sl-date.
           move gh-account to sl-account.
           move gh-source to sl-source.
           move gh-amount to sl-value.
           move spend-line to usage-line.
           write usage-line.
           add 1 to purchases-listed.
           add gh-amount to grand-spend.
           move gh-cost-center to ws-line-center.
           perform find-center thru find-center-exit.
           if center-subscript > 0
               add gh-amount to cc-tbl-spend(center-subscript).
           go to report-purchases-read.

       report-purchases-close.
           close history-file.

       report-purchases-exit.
           exit.

      ***********************************************************
      * One Internal Draw                                       *
      ***********************************************************
           write usage-line.
           add 1 to movements-listed.
           add ws-line-value to grand-total.
           move mv-cost-center to ws-line-center.
           perform find-center thru find-center-exit.
           if center-subscript > 0
               add ws-line-value to cc-tbl-value(center-subscript).

       report-draw-exit.
           exit.

      *    Leaves center-subscript on the center's entry, added
      *    if new - zero when the table is full.

       find-center.
           move 0 to center-subscript.

       find-center-scan.
           if center-subscript >= center-count
               go to find-center-add.
           add 1 to center-subscript.
           if cc-tbl-code(center-subscript) = ws-line-center
               go to find-center-exit.
           go to find-center-scan.

       find-center-add.
           if center-count >= 50
               move 0 to center-subscript
               go to find-center-exit.
           add 1 to center-count.
           move center-count to center-subscript.
           move ws-line-center
                   to cc-tbl-code(center-subscript).
           move 0 to cc-tbl-value(center-subscript).
           move 0 to cc-tbl-spend(center-subscript).

       find-center-exit.
           exit.

      ***********************************************************
      ***********************************************************

       print-totals.
           perform report-purchases thru report-purchases-exit.
           move spaces to usage-line.
           write usage-line.
           move 1 to center-subscript.
           end-read.
           move cc-tbl-value(center-subscript)
                   to ws-total-edited.
           move cc-tbl-spend(center-subscript)
                   to ws-spend-edited.
           move spaces to usage-line.
           string "Center " cc-tbl-code(center-subscript)
                   " " ct-name(1:16)
                   " drew " ws-total-edited
                   " bought " ws-spend-edited
                   delimited by size into usage-line.
           write usage-line.
           add 1 to center-subscript.

       print-grand.
           move grand-total to ws-total-edited.
           move grand-spend to ws-spend-edited.
           move spaces to usage-line.
           string "All centers" "                  drew "
                   ws-total-edited " bought " ws-spend-edited
                   delimited by size into usage-line.
           write usage-line.

           close cost-center-file.
           close usage-rpt.
           display "Internal draws listed : " movements-listed.
           display "Purchases listed      : " purchases-listed.

       endit.
           goback.
