      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     BANKREC.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Bank reconciliation as at a keyed month-end.  Gathers   *
      *  the books' side - every APPAY check on MUAPOWED.DAT     *
      *  (invoices less debit memos netted on the check) and     *
      *  every CASHAPP receipt on MUCASHHS.DAT (one deposit per  *
      *  customer check, however many invoices it paid) not      *
      *  cleared by the month-end - then matches the unmatched   *
      *  bank items BANKIMP loaded onto MUBANKTX.DAT.  A check   *
      *  matches on its number and amount; a deposit on its      *
      *  reference and amount, failing that on amount alone      *
      *  against the oldest receipt on or before the day it      *
      *  cleared.  A match stamps the clear date on the book     *
      *  records and flags the bank item, so next month starts   *
      *  where this one left off.  BANKREC.LST lists the         *
      *  outstanding checks, the deposits in transit and the     *
      *  unmatched bank items, and works the statement balance   *
      *  through to the reconciled book balance.  Routable to    *
      *  paper through the STOCKPRT spool.                       *
      *                                                          *
      ************************************************************

       identification division.
       program-id. BANKREC.
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

           select cash-history assign "MUCASHHS.DAT"
                organization indexed
                access dynamic
                record key ch-key
                status hst-status.

           select bank-file assign "MUBANKTX.DAT"
                organization indexed
                access dynamic
                record key bt-key
                status bnk-status.

           select rec-rpt assign "BANKREC.LST"
                organization line sequential
                status rpt-status.

           select param-file assign "MURPTPRM.DAT"
                organization line sequential
                status prm-status.
      /
       data division.

       file section.
       fd  ap-file.
           copy apowed.cpy.

       fd  cash-history.
           copy cashhist.cpy.

       fd  bank-file.
           copy banktran.cpy.

       fd  rec-rpt.
       01  rec-line                     pic x(80).

       fd  param-file.
           copy rptparm.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  hst-status                   pic xx.
       01  hst-open-switch              pic x     value "N".
           88  history-on-file                    value "Y".
       01  bnk-status                   pic xx.
       01  rpt-status                   pic xx.
       01  prm-status                   pic xx.

       01  yesno                        pic x.
       01  month-end                    pic 9(08).
       01  month-end-split redefines month-end.
           03  me-year                  pic 9(04).
           03  me-month                 pic 9(02).
           03  me-day                   pic 9(02).
       01  month-start                  pic 9(08).

       01  statement-balance            pic s9(12)v99 value 0.
       01  statement-date               pic 9(08)     value 0.
       01  total-outstanding            pic s9(12)v99 value 0.
       01  total-in-transit             pic s9(12)v99 value 0.
       01  total-bank-credits           pic s9(12)v99 value 0.
       01  total-bank-debits            pic s9(12)v99 value 0.
       01  reconciled-balance           pic s9(12)v99 value 0.
       01  books-before-items           pic s9(12)v99 value 0.

       01  checks-matched               pic 9(05) value 0.
       01  deposits-matched             pic 9(05) value 0.
       01  items-not-matched            pic 9(05) value 0.
       01  table-overflow               pic 9(05) value 0.

       01  match-found-switch           pic x.
           88  match-found                        value "Y".
       01  ws-reason                    pic x(20).

      ***********************************************************
      * Book Checks Not Cleared by the Month-End                *
      ***********************************************************

       01  check-table.
           03  ck-entry                 occurs 500 times.
               05  ck-number            pic x(08).
               05  ck-vendor            pic 9(04).
               05  ck-paid-date         pic 9(08).
               05  ck-amount            pic s9(12)v99.
               05  ck-cleared-date      pic 9(08).

       01  check-count                  pic 9(03) comp value 0.
       01  ck-subscript                 pic 9(03) comp value 0.

      ***********************************************************
      * Book Receipts Not Cleared by the Month-End              *
      ***********************************************************

       01  deposit-table.
           03  dp-entry                 occurs 500 times.
               05  dp-customer          pic 9(04).
               05  dp-date              pic 9(08).
               05  dp-reference         pic x(10).
               05  dp-amount            pic s9(12)v99.
               05  dp-cleared-date      pic 9(08).

       01  deposit-count                pic 9(03) comp value 0.
       01  dp-subscript                 pic 9(03) comp value 0.

      ***********************************************************
      * Bank Items With No Match on the Books                   *
      ***********************************************************

       01  unmatched-table.
           03  um-entry                 occurs 200 times.
               05  um-date              pic 9(08).
               05  um-type              pic x.
               05  um-reference         pic x(10).
               05  um-amount            pic s9(10)v99.
               05  um-reason            pic x(20).

       01  unmatched-count              pic 9(03) comp value 0.
       01  um-subscript                 pic 9(03) comp value 0.

      ***********************************************************
      * Report Lines                                            *
      ***********************************************************

       01  rec-head-line.
           03  filler                   pic x(29)
                   value "BANK RECONCILIATION AS AT  ".
           03  rh-date                  pic 9(08).

       01  rec-section-line.
           03  rs-title                 pic x(40).

       01  check-column-line.
           03  filler                   pic x(40)
                   value "Check no  Vendor  Paid on".
           03  filler                   pic x(40)
                   value "                  Amount".

       01  check-detail-line.
           03  cd-number                pic x(08).
           03  filler                   pic x(02).
           03  cd-vendor                pic 9(04).
           03  filler                   pic x(04).
           03  cd-date                  pic 9(08).
           03  filler                   pic x(16).
           03  cd-amount                pic -(10)9.99.

       01  deposit-column-line.
           03  filler                   pic x(40)
                   value "Customer  Received  Reference".
           03  filler                   pic x(40)
                   value "                  Amount".

       01  deposit-detail-line.
           03  dd-customer              pic 9(04).
           03  filler                   pic x(06).
           03  dd-date                  pic 9(08).
           03  filler                   pic x(02).
           03  dd-reference             pic x(10).
           03  filler                   pic x(12).
           03  dd-amount                pic -(10)9.99.

       01  unmatched-column-line.
           03  filler                   pic x(40)
                   value "Cleared   Type  Reference   Reason".
           03  filler                   pic x(40)
                   value "                  Amount".

       01  unmatched-detail-line.
           03  ud-date                  pic 9(08).
           03  filler                   pic x(02).
           03  ud-type                  pic x(04).
           03  filler                   pic x(02).
           03  ud-reference             pic x(10).
           03  filler                   pic x(02).
           03  ud-reason                pic x(20).
           03  filler                   pic x(02).
           03  ud-amount                pic -(10)9.99.

       01  total-line.
           03  filler                   pic x(10).
           03  tl-caption               pic x(40).
           03  tl-amount                pic -(12)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "BANKREC - bank reconciliation".
           display "Month-end date (YYYYMMDD) : ".
           accept month-end.
           if month-end not numeric or me-month < 1
                   or me-month > 12 or me-day < 1 or me-day > 31
               display "Month-end date not valid"
               go to endit.
           compute month-start = me-year * 10000 + me-month * 100 + 1.

           open i-o bank-file.
           if bnk-status not = "00"
               display "Unable to open MUBANKTX.DAT - status "
                       bnk-status " - import a statement first"
               go to endit.
           open i-o ap-file.
           if status-1 not = "0"
               display "Unable to open MUAPOWED.DAT - status "
                       status-1 status-2
               close bank-file
               go to endit.
           open i-o cash-history.
           if hst-status = "00"
               move "Y" to hst-open-switch
           else
               display "No cash history on file - no deposits "
                       "on the books".
           open output rec-rpt.
           if rpt-status not = "00"
               display "Unable to open BANKREC.LST - status "
                       rpt-status
               go to close-files.

           perform load-checks thru load-checks-exit.
           if history-on-file
               perform load-deposits thru load-deposits-exit.
           perform match-bank-items thru match-bank-items-exit.
           perform print-reconciliation
                   thru print-reconciliation-exit.
           close rec-rpt.

           display "Checks matched         : " checks-matched.
           display "Deposits matched       : " deposits-matched.
           display "Bank items unmatched   : " items-not-matched.
           if table-overflow > 0
               display "Items beyond the table limits : "
                       table-overflow.
           display "Spool the reconciliation to the printer "
                   "(Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform spool-report thru spool-report-exit.

       close-files.
           close bank-file.
           close ap-file.
           if history-on-file
               close cash-history.

       endit.
           goback.

      ***********************************************************
      *    A check is every item paid on the check number -      *
      *    invoices add, debit memos net off.  Only checks still *
      *    uncleared at the month-end are wanted, which keeps    *
      *    the table to the outstanding few.                     *
      ***********************************************************

       load-checks.
           move low-values to ap-key.
           start ap-file key not less than ap-key.
           if status-1 not = "0"
               go to load-checks-exit.

       load-checks-read.
           read ap-file next record
               at end
                   go to load-checks-exit
           end-read.
           if not ap-paid or ap-check-number = spaces
               go to load-checks-read.
           if ap-paid-date > month-end
               go to load-checks-read.
           if ap-cleared-date not = 0 and ap-cleared-date <= month-end
               go to load-checks-read.
           move 0 to ck-subscript.

       load-checks-find.
           if ck-subscript >= check-count
               go to load-checks-add.
           add 1 to ck-subscript.
           if ck-number (ck-subscript) not = ap-check-number
               go to load-checks-find.
           go to load-checks-amount.

       load-checks-add.
           if check-count >= 500
               add 1 to table-overflow
               go to load-checks-read.
           add 1 to check-count.
           move check-count to ck-subscript.
           move ap-check-number to ck-number (ck-subscript).
           move ap-vendor-code to ck-vendor (ck-subscript).
           move ap-paid-date to ck-paid-date (ck-subscript).
           move 0 to ck-amount (ck-subscript).
           move ap-cleared-date to ck-cleared-date (ck-subscript).

       load-checks-amount.
           if ap-type-debit
               subtract ap-value from ck-amount (ck-subscript)
           else
               add ap-value to ck-amount (ck-subscript).
           go to load-checks-read.

       load-checks-exit.
           exit.

      ***********************************************************
      *    CASHAPP files one record per invoice paid; the bank   *
      *    sees one deposit per customer check - so receipts     *
      *    group on customer, date and check reference.          *
      ***********************************************************

       load-deposits.
           move low-values to ch-key.
           start cash-history key not less than ch-key.
           if hst-status not = "00"
               go to load-deposits-exit.

       load-deposits-read.
           read cash-history next record
               at end
                   go to load-deposits-exit
           end-read.
           if ch-date > month-end
               go to load-deposits-read.
           if ch-cleared-date not = 0 and ch-cleared-date <= month-end
               go to load-deposits-read.
           move 0 to dp-subscript.

       load-deposits-find.
           if dp-subscript >= deposit-count
               go to load-deposits-add.
           add 1 to dp-subscript.
           if dp-customer (dp-subscript) not = ch-customer-code
                   or dp-date (dp-subscript) not = ch-date
                   or dp-reference (dp-subscript)
                       not = ch-check-reference
               go to load-deposits-find.
           go to load-deposits-amount.

       load-deposits-add.
           if deposit-count >= 500
               add 1 to table-overflow
               go to load-deposits-read.
           add 1 to deposit-count.
           move deposit-count to dp-subscript.
           move ch-customer-code to dp-customer (dp-subscript).
           move ch-date to dp-date (dp-subscript).
           move ch-check-reference to dp-reference (dp-subscript).
           move 0 to dp-amount (dp-subscript).
           move ch-cleared-date to dp-cleared-date (dp-subscript).

       load-deposits-amount.
           add ch-received-amount to dp-amount (dp-subscript).
           go to load-deposits-read.

       load-deposits-exit.
           exit.

      ***********************************************************
      * Match the Bank Items Cleared by the Month-End            *
      ***********************************************************

       match-bank-items.
           move low-values to bt-key.
           start bank-file key not less than bt-key.
           if bnk-status not = "00"
               go to match-bank-items-exit.

       match-bank-items-read.
           read bank-file next record
               at end
                   go to match-bank-items-exit
           end-read.
           if bt-clear-date > month-end
               go to match-bank-items-exit.
           if bt-balance
               move bt-amount to statement-balance
               move bt-clear-date to statement-date
               go to match-bank-items-read.
           if bt-matched
               go to match-bank-items-read.
           move "N" to match-found-switch.
           move spaces to ws-reason.
           if bt-check
               perform match-check thru match-check-exit.
           if bt-deposit
               perform match-deposit thru match-deposit-exit.
           if match-found
               move "Y" to bt-matched-flag
               rewrite bank-item-record
               go to match-bank-items-read.

      *    Bank charges and interest are only news in the month   *
      *    they land; an unmatched check or deposit carries       *
      *    forward until the books catch up with it.              *

           if (bt-debit or bt-credit) and bt-clear-date < month-start
               go to match-bank-items-read.
           if bt-debit
               move "Bank charge" to ws-reason.
           if bt-credit
               move "Bank credit" to ws-reason.
           perform note-unmatched thru note-unmatched-exit.
           go to match-bank-items-read.

       match-bank-items-exit.
           exit.

       match-check.
           move 0 to ck-subscript.

       match-check-find.
           if ck-subscript >= check-count
               move "No such check" to ws-reason
               go to match-check-exit.
           add 1 to ck-subscript.
           if ck-number (ck-subscript) not = bt-reference
               go to match-check-find.
           if ck-cleared-date (ck-subscript) not = 0
               move "Check already cleared" to ws-reason
               go to match-check-exit.
           if ck-amount (ck-subscript) not = bt-amount
               move "Amount differs" to ws-reason
               go to match-check-exit.
           move "Y" to match-found-switch.
           move bt-clear-date to ck-cleared-date (ck-subscript).
           perform stamp-check thru stamp-check-exit.
           add 1 to checks-matched.

       match-check-exit.
           exit.

      *    The check was cut for one vendor - read that vendor's  *
      *    items and stamp every one paid on the check.           *

       stamp-check.
           move ck-vendor (ck-subscript) to ap-vendor-code.
           move low-values to ap-invoice-number.
           move low-values to ap-po-number.
           move 0 to ap-po-line.
           start ap-file key not less than ap-key.
           if status-1 not = "0"
               go to stamp-check-exit.

       stamp-check-read.
           read ap-file next record
               at end
                   go to stamp-check-exit
           end-read.
           if ap-vendor-code not = ck-vendor (ck-subscript)
               go to stamp-check-exit.
           if ap-check-number not = ck-number (ck-subscript)
                   or ap-cleared-date not = 0
               go to stamp-check-read.
           move bt-clear-date to ap-cleared-date.
           rewrite ap-owed-record.
           if status-1 not = "0"
               display "Unable to mark check " ap-check-number
                       " cleared - status " status-1 status-2.
           go to stamp-check-read.

       stamp-check-exit.
           exit.

       match-deposit.
           move 0 to dp-subscript.

       match-deposit-by-reference.
           if dp-subscript >= deposit-count
               move 0 to dp-subscript
               go to match-deposit-by-amount.
           add 1 to dp-subscript.
           if dp-cleared-date (dp-subscript) not = 0
                   or dp-reference (dp-subscript) not = bt-reference
                   or dp-amount (dp-subscript) not = bt-amount
               go to match-deposit-by-reference.
           go to match-deposit-found.

       match-deposit-by-amount.
           if dp-subscript >= deposit-count
               move "No receipt found" to ws-reason
               go to match-deposit-exit.
           add 1 to dp-subscript.
           if dp-cleared-date (dp-subscript) not = 0
                   or dp-amount (dp-subscript) not = bt-amount
                   or dp-date (dp-subscript) > bt-clear-date
               go to match-deposit-by-amount.

       match-deposit-found.
           move "Y" to match-found-switch.
           move bt-clear-date to dp-cleared-date (dp-subscript).
           perform stamp-deposit thru stamp-deposit-exit.
           add 1 to deposits-matched.

       match-deposit-exit.
           exit.

       stamp-deposit.
           move dp-customer (dp-subscript) to ch-customer-code.
           move dp-date (dp-subscript) to ch-date.
           move 0 to ch-seq.
           start cash-history key not less than ch-key.
           if hst-status not = "00"
               go to stamp-deposit-exit.

       stamp-deposit-read.
           read cash-history next record
               at end
                   go to stamp-deposit-exit
           end-read.
           if ch-customer-code not = dp-customer (dp-subscript)
                   or ch-date not = dp-date (dp-subscript)
               go to stamp-deposit-exit.
           if ch-check-reference not = dp-reference (dp-subscript)
                   or ch-cleared-date not = 0
               go to stamp-deposit-read.
           move bt-clear-date to ch-cleared-date.
           rewrite cash-history-record.
           if hst-status not = "00"
               display "Unable to mark receipt cleared - status "
                       hst-status.
           go to stamp-deposit-read.

       stamp-deposit-exit.
           exit.

       note-unmatched.
           add 1 to items-not-matched.
           if bt-credit or bt-deposit
               add bt-amount to total-bank-credits
           else
               add bt-amount to total-bank-debits.
           if unmatched-count >= 200
               add 1 to table-overflow
               go to note-unmatched-exit.
           add 1 to unmatched-count.
           move bt-clear-date to um-date (unmatched-count).
           move bt-type to um-type (unmatched-count).
           move bt-reference to um-reference (unmatched-count).
           move bt-amount to um-amount (unmatched-count).
           move ws-reason to um-reason (unmatched-count).

       note-unmatched-exit.
           exit.

      ***********************************************************
      *    statement balance + deposits in transit               *
      *                      - outstanding checks                *
      *                      = reconciled book balance           *
      *    and the books stand at that figure once the unmatched *
      *    bank items are entered - so before them the books     *
      *    should show reconciled - bank credits + bank debits.  *
      ***********************************************************

       print-reconciliation.
           move month-end to rh-date.
           write rec-line from rec-head-line.
           move spaces to rec-line.
           write rec-line.

           move "OUTSTANDING CHECKS" to rs-title.
           write rec-line from rec-section-line.
           write rec-line from check-column-line.
           move 0 to ck-subscript.
           perform print-check thru print-check-exit
                   check-count times.
           move "Total outstanding checks" to tl-caption.
           move total-outstanding to tl-amount.
           write rec-line from total-line.
           move spaces to rec-line.
           write rec-line.

           move "DEPOSITS IN TRANSIT" to rs-title.
           write rec-line from rec-section-line.
           write rec-line from deposit-column-line.
           move 0 to dp-subscript.
           perform print-deposit thru print-deposit-exit
                   deposit-count times.
           move "Total deposits in transit" to tl-caption.
           move total-in-transit to tl-amount.
           write rec-line from total-line.
           move spaces to rec-line.
           write rec-line.

           move "UNMATCHED BANK ITEMS" to rs-title.
           write rec-line from rec-section-line.
           write rec-line from unmatched-column-line.
           move 0 to um-subscript.
           perform print-unmatched thru print-unmatched-exit
                   unmatched-count times.
           move spaces to rec-line.
           write rec-line.

           compute reconciled-balance = statement-balance
                   + total-in-transit - total-outstanding.
           compute books-before-items = reconciled-balance
                   - total-bank-credits + total-bank-debits.
           move "RECONCILIATION" to rs-title.
           write rec-line from rec-section-line.
           move spaces to tl-caption.
           string "Statement balance at " statement-date
                   delimited by size into tl-caption.
           move statement-balance to tl-amount.
           write rec-line from total-line.
           move "Add deposits in transit" to tl-caption.
           move total-in-transit to tl-amount.
           write rec-line from total-line.
           move "Less outstanding checks" to tl-caption.
           move total-outstanding to tl-amount.
           write rec-line from total-line.
           move "Reconciled book balance" to tl-caption.
           move reconciled-balance to tl-amount.
           write rec-line from total-line.
           move "Less unmatched bank credits" to tl-caption.
           move total-bank-credits to tl-amount.
           write rec-line from total-line.
           move "Add unmatched bank debits" to tl-caption.
           move total-bank-debits to tl-amount.
           write rec-line from total-line.
           move "Book balance before unmatched items" to tl-caption.
           move books-before-items to tl-amount.
           write rec-line from total-line.

       print-reconciliation-exit.
           exit.

      *    A check or receipt cleared after the month-end was     *
      *    still outstanding at it.                               *

       print-check.
           add 1 to ck-subscript.
           if ck-cleared-date (ck-subscript) not = 0
                   and ck-cleared-date (ck-subscript) <= month-end
               go to print-check-exit.
           move ck-number (ck-subscript) to cd-number.
           move ck-vendor (ck-subscript) to cd-vendor.
           move ck-paid-date (ck-subscript) to cd-date.
           move ck-amount (ck-subscript) to cd-amount.
           write rec-line from check-detail-line.
           add ck-amount (ck-subscript) to total-outstanding.

       print-check-exit.
           exit.

       print-deposit.
           add 1 to dp-subscript.
           if dp-cleared-date (dp-subscript) not = 0
                   and dp-cleared-date (dp-subscript) <= month-end
               go to print-deposit-exit.
           move dp-customer (dp-subscript) to dd-customer.
           move dp-date (dp-subscript) to dd-date.
           move dp-reference (dp-subscript) to dd-reference.
           move dp-amount (dp-subscript) to dd-amount.
           write rec-line from deposit-detail-line.
           add dp-amount (dp-subscript) to total-in-transit.

       print-deposit-exit.
           exit.

       print-unmatched.
           add 1 to um-subscript.
           move um-date (um-subscript) to ud-date.
           move spaces to ud-type.
           if um-type (um-subscript) = "C"
               move "CHK" to ud-type.
           if um-type (um-subscript) = "D"
               move "DEP" to ud-type.
           if um-type (um-subscript) = "F"
               move "CHG" to ud-type.
           if um-type (um-subscript) = "I"
               move "CR" to ud-type.
           move um-reference (um-subscript) to ud-reference.
           move um-reason (um-subscript) to ud-reason.
           move um-amount (um-subscript) to ud-amount.
           write rec-line from unmatched-detail-line.

       print-unmatched-exit.
           exit.

      ***********************************************************
      *    The reconciliation goes to paper the same way RPTRUN  *
      *    routes a listing - through the STOCKPRT spool.        *
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
           move "BANKREC.LST" to parm-text.
           write report-parm-record.
           close param-file.
           call "STOCKPRT".
           cancel "STOCKPRT".

       spool-report-exit.
           exit.
