      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     JVCYCLE.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Journal voucher period processing.  Runs unattended in  *
      *  the nightly stream (MUSTREAM.DAT) or from JVENTRY's P   *
      *  option, and works to the period of today's date.  A     *
      *  recurring voucher is copied, as a generated voucher     *
      *  dated the first of the month, into every period after   *
      *  the last one it was posted in up to the current one -   *
      *  so a missed night or month is caught up, never doubled. *
      *  An auto-reversing voucher from an earlier period is     *
      *  reversed, debits and credits swapped, on the first day  *
      *  of the period after its own.  Each new voucher takes    *
      *  the next number off MUJVNUM.DAT, goes to GLJRNL.DAT and *
      *  GLPOST, and is listed on JVREG.LST; the original keeps  *
      *  the last period acted on in jv-last-period.             *
      *                                                          *
      ************************************************************

       identification division.
       program-id. JVCYCLE.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select voucher-file assign "MUJVOUCH.DAT"
                organization indexed
                access dynamic
                record key jv-key
                status file-status.

           select number-file assign "MUJVNUM.DAT"
                organization line sequential
                status num-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.

           select voucher-register assign "JVREG.LST"
                organization line sequential
                status reg-status.
      /
       data division.

       file section.
       fd  voucher-file.
           copy jvrec.cpy.

       fd  number-file.
       01  number-line                  pic 9(06).

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).

       fd  voucher-register.
       01  register-line                pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  num-status                   pic xx.
       01  exp-status                   pic xx    value spaces.
       01  reg-status                   pic xx.

       01  today-8                      pic 9(08).
       01  current-period               pic 9(06).
       01  voucher-period               pic 9(06).
       01  next-voucher-number          pic 9(06).
       01  new-voucher-number           pic 9(06).
       01  ws-source                    pic x(10).
       01  ws-amount-edited             pic z(11)9.99.

       01  work-period                  pic 9(06).
       01  work-period-split redefines work-period.
           03  work-year                pic 9(04).
           03  work-month               pic 9(02).
       01  work-date                    pic 9(08).

       01  vouchers-generated           pic 9(04) value 0.
       01  vouchers-reversed            pic 9(04) value 0.

      ***********************************************************
      * Vouchers Due, and the Lines of the One Being Processed   *
      ***********************************************************

       01  due-table.
           03  due-number               pic 9(06) occurs 200 times.
       01  due-count                    pic 9(03) comp value 0.
       01  due-subscript                pic 9(03) comp value 0.

       01  original-header.
           03  og-number                pic 9(06).
           03  og-date                  pic 9(08).
           03  og-description           pic x(30).
           03  og-kind                  pic x.
               88  og-recurring                   value "R".
               88  og-reversing                   value "A".
           03  og-last-period           pic 9(06).

       01  line-table.
           03  ol-entry                 occurs 50 times.
               05  ol-account           pic x(06).
               05  ol-dr-cr             pic x(02).
               05  ol-amount            pic 9(12)v99.

       01  line-count                   pic 9(03) comp value 0.
       01  line-subscript               pic 9(03) comp value 0.

       01  new-kind                     pic x.
       01  new-date                     pic 9(08).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "JVCYCLE - journal voucher period processing".
           accept today-8 from date yyyymmdd.
           divide today-8 by 100 giving current-period.
           open i-o voucher-file.
           if status-1 not = "0"
               display "No journal vouchers on file"
               go to endit.
           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status
               close voucher-file
               go to endit.
           open extend voucher-register.
           if reg-status not = "00"
               open output voucher-register.
           perform read-next-number thru read-next-number-exit.
           if next-voucher-number = 0
               move 1 to next-voucher-number.
           perform find-due thru find-due-exit.
           move 0 to due-subscript.

       process-due.
           if due-subscript >= due-count
               go to wrap-up.
           add 1 to due-subscript.
           perform load-voucher thru load-voucher-exit.
           if line-count = 0
               go to process-due.
           if og-recurring
               perform generate-recurring thru generate-recurring-exit
           else
               perform generate-reversal thru generate-reversal-exit.
           go to process-due.

      ***********************************************************
      *    Line 1 of each voucher decides whether it is due.     *
      *    The numbers are gathered first so the file is not     *
      *    being read while new vouchers are added to it.        *
      ***********************************************************

       find-due.
           move 0 to due-count.
           move low-values to jv-key.
           start voucher-file key not less than jv-key.
           if status-1 not = "0"
               go to find-due-exit.

       find-due-read.
           read voucher-file next record
               at end
                   go to find-due-exit
           end-read.
           if jv-line not = 1
               go to find-due-read.
           divide jv-date by 100 giving voucher-period.
           if jv-recurring and jv-last-period < current-period
               perform add-due thru add-due-exit.
           if jv-reversing and jv-last-period = 0
                   and voucher-period < current-period
               perform add-due thru add-due-exit.
           go to find-due-read.

       find-due-exit.
           exit.

       add-due.
           if due-count >= 200
               display "More than 200 vouchers due - voucher "
                       jv-number " left for the next run"
               go to add-due-exit.
           add 1 to due-count.
           move jv-number to due-number (due-count).

       add-due-exit.
           exit.

       load-voucher.
           move 0 to line-count.
           move due-number (due-subscript) to jv-number.
           move 0 to jv-line.
           start voucher-file key not less than jv-key.
           if status-1 not = "0"
               go to load-voucher-exit.

       load-voucher-read.
           read voucher-file next record
               at end
                   go to load-voucher-exit
           end-read.
           if jv-number not = due-number (due-subscript)
               go to load-voucher-exit.
           if line-count >= 50
               go to load-voucher-read.
           if line-count = 0
               move jv-number to og-number
               move jv-date to og-date
               move jv-description to og-description
               move jv-kind to og-kind
               move jv-last-period to og-last-period.
           add 1 to line-count.
           move jv-account to ol-account (line-count).
           move jv-dr-cr to ol-dr-cr (line-count).
           move jv-amount to ol-amount (line-count).
           go to load-voucher-read.

       load-voucher-exit.
           exit.

      ***********************************************************
      * Recurring Vouchers                                      *
      ***********************************************************

       generate-recurring.
           move og-last-period to work-period.
           move "G" to new-kind.

       generate-recurring-period.
           add 1 to work-month.
           if work-month > 12
               move 1 to work-month
               add 1 to work-year.
           if work-period > current-period
               go to generate-recurring-done.
           compute new-date = work-period * 100 + 1.
           perform write-new-voucher thru write-new-voucher-exit.
           add 1 to vouchers-generated.
           go to generate-recurring-period.

       generate-recurring-done.
           move current-period to work-period.
           perform mark-original thru mark-original-exit.

       generate-recurring-exit.
           exit.

      ***********************************************************
      * Auto-Reversing Vouchers                                 *
      ***********************************************************

       generate-reversal.
           divide og-date by 100 giving work-period.
           add 1 to work-month.
           if work-month > 12
               move 1 to work-month
               add 1 to work-year.
           compute new-date = work-period * 100 + 1.
           move "V" to new-kind.
           move 0 to line-subscript.

       generate-reversal-flip.
           if line-subscript >= line-count
               go to generate-reversal-write.
           add 1 to line-subscript.
           if ol-dr-cr (line-subscript) = "DR"
               move "CR" to ol-dr-cr (line-subscript)
           else
               move "DR" to ol-dr-cr (line-subscript).
           go to generate-reversal-flip.

       generate-reversal-write.
           perform write-new-voucher thru write-new-voucher-exit.
           add 1 to vouchers-reversed.
           perform mark-original thru mark-original-exit.

       generate-reversal-exit.
           exit.

      ***********************************************************
      *    Files, posts and registers the lines in line-table    *
      *    as a new voucher of new-kind dated new-date.          *
      ***********************************************************

       write-new-voucher.
           move next-voucher-number to new-voucher-number.
           add 1 to next-voucher-number.
           move spaces to ws-source.
           string "JV" new-voucher-number
                   delimited by size into ws-source.
           move spaces to register-line.
           write register-line.
           move spaces to register-line.
           string "Voucher " new-voucher-number
                   "  " new-date
                   "  kind " new-kind
                   "  from " og-number
                   "  " og-description
                   delimited by size into register-line.
           write register-line.
           move 0 to line-subscript.

       write-new-voucher-line.
           if line-subscript >= line-count
               go to write-new-voucher-exit.
           add 1 to line-subscript.
           move new-voucher-number to jv-number.
           move line-subscript to jv-line.
           move new-date to jv-date.
           move og-description to jv-description.
           move new-kind to jv-kind.
           move og-number to jv-origin-number.
           move 0 to jv-last-period.
           move ol-account (line-subscript) to jv-account.
           move ol-dr-cr (line-subscript) to jv-dr-cr.
           move ol-amount (line-subscript) to jv-amount.
           move "JVCYCLE" to jv-operator.
           write journal-voucher-record.
           if status-1 not = "0"
               display "Unable to file voucher line - status "
                       status-1 status-2.
           move new-date to jx-date.
           move jv-account to jx-account.
           move jv-dr-cr to jx-dr-cr.
           move jv-amount to jx-amount.
           move ws-source to jx-source.
           write journal-export-record.
           call "GLPOST" using journal-export-record.
           move jv-amount to ws-amount-edited.
           move spaces to register-line.
           string "        " jv-line
                   "  " jv-account
                   "  " jv-dr-cr
                   "  " ws-amount-edited
                   delimited by size into register-line.
           write register-line.
           go to write-new-voucher-line.

       write-new-voucher-exit.
           exit.

      *    Stamps work-period as the last period acted on, on     *
      *    every line of the original voucher.                    *

       mark-original.
           move og-number to jv-number.
           move 0 to jv-line.
           start voucher-file key not less than jv-key.
           if status-1 not = "0"
               go to mark-original-exit.

       mark-original-read.
           read voucher-file next record
               at end
                   go to mark-original-exit
           end-read.
           if jv-number not = og-number
               go to mark-original-exit.
           move work-period to jv-last-period.
           rewrite journal-voucher-record.
           go to mark-original-read.

       mark-original-exit.
           exit.

      ***********************************************************
      * Voucher Number Handling                                  *
      ***********************************************************

       read-next-number.
           move 0 to next-voucher-number.
           open input number-file.
           if num-status not = "00"
               go to read-next-number-exit.
           read number-file
               at end
                   go to read-next-number-close.
           move number-line to next-voucher-number.

       read-next-number-close.
           close number-file.

       read-next-number-exit.
           exit.

       save-next-number.
           open output number-file.
           if num-status not = "00"
               display "Unable to save MUJVNUM.DAT - status "
                       num-status
               go to save-next-number-exit.
           move next-voucher-number to number-line.
           write number-line.
           close number-file.

       save-next-number-exit.
           exit.

       wrap-up.
           perform save-next-number thru save-next-number-exit.
           close voucher-file.
           close journal-export.
           close voucher-register.
           display "Recurring vouchers generated : "
                   vouchers-generated.
           display "Vouchers reversed            : "
                   vouchers-reversed.
           cancel "GLPOST".

       endit.
           goback.
