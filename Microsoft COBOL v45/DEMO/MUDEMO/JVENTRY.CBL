      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     JVENTRY.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Manual journal voucher entry.  Accruals, reclasses and  *
      *  corrections come in here instead of through GLMAINT     *
      *  overwriting a balance.  E keys a voucher - date,        *
      *  description, kind and its lines, every account checked  *
      *  against MUCOA.DAT - and only a voucher whose debits     *
      *  equal its credits can be posted.  A posted voucher is   *
      *  numbered off MUJVNUM.DAT, filed on MUJVOUCH.DAT (see    *
      *  JVREC.CPY), written to GLJRNL.DAT and GLPOST line by    *
      *  line, and listed on the voucher register JVREG.LST.     *
      *  Kind R recurs - JVCYCLE copies it into every new        *
      *  period until X ends it; kind A reverses itself on the   *
      *  first day of the next period.  I shows a voucher; P     *
      *  runs JVCYCLE's period processing now rather than        *
      *  waiting for the nightly stream.  A voucher may not be   *
      *  dated in a fiscal year GLCLOSE has closed for the       *
      *  company signed on (MUGLCLOS.DAT).                       *
      *                                                          *
      ************************************************************

       identification division.
       program-id. JVENTRY.
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

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.

           select voucher-register assign "JVREG.LST"
                organization line sequential
                status reg-status.

           select current-co-file assign "MUCURRCO.DAT"
                organization line sequential
                status cur-co-status.

           select closed-file assign "MUGLCLOS.DAT"
                organization line sequential
                status cls-status.
      /
       data division.

       file section.
       fd  voucher-file.
           copy jvrec.cpy.

       fd  number-file.
       01  number-line                  pic 9(06).

       fd  coa-file.
           copy coarec.cpy.

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).

       fd  voucher-register.
       01  register-line                pic x(80).

       fd  current-co-file.
       01  current-co-line              pic x(02).

       fd  closed-file.
           copy glclosed.cpy.
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  num-status                   pic xx.
       01  coa-status                   pic xx.
       01  exp-status                   pic xx    value spaces.
       01  reg-status                   pic xx.
       01  cur-co-status                pic xx.
       01  cls-status                   pic xx.
       01  ws-current-company           pic x(02) value spaces.
       01  ws-closed-period             pic 9(06) value 0.
       01  ws-voucher-period            pic 9(06).

       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).

       01  choice                       pic x.
       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  next-voucher-number          pic 9(06).
       01  ws-voucher-number            pic 9(06).
       01  ws-source                    pic x(10).
       01  ws-amount-edited             pic z(11)9.99.
       01  ws-difference                pic s9(13)v99.
       01  ws-difference-edited         pic -(12)9.99.

       01  vouchers-posted              pic 9(04) value 0.

      ***********************************************************
      * The Voucher Being Keyed                                 *
      ***********************************************************

       01  vh-date                      pic 9(08).
       01  vh-date-split redefines vh-date.
           03  vh-year                  pic 9(04).
           03  vh-month                 pic 9(02).
           03  vh-day                   pic 9(02).
       01  vh-description               pic x(30).
       01  vh-kind                      pic x.
           88  vh-kind-valid                      value "S" "R" "A".
       01  vh-total-dr                  pic 9(13)v99.
       01  vh-total-cr                  pic 9(13)v99.

       01  voucher-table.
           03  vl-entry                 occurs 50 times.
               05  vl-account           pic x(06).
               05  vl-dr-cr             pic x(02).
               05  vl-amount            pic 9(12)v99.

       01  line-count                   pic 9(03) comp value 0.
       01  line-subscript               pic 9(03) comp value 0.

       01  vl-key-account               pic x(06).
       01  vl-key-dr-cr                 pic x(02).
       01  vl-key-amount                pic 9(12)v99.

       linkage section.
       01  lk-operator-id               pic x(08).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division using lk-operator-id.
       main.
           display "JVENTRY - journal voucher entry".
           open input coa-file.
           if coa-status not = "00"
               display "MUCOA.DAT is needed to validate accounts "
                       "- status " coa-status
               go to endit.
           open i-o voucher-file.
           if status-1 not = "0"
               open output voucher-file
               close voucher-file
               open i-o voucher-file.
           if status-1 not = "0"
               display "Unable to open MUJVOUCH.DAT - status "
                       status-1 status-2
               close coa-file
               go to endit.
           accept today-8 from date yyyymmdd.
           perform read-current-company
                   thru read-current-company-exit.
           perform read-closed-period thru read-closed-period-exit.

       ent-ry.
           display "E-Enter voucher  I-Inquire  X-End recurring  "
                   "P-Period processing  Q-Quit : ".
           accept choice.
           evaluate choice
               when "E" when "e"
                   perform enter-voucher thru enter-voucher-exit
               when "I" when "i"
                   perform inquire-voucher thru inquire-voucher-exit
               when "X" when "x"
                   perform end-recurring thru end-recurring-exit
               when "P" when "p"
                   perform period-processing
               when "Q" when "q"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Key a Voucher                                           *
      ***********************************************************

       enter-voucher.
           display "Voucher date (YYYYMMDD, 0 for today) : ".
           accept vh-date.
           if vh-date = 0
               move today-8 to vh-date.
           if vh-month < 1 or vh-month > 12
                   or vh-day < 1 or vh-day > 31
               display "Date not valid"
               go to enter-voucher-exit.
           compute ws-voucher-period = vh-year * 100 + vh-month.
           if ws-voucher-period not > ws-closed-period
               display "The fiscal year to " ws-closed-period
                       " is closed - choose a later date"
               go to enter-voucher-exit.
           display "Description : ".
           move spaces to vh-description.
           accept vh-description.
           display "Kind  S-Standard  R-Recurring  A-Auto-reversing "
                   ": ".
           accept vh-kind.
           if vh-kind = "s" or vh-kind = " "
               move "S" to vh-kind.
           if vh-kind = "r"
               move "R" to vh-kind.
           if vh-kind = "a"
               move "A" to vh-kind.
           if not vh-kind-valid
               display "Kind not valid"
               go to enter-voucher-exit.
           move 0 to line-count.
           move 0 to vh-total-dr.
           move 0 to vh-total-cr.

       enter-voucher-lines.
           perform key-line thru key-line-exit.
           if vl-key-account not = spaces
               go to enter-voucher-lines.
           if line-count = 0
               display "No lines keyed - voucher abandoned"
               go to enter-voucher-exit.
           compute ws-difference = vh-total-dr - vh-total-cr.
           if ws-difference not = 0 or vh-total-dr = 0
               move ws-difference to ws-difference-edited
               display "Voucher out of balance by "
                       ws-difference-edited
               display "Add more lines (Y) or abandon (N) ? "
               accept yesno
               if yesno = "Y" or yesno = "y"
                   go to enter-voucher-lines
               else
                   display "Voucher abandoned"
                   go to enter-voucher-exit.
           move vh-total-dr to ws-amount-edited.
           display "Voucher balances at " ws-amount-edited.
           display "Post this voucher (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Voucher abandoned"
               go to enter-voucher-exit.
           perform post-voucher thru post-voucher-exit.

       enter-voucher-exit.
           exit.

       key-line.
           if line-count >= 50
               display "A voucher holds 50 lines"
               move spaces to vl-key-account
               go to key-line-exit.
           display "Account (blank to finish) : ".
           move spaces to vl-key-account.
           accept vl-key-account.
           if vl-key-account = spaces
               go to key-line-exit.
           move vl-key-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to key-line-exit.
           display "DR or CR : ".
           accept vl-key-dr-cr.
           if vl-key-dr-cr = "dr"
               move "DR" to vl-key-dr-cr.
           if vl-key-dr-cr = "cr"
               move "CR" to vl-key-dr-cr.
           if vl-key-dr-cr not = "DR" and vl-key-dr-cr not = "CR"
               display "Enter DR or CR - line not taken"
               go to key-line-exit.
           display "Amount : ".
           accept vl-key-amount.
           if vl-key-amount = 0
               display "Amount required - line not taken"
               go to key-line-exit.
           add 1 to line-count.
           move vl-key-account to vl-account (line-count).
           move vl-key-dr-cr to vl-dr-cr (line-count).
           move vl-key-amount to vl-amount (line-count).
           if vl-key-dr-cr = "DR"
               add vl-key-amount to vh-total-dr
           else
               add vl-key-amount to vh-total-cr.
           compute ws-difference = vh-total-dr - vh-total-cr.
           move ws-difference to ws-difference-edited.
           display "Line " line-count " taken - difference "
                   ws-difference-edited.

       key-line-exit.
           exit.

      ***********************************************************
      *    A posted voucher takes the next number, is filed line *
      *    by line, exported to GLJRNL.DAT and GLPOST, and goes  *
      *    on the register.                                      *
      ***********************************************************

       post-voucher.
           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status " - voucher not posted"
               go to post-voucher-exit.
           open extend voucher-register.
           if reg-status not = "00"
               open output voucher-register.
           perform read-next-number thru read-next-number-exit.
           if next-voucher-number = 0
               move 1 to next-voucher-number.
           move next-voucher-number to ws-voucher-number.
           add 1 to next-voucher-number.
           perform save-next-number thru save-next-number-exit.
           move spaces to ws-source.
           string "JV" ws-voucher-number
                   delimited by size into ws-source.
           move spaces to register-line.
           write register-line.
           move vh-total-dr to ws-amount-edited.
           move spaces to register-line.
           string "Voucher " ws-voucher-number
                   "  " vh-date
                   "  kind " vh-kind
                   "  " vh-description
                   delimited by size into register-line.
           write register-line.
           move spaces to register-line.
           string "        total " ws-amount-edited
                   "  op=" lk-operator-id
                   delimited by size into register-line.
           write register-line.
           move 0 to line-subscript.

       post-voucher-line.
           if line-subscript >= line-count
               go to post-voucher-done.
           add 1 to line-subscript.
           move ws-voucher-number to jv-number.
           move line-subscript to jv-line.
           move vh-date to jv-date.
           move vh-description to jv-description.
           move vh-kind to jv-kind.
           move 0 to jv-origin-number.
           move 0 to jv-last-period.
           if jv-recurring
               compute jv-last-period = vh-year * 100 + vh-month.
           move vl-account (line-subscript) to jv-account.
           move vl-dr-cr (line-subscript) to jv-dr-cr.
           move vl-amount (line-subscript) to jv-amount.
           move lk-operator-id to jv-operator.
           write journal-voucher-record.
           if status-1 not = "0"
               display "Unable to file voucher line - status "
                       status-1 status-2.
           move vh-date to jx-date.
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
           go to post-voucher-line.

       post-voucher-done.
           close journal-export.
           close voucher-register.
           add 1 to vouchers-posted.
           display "Voucher " ws-voucher-number " posted".

       post-voucher-exit.
           exit.

      ***********************************************************
      * Inquire / End a Recurring Voucher                       *
      ***********************************************************

       inquire-voucher.
           display "Voucher number : ".
           accept ws-voucher-number.
           move ws-voucher-number to jv-number.
           move 0 to jv-line.
           start voucher-file key not less than jv-key.
           if status-1 not = "0"
               display "Voucher not on file"
               go to inquire-voucher-exit.
           move 0 to line-subscript.

       inquire-voucher-read.
           read voucher-file next record
               at end
                   go to inquire-voucher-done
           end-read.
           if jv-number not = ws-voucher-number
               go to inquire-voucher-done.
           if line-subscript = 0
               display "Voucher " jv-number "  " jv-date
                       "  kind " jv-kind "  " jv-description
               display "  from " jv-origin-number
                       "  last period " jv-last-period
                       "  op " jv-operator.
           add 1 to line-subscript.
           move jv-amount to ws-amount-edited.
           display "  " jv-line "  " jv-account "  " jv-dr-cr
                   "  " ws-amount-edited.
           go to inquire-voucher-read.

       inquire-voucher-done.
           if line-subscript = 0
               display "Voucher not on file".

       inquire-voucher-exit.
           exit.

      *    Ending a recurring voucher stops JVCYCLE copying it;   *
      *    the copies already posted stand.                       *

       end-recurring.
           display "Recurring voucher number : ".
           accept ws-voucher-number.
           move ws-voucher-number to jv-number.
           move 1 to jv-line.
           read voucher-file
               invalid key
                   display "Voucher not on file"
                   go to end-recurring-exit
           end-read.
           if not jv-recurring
               display "Voucher " jv-number " is not recurring"
               go to end-recurring-exit.
           display jv-description.
           display "Stop this voucher recurring (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to end-recurring-exit.
           move 0 to jv-line.
           start voucher-file key not less than jv-key.

       end-recurring-read.
           read voucher-file next record
               at end
                   go to end-recurring-done
           end-read.
           if jv-number not = ws-voucher-number
               go to end-recurring-done.
           move "E" to jv-kind.
           rewrite journal-voucher-record.
           go to end-recurring-read.

       end-recurring-done.
           display "Voucher " ws-voucher-number " no longer recurs".

       end-recurring-exit.
           exit.

      *    JVCYCLE has the voucher file to itself while it runs.  *

       period-processing.
           close voucher-file.
           call "JVCYCLE".
           cancel "JVCYCLE".
           open i-o voucher-file.

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

      ***********************************************************
      *     Current Company (chosen at MUDEMO sign-on) and the   *
      *     Last Period GLCLOSE Has Closed for It                *
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

       read-closed-period.
           move 0 to ws-closed-period.
           open input closed-file.
           if cls-status not = "00"
               go to read-closed-period-exit.

       read-closed-period-read.
           read closed-file
               at end
                   go to read-closed-period-close.
           if gc-company not = ws-current-company
               go to read-closed-period-read.
           move gc-closed-period to ws-closed-period.

       read-closed-period-close.
           close closed-file.

       read-closed-period-exit.
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

       wrap-up.
           close voucher-file.
           close coa-file.
           display "Vouchers posted : " vouchers-posted.

       endit.
           cancel "GLPOST".
           goback.
