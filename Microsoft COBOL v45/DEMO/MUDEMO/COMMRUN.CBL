      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     COMMRUN.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Sales commission run.  For a keyed period (YYYYMM)      *
      *  every rep on MUSLSREP.DAT (see SALESREP.CPY) is paid    *
      *  on the invoice lines billed under their code whose      *
      *  invoice CASHAPP has closed on the receivables ledger    *
      *  MUARITEM.DAT - commission is earned when the customer   *
      *  pays, not when the goods ship.  The rate is the rep's   *
      *  rate for the item's stock-category, else the default;   *
      *  the basis is the goods value for a revenue rep, the     *
      *  goods value less inv-cost-value for a margin rep (a     *
      *  loss earns nothing).  Each line paid is stamped with    *
      *  the period, so it is paid once; rerunning a period      *
      *  reprints what it paid.  CREDMEMO's chargebacks on       *
      *  MUCOMMCB.DAT (see COMMCB.CPY) dated up to the period    *
      *  end are taken back the same way.  One statement per     *
      *  rep goes to COMMRUN.LST, routable to paper through the  *
      *  STOCKPRT spool.                                         *
      *                                                          *
      *  An invoice closed by an approved write-off on           *
      *  MUARWOPN.DAT (see ARWOPND.CPY) was never paid for and   *
      *  earns no commission.                                    *
      *                                                          *
      ************************************************************

       identification division.
       program-id. COMMRUN.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select salesrep-file assign "MUSLSREP.DAT"
                organization indexed
                access dynamic
                record key sr-code
                status rep-status.

           select invoice-file assign "MUINVOIC.DAT"
                organization indexed
                access dynamic
                record key inv-key
                status inv-status.

           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status ar-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select chargeback-file assign "MUCOMMCB.DAT"
                organization indexed
                access dynamic
                record key cb-memo-number
                status cb-status.

           select comm-rpt assign "COMMRUN.LST"
                organization line sequential
                status rpt-status.

           select writeoff-file assign "MUARWOPN.DAT"
                organization indexed
                access dynamic
                record key wo-number
                status wo-status.

           select param-file assign "MURPTPRM.DAT"
                organization line sequential
                status prm-status.
      /
       data division.

       file section.
       fd  salesrep-file.
           copy salesrep.cpy.

       fd  invoice-file.
           copy invoice.cpy.

       fd  ar-file.
           copy aritem.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  chargeback-file.
           copy commcb.cpy.

       fd  writeoff-file.
           copy arwopnd.cpy.

       fd  comm-rpt.
       01  comm-line                    pic x(80).

       fd  param-file.
           copy rptparm.cpy.
      /
       working-storage section.

       01  rep-status                   pic xx.
       01  inv-status                   pic xx.
       01  ar-status                    pic xx.
       01  stock-status                 pic xx.
       01  cb-status                    pic xx.
       01  rpt-status                   pic xx.
       01  prm-status                   pic xx.

       01  cb-open-switch               pic x     value "N".
           88  chargeback-file-open               value "Y".
       01  wo-status                    pic xx.
       01  wo-open-switch               pic x     value "N".
           88  writeoff-file-open                 value "Y".
       01  written-off-switch           pic x.
           88  invoice-written-off                value "Y".
       01  ws-checked-customer          pic 9(04) value 0.
       01  ws-checked-invoice           pic x(06) value spaces.
       01  invoices-written-off         pic 9(05) value 0.
       01  rep-headed-switch            pic x.
           88  rep-headed                         value "Y".

       01  yesno                        pic x.
       01  report-period                pic 9(06).
       01  report-period-split redefines report-period.
           03  rp-year                  pic 9(04).
           03  rp-month                 pic 9(02).
       01  period-end-date              pic 9(08).

       01  ws-category                  pic x(04).
       01  ws-rate                      pic 9(02)v99.
       01  ws-value                     pic 9(12)v99.
       01  ws-cost                      pic 9(12)v99.
       01  ws-basis-amount              pic s9(12)v99.
       01  ws-commission                pic s9(10)v99.
       01  rate-subscript               pic 9(02) comp value 0.

       01  rep-total                    pic s9(11)v99.
       01  grand-total                  pic s9(11)v99 value 0.
       01  ws-total-edited              pic -(10)9.99.
       01  reps-paid                    pic 9(04) value 0.
       01  lines-paid                   pic 9(05) value 0.
       01  chargebacks-taken            pic 9(05) value 0.

      ***********************************************************
      * Report Lines                                            *
      ***********************************************************

       01  rep-head-line.
           03  filler                   pic x(22)
                   value "Commission statement  ".
           03  filler                   pic x(07) value "Period ".
           03  rh-period                pic 9(06).
           03  filler                   pic x(06) value "  Rep ".
           03  rh-code                  pic x(04).
           03  filler                   pic x(02).
           03  rh-name                  pic x(30).

       01  rep-basis-line.
           03  filler                   pic x(19)
                   value "Commission paid on ".
           03  rb-basis                 pic x(07).
           03  filler                   pic x(16)
                   value " - default rate ".
           03  rb-rate                  pic z9.99.
           03  filler                   pic x(01) value "%".

       01  comm-column-line.
           03  filler                   pic x(40)
                   value "Doc     Ln  Cust Item       Cat    Basis".
           03  filler                   pic x(40)
                   value " amount  Rate    Commission".

       01  comm-detail-line.
           03  cd-document              pic x(06).
           03  filler                   pic x(01).
           03  cd-line                  pic zz9
                                        blank when zero.
           03  filler                   pic x(02).
           03  cd-customer              pic 9(04).
           03  filler                   pic x(01).
           03  cd-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  cd-category              pic x(04).
           03  filler                   pic x(01).
           03  cd-basis                 pic -(10)9.99.
           03  filler                   pic x(01).
           03  cd-rate                  pic z9.99.
           03  filler                   pic x(01).
           03  cd-commission            pic -(9)9.99.

       01  rep-total-line.
           03  filler                   pic x(38).
           03  rt-caption               pic x(16).
           03  rt-amount                pic -(9)9.99.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "COMMRUN - sales commission run".
           display "Period (YYYYMM) : ".
           accept report-period.
           if report-period not numeric or rp-month < 1
                   or rp-month > 12
               display "Period not valid"
               go to endit.
           compute period-end-date = report-period * 100 + 31.

           open input salesrep-file.
           if rep-status not = "00"
               display "Unable to open MUSLSREP.DAT - status "
                       rep-status
               go to endit.
           open i-o invoice-file.
           if inv-status not = "00"
               display "Unable to open MUINVOIC.DAT - status "
                       inv-status
               close salesrep-file
               go to endit.
           open input ar-file.
           if ar-status not = "00"
               display "Unable to open MUARITEM.DAT - status "
                       ar-status
               close salesrep-file
               close invoice-file
               go to endit.
           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close salesrep-file
               close invoice-file
               close ar-file
               go to endit.
      *    No chargeback file simply means no credit memo has
      *    yet been raised against a commissioned sale.
           open i-o chargeback-file.
           if cb-status = "00"
               move "Y" to cb-open-switch.
      *    Nor does no write-off file mean anything but that no
      *    debt has yet been written off.
           open input writeoff-file.
           if wo-status = "00"
               move "Y" to wo-open-switch.
           open output comm-rpt.
           if rpt-status not = "00"
               display "Unable to open COMMRUN.LST - status "
                       rpt-status
               go to close-files.

           move low-values to sr-code.
           start salesrep-file key not less than sr-code.
           if rep-status not = "00"
               go to finish-up.

       rep-loop.
           read salesrep-file next record
               at end
                   go to finish-up
           end-read.
           perform pay-rep thru pay-rep-exit.
           go to rep-loop.

       finish-up.
           move spaces to comm-line.
           write comm-line.
           move "All reps" to rt-caption.
           move grand-total to rt-amount.
           write comm-line from rep-total-line.
           close comm-rpt.
           move grand-total to ws-total-edited.
           display "Reps paid         : " reps-paid.
           display "Invoice lines paid: " lines-paid.
           display "Chargebacks taken : " chargebacks-taken.
           display "Written off unpaid: " invoices-written-off.
           display "Commission total  : " ws-total-edited.
           display "Spool the statements to the printer (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform spool-report thru spool-report-exit.

       close-files.
           close salesrep-file.
           close invoice-file.
           close ar-file.
           close stock-file.
           if chargeback-file-open
               close chargeback-file.
           if writeoff-file-open
               close writeoff-file.

       endit.
           goback.

      ***********************************************************
      * One Rep's Statement                                     *
      *    The heading is printed with the first line paid, so  *
      *    a rep with nothing due this period gets no page.      *
      ***********************************************************

       pay-rep.
           move "N" to rep-headed-switch.
           move 0 to rep-total.
           move low-values to inv-key.
           start invoice-file key not less than inv-key.
           if inv-status not = "00"
               go to pay-rep-chargebacks.

       pay-rep-invoice.
           read invoice-file next record
               at end
                   go to pay-rep-chargebacks
           end-read.
           if inv-salesrep not = sr-code
               go to pay-rep-invoice.
           if inv-comm-period = report-period
               go to pay-rep-invoice-line.
           if inv-comm-period not = 0
               go to pay-rep-invoice.
           move inv-customer-code to ar-customer-code.
           move inv-number to ar-document-number.
           read ar-file
               invalid key
                   go to pay-rep-invoice
           end-read.
           if not ar-closed-item
               go to pay-rep-invoice.
           perform check-written-off thru check-written-off-exit.
           if invoice-written-off
               go to pay-rep-invoice.
           move report-period to inv-comm-period.
           rewrite invoice-record.

       pay-rep-invoice-line.
           move inv-stock-key to stock-key.
           move inv-value to ws-value.
           move inv-cost-value to ws-cost.
           perform compute-commission thru compute-commission-exit.
           move inv-number to cd-document.
           move inv-line to cd-line.
           move inv-customer-code to cd-customer.
           perform print-line thru print-line-exit.
           add 1 to lines-paid.
           go to pay-rep-invoice.

      *    The write-off file is in write-off number order, so it
      *    is read through for the invoice - once per invoice, the
      *    answer holding for the invoice's remaining lines.

       check-written-off.
           if inv-customer-code = ws-checked-customer
                   and inv-number = ws-checked-invoice
               go to check-written-off-exit.
           move inv-customer-code to ws-checked-customer.
           move inv-number to ws-checked-invoice.
           move "N" to written-off-switch.
           if not writeoff-file-open
               go to check-written-off-exit.
           move 0 to wo-number.
           start writeoff-file key not less than wo-number.
           if wo-status not = "00"
               go to check-written-off-exit.

       check-written-off-read.
           read writeoff-file next record
               at end
                   go to check-written-off-exit
           end-read.
           if wo-customer-code not = inv-customer-code
                   or wo-document-number not = inv-number
                   or not wo-approved
               go to check-written-off-read.
           move "Y" to written-off-switch.
           add 1 to invoices-written-off.
           display "Invoice " inv-number
                   " closed by write-off - no commission".

       check-written-off-exit.
           exit.

       pay-rep-chargebacks.
           if not chargeback-file-open
               go to pay-rep-total.
           move low-values to cb-memo-number.
           start chargeback-file key not less than cb-memo-number.
           if cb-status not = "00"
               go to pay-rep-total.

       pay-rep-chargeback.
           read chargeback-file next record
               at end
                   go to pay-rep-total
           end-read.
           if cb-salesrep not = sr-code
               go to pay-rep-chargeback.
           if cb-comm-period = report-period
               go to pay-rep-chargeback-line.
           if cb-comm-period not = 0 or cb-date > period-end-date
               go to pay-rep-chargeback.
           move report-period to cb-comm-period.
           rewrite chargeback-record.

       pay-rep-chargeback-line.
           move cb-stock-key to stock-key.
           move cb-credit-value to ws-value.
           move cb-cost-value to ws-cost.
           perform compute-commission thru compute-commission-exit.
           compute ws-basis-amount = 0 - ws-basis-amount.
           compute ws-commission = 0 - ws-commission.
           move cb-memo-number to cd-document.
           move 0 to cd-line.
           move cb-customer-code to cd-customer.
           perform print-line thru print-line-exit.
           add 1 to chargebacks-taken.
           go to pay-rep-chargeback.

       pay-rep-total.
           if not rep-headed
               go to pay-rep-exit.
           move "Rep total" to rt-caption.
           move rep-total to rt-amount.
           write comm-line from rep-total-line.
           add rep-total to grand-total.
           add 1 to reps-paid.

       pay-rep-exit.
           exit.

      ***********************************************************
      *    Rate by the item's category, else the rep's default;  *
      *    basis by the rep's commission basis.  Expects         *
      *    stock-key, ws-value and ws-cost set.                  *
      ***********************************************************

       compute-commission.
           move spaces to ws-category.
           read stock-file.
           if stock-status = "00"
               move stock-category to ws-category.
           move sr-default-rate to ws-rate.
           move 0 to rate-subscript.

       compute-commission-rate.
           if rate-subscript >= 10
               go to compute-commission-basis.
           add 1 to rate-subscript.
           if ws-category = spaces
               go to compute-commission-basis.
           if sr-rate-category (rate-subscript) = ws-category
               move sr-rate-percent (rate-subscript) to ws-rate
               go to compute-commission-basis.
           go to compute-commission-rate.

       compute-commission-basis.
           if sr-basis-margin
               compute ws-basis-amount = ws-value - ws-cost
           else
               move ws-value to ws-basis-amount.
           if ws-basis-amount < 0
               move 0 to ws-basis-amount.
           compute ws-commission rounded =
               ws-basis-amount * ws-rate / 100.

       compute-commission-exit.
           exit.

       print-line.
           if not rep-headed
               perform print-rep-heading thru print-rep-heading-exit.
           move stock-key to cd-stock-key.
           move ws-category to cd-category.
           move ws-basis-amount to cd-basis.
           move ws-rate to cd-rate.
           move ws-commission to cd-commission.
           write comm-line from comm-detail-line.
           add ws-commission to rep-total.

       print-line-exit.
           exit.

       print-rep-heading.
           move "Y" to rep-headed-switch.
           move spaces to comm-line.
           write comm-line.
           move report-period to rh-period.
           move sr-code to rh-code.
           move sr-name to rh-name.
           write comm-line from rep-head-line.
           if sr-basis-margin
               move "margin" to rb-basis
           else
               move "revenue" to rb-basis.
           move sr-default-rate to rb-rate.
           write comm-line from rep-basis-line.
           move spaces to comm-line.
           write comm-line.
           write comm-line from comm-column-line.

       print-rep-heading-exit.
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
           move "COMMRUN.LST" to parm-text.
           write report-parm-record.
           close param-file.
           call "STOCKPRT".
           cancel "STOCKPRT".

       spool-report-exit.
           exit.
