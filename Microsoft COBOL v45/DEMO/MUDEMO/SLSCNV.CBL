      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      SLSCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for sales commissions, in the style *
      *  of TAXCNV.  The customer, the sales-order header and    *
      *  the invoice line each took a sales rep on the end of    *
      *  the record, the invoice line its cost value and the     *
      *  period its commission was paid too.  Reads              *
      *  MUCUSTMR.OLD, MUSOHDR.OLD and MUINVOIC.OLD in their old *
      *  layouts and writes every record forward with no rep -   *
      *  reps are then keyed on the customers through CUSTMAST,  *
      *  and nothing billed before the conversion is             *
      *  commissioned.  Confirms with the operator before the    *
      *  new files are recreated.                                *
      *                                                          *
      ************************************************************

       identification division.
       program-id. SLSCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-customer-file assign "MUCUSTMR.OLD"
                organization indexed
                access sequential
                record key o-customer-code
                status old-status.

           select customer-file assign "MUCUSTMR.DAT"
                organization indexed
                access dynamic
                record key customer-code
                status cus-status.

           select old-so-header-file assign "MUSOHDR.OLD"
                organization indexed
                access sequential
                record key o-soh-number
                status old-status.

           select so-header-file assign "MUSOHDR.DAT"
                organization indexed
                access dynamic
                record key soh-number
                status soh-status.

           select old-invoice-file assign "MUINVOIC.OLD"
                organization indexed
                access sequential
                record key o-inv-key
                status old-status.

           select invoice-file assign "MUINVOIC.DAT"
                organization indexed
                access dynamic
                record key inv-key
                status inv-status.
      /
       data division.

       file section.
       fd  old-customer-file.
       01  old-customer-record.
           03  o-customer-code              pic 9(04).
           03  o-customer-name              pic x(30).
           03  o-customer-address-1         pic x(30).
           03  o-customer-address-2         pic x(30).
           03  o-customer-phone             pic x(15).
           03  o-customer-terms-days        pic 9(03).
           03  o-customer-credit-limit      pic 9(08)v99.
           03  o-customer-tax-code          pic x(04).
           03  o-customer-exempt-cert       pic x(15).

       fd  customer-file.
           copy customer.cpy.

       fd  old-so-header-file.
       01  old-so-header-record.
           03  o-soh-number                 pic x(06).
           03  o-soh-data.
               05  o-soh-customer-code      pic 9(04).
               05  o-soh-order-date         pic 9(08).
               05  o-soh-status-flag        pic x.
               05  o-soh-line-count         pic 9(03).
               05  o-soh-type-flag          pic x.
               05  o-soh-customer-ref       pic x(10).
               05  o-soh-carrier-code       pic x(04).

       fd  so-header-file.
           copy sohdr.cpy.

       fd  old-invoice-file.
       01  old-invoice-record.
           03  o-inv-key.
               05  o-inv-number             pic x(06).
               05  o-inv-line               pic 9(03).
           03  o-inv-data.
               05  o-inv-customer-code      pic 9(04).
               05  o-inv-order-number       pic x(06).
               05  o-inv-order-line         pic 9(03).
               05  o-inv-stock-key          pic x(10).
               05  o-inv-qty                pic 9(06).
               05  o-inv-unit-price         pic 9(08)v99.
               05  o-inv-value              pic 9(12)v99.
               05  o-inv-date               pic 9(08).
               05  o-inv-tax-code           pic x(04).
               05  o-inv-tax-amount         pic 9(10)v99.

       fd  invoice-file.
           copy invoice.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  cus-status                   pic xx.
       01  soh-status                   pic xx.
       01  inv-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  customers-migrated           pic 9(06) value 0.
       01  headers-migrated             pic 9(06) value 0.
       01  invoice-lines-migrated       pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "SLSCNV - convert the sales rep layouts forward".
           display "This overwrites MUCUSTMR.DAT, MUSOHDR.DAT and "
                   "MUINVOIC.DAT from the .OLD copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-customers thru convert-customers-exit.
           perform convert-headers thru convert-headers-exit.
           perform convert-invoices thru convert-invoices-exit.

           display "Customers migrated      : " customers-migrated.
           display "Order headers migrated  : " headers-migrated.
           display "Invoice lines migrated  : "
                   invoice-lines-migrated.

       endit.
           goback.

      ***********************************************************
      * Customers - No Rep Until One Is Keyed                   *
      ***********************************************************

       convert-customers.
           open input old-customer-file.
           if old-status not = "00"
               display "MUCUSTMR.OLD not available - customers "
                       "not converted - status " old-status
               go to convert-customers-exit.
           open output customer-file.
           if cus-status not = "00"
               display "Unable to open MUCUSTMR.DAT - status "
                       cus-status
               close old-customer-file
               go to convert-customers-exit.
           move "N" to end-of-file-switch.

       convert-customers-read.
           if end-of-file
               go to convert-customers-close.
           read old-customer-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-customers-read
           end-read.
           move o-customer-code to customer-code.
           move o-customer-name to customer-name.
           move o-customer-address-1 to customer-address-1.
           move o-customer-address-2 to customer-address-2.
           move o-customer-phone to customer-phone.
           move o-customer-terms-days to customer-terms-days.
           move o-customer-credit-limit to customer-credit-limit.
           move o-customer-tax-code to customer-tax-code.
           move o-customer-exempt-cert to customer-exempt-cert.
           move spaces to customer-salesrep.
           move spaces to customer-freight-zone.
           move "N" to customer-einvoice-flag.
           move "N" to customer-fincharge-flag.
           move 5 to customer-alloc-priority.
           move spaces to customer-country.
           move spaces to customer-incoterms.
           move "USD" to customer-currency.
           write customer-record.
           if cus-status = "00"
               add 1 to customers-migrated
           else
               display "Unable to migrate customer "
                       o-customer-code " - status " cus-status.
           go to convert-customers-read.

       convert-customers-close.
           close old-customer-file.
           close customer-file.

       convert-customers-exit.
           exit.

      ***********************************************************
      * Sales-Order Headers                                     *
      ***********************************************************

       convert-headers.
           open input old-so-header-file.
           if old-status not = "00"
               display "MUSOHDR.OLD not available - order headers "
                       "not converted - status " old-status
               go to convert-headers-exit.
           open output so-header-file.
           if soh-status not = "00"
               display "Unable to open MUSOHDR.DAT - status "
                       soh-status
               close old-so-header-file
               go to convert-headers-exit.
           move "N" to end-of-file-switch.

       convert-headers-read.
           if end-of-file
               go to convert-headers-close.
           read old-so-header-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-headers-read
           end-read.
           move o-soh-number to soh-number.
           move o-soh-data to soh-data.
           move spaces to soh-salesrep.
           move 0 to soh-shipto.
           move soh-order-date to soh-request-date.
           move "USD" to soh-currency-code.
           write so-header-record.
           if soh-status = "00"
               add 1 to headers-migrated
           else
               display "Unable to migrate order header "
                       o-soh-number " - status " soh-status.
           go to convert-headers-read.

       convert-headers-close.
           close old-so-header-file.
           close so-header-file.

       convert-headers-exit.
           exit.

      ***********************************************************
      * Invoice Lines - Billed Before Commissions, Never Paid   *
      ***********************************************************

       convert-invoices.
           open input old-invoice-file.
           if old-status not = "00"
               display "MUINVOIC.OLD not available - invoices "
                       "not converted - status " old-status
               go to convert-invoices-exit.
           open output invoice-file.
           if inv-status not = "00"
               display "Unable to open MUINVOIC.DAT - status "
                       inv-status
               close old-invoice-file
               go to convert-invoices-exit.
           move "N" to end-of-file-switch.

       convert-invoices-read.
           if end-of-file
               go to convert-invoices-close.
           read old-invoice-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-invoices-read
           end-read.
           move o-inv-key to inv-key.
           move o-inv-data to inv-data.
           move spaces to inv-salesrep.
           move 0 to inv-cost-value.
           move 0 to inv-comm-period.
           move "USD" to inv-currency-code.
           move 1 to inv-currency-rate.
           move inv-unit-price to inv-fx-unit-price.
           move inv-value to inv-fx-value.
           move inv-tax-amount to inv-fx-tax-amount.
           write invoice-record.
           if inv-status = "00"
               add 1 to invoice-lines-migrated
           else
               display "Unable to migrate invoice line "
                       o-inv-number "/" o-inv-line
                       " - status " inv-status.
           go to convert-invoices-read.

       convert-invoices-close.
           close old-invoice-file.
           close invoice-file.

       convert-invoices-exit.
           exit.
