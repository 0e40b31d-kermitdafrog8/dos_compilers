      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      TAXCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for sales tax, in the style of      *
      *  LAYCNV.  Four files grew on the end of their records:   *
      *  the customer took a tax code and exemption certificate, *
      *  the category took its taxable flag, the receivables     *
      *  open item took its tax code, taxable and tax amounts,   *
      *  and the invoice line took its tax code and tax amount.  *
      *  Reads each .OLD copy in its pre-extension layout and    *
      *  writes every record forward with the new fields         *
      *  defaulted: no tax code, no certificate, categories not  *
      *  taxable and history carrying no tax - nothing is taxed  *
      *  until TAXMAINT, CUSTMAST and CATMAST say so.  Confirms  *
      *  with the operator before the new files are recreated.   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. TAXCNV.
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

           select old-category-file assign "MUCATEGY.OLD"
                organization indexed
                access sequential
                record key o-category-code
                status old-status.

           select category-file assign "MUCATEGY.DAT"
                organization indexed
                access dynamic
                record key category-code
                status cat-status.

           select old-ar-file assign "MUARITEM.OLD"
                organization indexed
                access sequential
                record key o-ar-key
                status old-status.

           select ar-file assign "MUARITEM.DAT"
                organization indexed
                access dynamic
                record key ar-key
                status ar-status.

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

      ***********************************************************
      * FILE DEFINITIONS - the pre-extension layouts inline      *
      ***********************************************************

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

       fd  customer-file.
           copy customer.cpy.

       fd  old-category-file.
       01  old-category-record.
           03  o-category-code              pic x(04).
           03  o-category-description       pic x(30).
           03  o-category-gl-account        pic x(06).

       fd  category-file.
           copy category.cpy.

       fd  old-ar-file.
       01  old-ar-item-record.
           03  o-ar-key.
               05  o-ar-customer-code       pic 9(04).
               05  o-ar-document-number     pic x(06).
           03  o-ar-data.
               05  o-ar-document-type       pic x.
               05  o-ar-date                pic 9(08).
               05  o-ar-due-date            pic 9(08).
               05  o-ar-original-amount     pic 9(12)v99.
               05  o-ar-open-amount         pic 9(12)v99.
               05  o-ar-status-flag         pic x.
               05  o-ar-shortpay-reason     pic 9(02).

       fd  ar-file.
           copy aritem.cpy.

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

       fd  invoice-file.
           copy invoice.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  cus-status                   pic xx.
       01  cat-status                   pic xx.
       01  ar-status                    pic xx.
       01  inv-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  customers-migrated           pic 9(05) value 0.
       01  categories-migrated          pic 9(05) value 0.
       01  ar-items-migrated            pic 9(06) value 0.
       01  invoice-lines-migrated       pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "TAXCNV - convert the sales tax layouts forward".
           display "This overwrites MUCUSTMR.DAT, MUCATEGY.DAT, "
                   "MUARITEM.DAT and MUINVOIC.DAT from the .OLD "
                   "copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-customers
                   thru convert-customers-exit.
           perform convert-categories
                   thru convert-categories-exit.
           perform convert-ar-items thru convert-ar-items-exit.
           perform convert-invoices thru convert-invoices-exit.

           display "Customers migrated      : "
                   customers-migrated.
           display "Categories migrated     : "
                   categories-migrated.
           display "AR items migrated       : " ar-items-migrated.
           display "Invoice lines migrated  : "
                   invoice-lines-migrated.

       endit.
           goback.

      ***********************************************************
      * The Customers - No Tax Code, No Certificate             *
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
           move spaces to customer-tax-code.
           move spaces to customer-exempt-cert.
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
      * The Categories - Not Taxable Until Flagged              *
      ***********************************************************

       convert-categories.
           open input old-category-file.
           if old-status not = "00"
               display "MUCATEGY.OLD not available - categories "
                       "not converted - status " old-status
               go to convert-categories-exit.
           open output category-file.
           if cat-status not = "00"
               display "Unable to open MUCATEGY.DAT - status "
                       cat-status
               close old-category-file
               go to convert-categories-exit.
           move "N" to end-of-file-switch.

       convert-categories-read.
           if end-of-file
               go to convert-categories-close.
           read old-category-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-categories-read
           end-read.
           move o-category-code to category-code.
           move o-category-description to category-description.
           move o-category-gl-account to category-gl-account.
           move "N" to category-taxable-flag.
           move 0 to category-min-margin.
           write category-record.
           if cat-status = "00"
               add 1 to categories-migrated
           else
               display "Unable to migrate category "
                       o-category-code " - status " cat-status.
           go to convert-categories-read.

       convert-categories-close.
           close old-category-file.
           close category-file.

       convert-categories-exit.
           exit.

      ***********************************************************
      * The Receivables Open Items - History Carries No Tax     *
      ***********************************************************

       convert-ar-items.
           open input old-ar-file.
           if old-status not = "00"
               display "MUARITEM.OLD not available - AR items "
                       "not converted - status " old-status
               go to convert-ar-items-exit.
           open output ar-file.
           if ar-status not = "00"
               display "Unable to open MUARITEM.DAT - status "
                       ar-status
               close old-ar-file
               go to convert-ar-items-exit.
           move "N" to end-of-file-switch.

       convert-ar-items-read.
           if end-of-file
               go to convert-ar-items-close.
           read old-ar-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-ar-items-read
           end-read.
           move o-ar-customer-code to ar-customer-code.
           move o-ar-document-number to ar-document-number.
           move o-ar-document-type to ar-document-type.
           move o-ar-date to ar-date.
           move o-ar-due-date to ar-due-date.
           move o-ar-original-amount to ar-original-amount.
           move o-ar-open-amount to ar-open-amount.
           move o-ar-status-flag to ar-status-flag.
           move o-ar-shortpay-reason to ar-shortpay-reason.
           move spaces to ar-tax-code.
           move 0 to ar-taxable-amount.
           move 0 to ar-tax-amount.
           move "USD" to ar-currency-code.
           move 1 to ar-currency-rate.
           move ar-original-amount to ar-fx-original-amount.
           move ar-open-amount to ar-fx-open-amount.
           write ar-item-record.
           if ar-status = "00"
               add 1 to ar-items-migrated
           else
               display "Unable to migrate AR item "
                       o-ar-customer-code "/" o-ar-document-number
                       " - status " ar-status.
           go to convert-ar-items-read.

       convert-ar-items-close.
           close old-ar-file.
           close ar-file.

       convert-ar-items-exit.
           exit.

      ***********************************************************
      * The Invoice Lines                                       *
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
           move o-inv-number to inv-number.
           move o-inv-line to inv-line.
           move o-inv-customer-code to inv-customer-code.
           move o-inv-order-number to inv-order-number.
           move o-inv-order-line to inv-order-line.
           move o-inv-stock-key to inv-stock-key.
           move o-inv-qty to inv-qty.
           move o-inv-unit-price to inv-unit-price.
           move o-inv-value to inv-value.
           move o-inv-date to inv-date.
           move spaces to inv-tax-code.
           move 0 to inv-tax-amount.
           move spaces to inv-salesrep.
           move 0 to inv-cost-value.
           move 0 to inv-comm-period.
           move "USD" to inv-currency-code.
           move 1 to inv-currency-rate.
           move inv-unit-price to inv-fx-unit-price.
           move inv-value to inv-fx-value.
           move 0 to inv-fx-tax-amount.
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
