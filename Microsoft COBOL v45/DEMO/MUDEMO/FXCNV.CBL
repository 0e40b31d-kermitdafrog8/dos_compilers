      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      FXCNV.CBL                           *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for foreign-currency invoicing, in  *
      *  the style of FRTCNV.  The customer took a billing       *
      *  currency and the order header the currency the order    *
      *  was taken in, and the invoice line and receivables      *
      *  open item took a currency, a rate and their amounts in  *
      *  that currency, each on the end of the record, and the   *
      *  cash history took the dollars a check was worth in the  *
      *  bank.  Reads MUCUSTMR.OLD, MUSOHDR.OLD, MUINVOIC.OLD,   *
      *  MUARITEM.OLD and MUCASHHS.OLD in their old layouts and  *
      *  writes every record forward in dollars - "USD" at a     *
      *  rate of 1, the foreign amounts and the received amount  *
      *  the same as the dollar ones - until CUSTMAST keys a     *
      *  customer another currency.  Confirms with the operator  *
      *  before the new files are recreated.                     *
      *                                                          *
      ************************************************************

       identification division.
       program-id. FXCNV.
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

           select old-cash-history assign "MUCASHHS.OLD"
                organization indexed
                access sequential
                record key o-ch-key
                status old-status.

           select cash-history assign "MUCASHHS.DAT"
                organization indexed
                access dynamic
                record key ch-key
                status hst-status.
      /
       data division.

      ***********************************************************
      * FILE DEFINITIONS - each old layout is the new one less   *
      * the fields on the end, so the old data moves across as   *
      * a block and the new fields are then defaulted.           *
      ***********************************************************

       file section.
       fd  old-customer-file.
       01  old-customer-record.
           03  o-customer-code              pic 9(04).
           03  o-customer-data              pic x(151).

       fd  customer-file.
           copy customer.cpy.

       fd  old-so-header-file.
       01  old-so-header-record.
           03  o-soh-number                 pic x(06).
           03  o-soh-data                   pic x(46).

       fd  so-header-file.
           copy sohdr.cpy.

       fd  old-invoice-file.
       01  old-invoice-record.
           03  o-inv-key.
               05  o-inv-number             pic x(06).
               05  o-inv-line               pic 9(03).
           03  o-inv-data                   pic x(101).

       fd  invoice-file.
           copy invoice.cpy.

       fd  old-ar-file.
       01  old-ar-item-record.
           03  o-ar-key.
               05  o-ar-customer-code       pic 9(04).
               05  o-ar-document-number     pic x(06).
           03  o-ar-data                    pic x(80).

       fd  ar-file.
           copy aritem.cpy.

       fd  old-cash-history.
       01  old-cash-history-record.
           03  o-ch-key.
               05  o-ch-customer-code       pic 9(04).
               05  o-ch-date                pic 9(08).
               05  o-ch-seq                 pic 9(04).
           03  o-ch-data                    pic x(46).

       fd  cash-history.
           copy cashhist.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  cus-status                   pic xx.
       01  soh-status                   pic xx.
       01  inv-status                   pic xx.
       01  ar-status                    pic xx.
       01  hst-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  customers-migrated           pic 9(06) value 0.
       01  headers-migrated             pic 9(06) value 0.
       01  invoice-lines-migrated       pic 9(06) value 0.
       01  open-items-migrated          pic 9(06) value 0.
       01  cash-items-migrated          pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "FXCNV - convert the currency layouts forward".
           display "This overwrites MUCUSTMR.DAT, MUSOHDR.DAT, "
                   "MUINVOIC.DAT, MUARITEM.DAT and MUCASHHS.DAT "
                   "from the .OLD copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-customers thru convert-customers-exit.
           perform convert-headers thru convert-headers-exit.
           perform convert-invoices thru convert-invoices-exit.
           perform convert-open-items thru convert-open-items-exit.
           perform convert-cash-items thru convert-cash-items-exit.

           display "Customers migrated      : " customers-migrated.
           display "Order headers migrated  : " headers-migrated.
           display "Invoice lines migrated  : "
                   invoice-lines-migrated.
           display "Open items migrated     : " open-items-migrated.
           display "Cash items migrated     : " cash-items-migrated.

       endit.
           goback.

      ***********************************************************
      * Customers - Billed in Dollars                           *
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
           move old-customer-record to customer-record.
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
      * Order Headers - Taken in Dollars                        *
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
           move old-so-header-record to so-header-record.
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
      * Invoice Lines - Dollars at a Rate of 1                  *
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
           move old-invoice-record to invoice-record.
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

      ***********************************************************
      * Receivables Open Items - Dollars at a Rate of 1         *
      ***********************************************************

       convert-open-items.
           open input old-ar-file.
           if old-status not = "00"
               display "MUARITEM.OLD not available - open items "
                       "not converted - status " old-status
               go to convert-open-items-exit.
           open output ar-file.
           if ar-status not = "00"
               display "Unable to open MUARITEM.DAT - status "
                       ar-status
               close old-ar-file
               go to convert-open-items-exit.
           move "N" to end-of-file-switch.

       convert-open-items-read.
           if end-of-file
               go to convert-open-items-close.
           read old-ar-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-open-items-read
           end-read.
           move old-ar-item-record to ar-item-record.
           move "USD" to ar-currency-code.
           move 1 to ar-currency-rate.
           move ar-original-amount to ar-fx-original-amount.
           move ar-open-amount to ar-fx-open-amount.
           write ar-item-record.
           if ar-status = "00"
               add 1 to open-items-migrated
           else
               display "Unable to migrate open item "
                       o-ar-customer-code "/" o-ar-document-number
                       " - status " ar-status.
           go to convert-open-items-read.

       convert-open-items-close.
           close old-ar-file.
           close ar-file.

       convert-open-items-exit.
           exit.

      ***********************************************************
      * The Cash History - Banked at What It Paid Off           *
      ***********************************************************

       convert-cash-items.
           open input old-cash-history.
           if old-status not = "00"
               display "MUCASHHS.OLD not available - cash history "
                       "not converted - status " old-status
               go to convert-cash-items-exit.
           open output cash-history.
           if hst-status not = "00"
               display "Unable to open MUCASHHS.DAT - status "
                       hst-status
               close old-cash-history
               go to convert-cash-items-exit.
           move "N" to end-of-file-switch.

       convert-cash-items-read.
           if end-of-file
               go to convert-cash-items-close.
           read old-cash-history next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-cash-items-read
           end-read.
           move old-cash-history-record to cash-history-record.
           move ch-amount to ch-received-amount.
           write cash-history-record.
           if hst-status = "00"
               add 1 to cash-items-migrated
           else
               display "Unable to migrate cash item for customer "
                       o-ch-customer-code " - status " hst-status.
           go to convert-cash-items-read.

       convert-cash-items-close.
           close old-cash-history.
           close cash-history.

       convert-cash-items-exit.
           exit.
