      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      EXPCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for export shipping documents, in   *
      *  the style of FRTCNV.  The stock record took a tariff    *
      *  code and a country of origin, the customer a country    *
      *  and incoterms, and the ship-to a country, each on the   *
      *  end of the record.  Reads MUSTOCK.OLD, MUCUSTMR.OLD and *
      *  MUSHIPTO.OLD in their old layouts and writes every      *
      *  record forward with the new fields blank - every        *
      *  customer and site at home, every item without a tariff  *
      *  code - until EXPMAINT and CUSTMAST key them.  Confirms  *
      *  with the operator before the new files are recreated.   *
      *                                                          *
      ************************************************************

       identification division.
       program-id. EXPCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-stock-file assign "MUSTOCK.OLD"
                organization indexed
                access sequential
                record key o-stock-key
                status old-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

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

           select old-shipto-file assign "MUSHIPTO.OLD"
                organization indexed
                access sequential
                record key o-st-key
                status old-status.

           select shipto-file assign "MUSHIPTO.DAT"
                organization indexed
                access dynamic
                record key st-key
                status sto-status.
      /
       data division.

      ***********************************************************
      * FILE DEFINITIONS - each old layout is the new one less   *
      * the fields on the end, so the old data moves across as   *
      * a block and the new fields are then defaulted.           *
      ***********************************************************

       file section.
       fd  old-stock-file.
       01  old-stock-record.
           03  o-stock-key                  pic x(10).
           03  o-stock-data                 pic x(421).

       fd  stock-file.
           copy stockrec.cpy.

       fd  old-customer-file.
       01  old-customer-record.
           03  o-customer-code              pic 9(04).
           03  o-customer-data              pic x(146).

       fd  customer-file.
           copy customer.cpy.

       fd  old-shipto-file.
       01  old-shipto-record.
           03  o-st-key                     pic x(07).
           03  o-st-data                    pic x(101).

       fd  shipto-file.
           copy shipto.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  stock-status                 pic xx.
       01  cus-status                   pic xx.
       01  sto-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  items-migrated               pic 9(06) value 0.
       01  customers-migrated           pic 9(06) value 0.
       01  shiptos-migrated             pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "EXPCNV - convert the export layouts forward".
           display "This overwrites MUSTOCK.DAT, MUCUSTMR.DAT and "
                   "MUSHIPTO.DAT from the .OLD copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-items thru convert-items-exit.
           perform convert-customers thru convert-customers-exit.
           perform convert-shiptos thru convert-shiptos-exit.

           display "Items migrated          : " items-migrated.
           display "Customers migrated      : " customers-migrated.
           display "Ship-tos migrated       : " shiptos-migrated.

       endit.
           goback.

      ***********************************************************
      * Stock Items - No Tariff Code or Origin                  *
      ***********************************************************

       convert-items.
           open input old-stock-file.
           if old-status not = "00"
               display "MUSTOCK.OLD not available - items "
                       "not converted - status " old-status
               go to convert-items-exit.
           open output stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close old-stock-file
               go to convert-items-exit.
           move "N" to end-of-file-switch.

       convert-items-read.
           if end-of-file
               go to convert-items-close.
           read old-stock-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-items-read
           end-read.
           move old-stock-record to stock-record.
           move spaces to stock-tariff-code.
           move spaces to stock-origin-country.
           write stock-record.
           if stock-status = "00"
               add 1 to items-migrated
           else
               display "Unable to migrate item "
                       o-stock-key " - status " stock-status.
           go to convert-items-read.

       convert-items-close.
           close old-stock-file.
           close stock-file.

       convert-items-exit.
           exit.

      ***********************************************************
      * Customers - At Home, No Incoterms                       *
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
           move spaces to customer-country.
           move spaces to customer-incoterms.
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
      * Ship-To Sites - The Customer's Country                  *
      ***********************************************************

       convert-shiptos.
           open input old-shipto-file.
           if old-status not = "00"
               display "MUSHIPTO.OLD not available - ship-tos "
                       "not converted - status " old-status
               go to convert-shiptos-exit.
           open output shipto-file.
           if sto-status not = "00"
               display "Unable to open MUSHIPTO.DAT - status "
                       sto-status
               close old-shipto-file
               go to convert-shiptos-exit.
           move "N" to end-of-file-switch.

       convert-shiptos-read.
           if end-of-file
               go to convert-shiptos-close.
           read old-shipto-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-shiptos-read
           end-read.
           move old-shipto-record to shipto-record.
           move spaces to st-country.
           write shipto-record.
           if sto-status = "00"
               add 1 to shiptos-migrated
           else
               display "Unable to migrate ship-to "
                       o-st-key " - status " sto-status.
           go to convert-shiptos-read.

       convert-shiptos-close.
           close old-shipto-file.
           close shipto-file.

       convert-shiptos-exit.
           exit.
