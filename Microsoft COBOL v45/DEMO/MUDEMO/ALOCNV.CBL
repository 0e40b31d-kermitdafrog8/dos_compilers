      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      ALOCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for stock allocation, in the style  *
      *  of SLSCNV.  The customer took an allocation priority on *
      *  the end of the record and the sales-order header a      *
      *  requested ship date.  Reads MUCUSTMR.OLD and            *
      *  MUSOHDR.OLD in their old layouts and writes every       *
      *  customer forward at the middle priority 5, and every    *
      *  order wanted on the day it was taken - priorities are   *
      *  then keyed through CUSTMAST.  Confirms with the         *
      *  operator before the new files are recreated.            *
      *                                                          *
      ************************************************************

       identification division.
       program-id. ALOCNV.
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
      /
       data division.

      ***********************************************************
      * FILE DEFINITIONS - each old layout is the new one less   *
      * the field on the end, so the old data moves across as a  *
      * block and the new field is then defaulted.               *
      ***********************************************************

       file section.
       fd  old-customer-file.
       01  old-customer-record.
           03  o-customer-code              pic 9(04).
           03  o-customer-data              pic x(145).

       fd  customer-file.
           copy customer.cpy.

       fd  old-so-header-file.
       01  old-so-header-record.
           03  o-soh-number                 pic x(06).
           03  o-soh-data                   pic x(38).

       fd  so-header-file.
           copy sohdr.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  cus-status                   pic xx.
       01  soh-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  customers-migrated           pic 9(06) value 0.
       01  headers-migrated             pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "ALOCNV - convert the allocation layouts forward".
           display "This overwrites MUCUSTMR.DAT and MUSOHDR.DAT "
                   "from the .OLD copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-customers thru convert-customers-exit.
           perform convert-headers thru convert-headers-exit.

           display "Customers migrated      : " customers-migrated.
           display "Order headers migrated  : " headers-migrated.

       endit.
           goback.

      ***********************************************************
      * Customers - Middle Priority Until One Is Keyed          *
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
           move 5 to customer-alloc-priority.
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
      * Sales-Order Headers - Wanted the Day They Were Taken    *
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
