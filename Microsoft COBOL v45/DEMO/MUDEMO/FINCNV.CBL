      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      FINCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for finance charges, in the style   *
      *  of EINVCNV.  The customer record took the finance       *
      *  charge exemption flag on the end of the record.  Reads  *
      *  MUCUSTMR.OLD in the old layout and writes every         *
      *  customer forward liable to finance charges - the        *
      *  exempt customers are then flagged through CUSTMAST      *
      *  before FINCHG first runs.  Confirms with the operator   *
      *  before the new file is recreated.                       *
      *                                                          *
      ************************************************************

       identification division.
       program-id. FINCNV.
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
      /
       data division.

      ***********************************************************
      * FILE DEFINITIONS - the old layout is the new one less    *
      * the flag on the end, so the old data moves across as a   *
      * block and the flag is then defaulted.                    *
      ***********************************************************

       file section.
       fd  old-customer-file.
       01  old-customer-record.
           03  o-customer-code              pic 9(04).
           03  o-customer-data              pic x(144).

       fd  customer-file.
           copy customer.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  cus-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  customers-migrated           pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "FINCNV - convert the customer layout forward".
           display "This overwrites MUCUSTMR.DAT from MUCUSTMR.OLD".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-customers thru convert-customers-exit.

           display "Customers migrated      : " customers-migrated.

       endit.
           goback.

      ***********************************************************
      * Customers - Liable to Finance Charges Until Exempted    *
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
           move "N" to customer-fincharge-flag.
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
