      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      VNDCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for the approved-vendor status, in  *
      *  the style of WOCCNV.  The vendor record took an         *
      *  approval flag and a payment hold flag on its end.       *
      *  Reads MUVENDOR.DAT's old layout from MUVENDOR.OLD and   *
      *  writes every vendor forward approved and not held -     *
      *  nobody stops buying or paying until a buyer marks the   *
      *  vendor otherwise in VENDMAST.  Confirms with the        *
      *  operator before the new file is recreated.              *
      *                                                          *
      ************************************************************

       identification division.
       program-id. VNDCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-vendor-file assign "MUVENDOR.OLD"
                organization indexed
                access sequential
                record key o-vendor-code
                status old-status.

           select vendor-file assign "MUVENDOR.DAT"
                organization indexed
                access dynamic
                record key vendor-code
                status ven-status.
      /
       data division.


       file section.
       fd  old-vendor-file.
       01  old-vendor-record.
           03  o-vendor-code                pic 9(04).
           03  o-vendor-data                pic x(111).

       fd  vendor-file.
           copy vendor.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  ven-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  vendors-migrated             pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "VNDCNV - convert the vendor layout forward".
           display "This overwrites MUVENDOR.DAT from the .OLD copy".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-vendors thru convert-vendors-exit.

           display "Vendors migrated        : " vendors-migrated.

       endit.
           goback.

      ***********************************************************
      * The Vendors - All Approved, None Held                   *
      ***********************************************************

       convert-vendors.
           open input old-vendor-file.
           if old-status not = "00"
               display "MUVENDOR.OLD not available - vendors "
                       "not converted - status " old-status
               go to convert-vendors-exit.
           open output vendor-file.
           if ven-status not = "00"
               display "Unable to open MUVENDOR.DAT - status "
                       ven-status
               close old-vendor-file
               go to convert-vendors-exit.
           move "N" to end-of-file-switch.

       convert-vendors-read.
           if end-of-file
               go to convert-vendors-close.
           read old-vendor-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-vendors-read
           end-read.
           move old-vendor-record to vendor-record.
           move "A" to vendor-approval-flag.
           move "N" to vendor-pay-hold-flag.
           write vendor-record.
           if ven-status = "00"
               add 1 to vendors-migrated
           else
               display "Unable to migrate vendor " o-vendor-code
                       " - status " ven-status.
           go to convert-vendors-read.

       convert-vendors-close.
           close old-vendor-file.
           close vendor-file.

       convert-vendors-exit.
           exit.
