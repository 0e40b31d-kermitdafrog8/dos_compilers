      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      HAZCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for hazardous material marking, in  *
      *  the style of FRTCNV.  The stock record took a hazmat    *
      *  class and a UN number on its end.  Reads MUSTOCK.OLD in *
      *  the old layout and writes every item forward with both  *
      *  blank - not hazardous - until HAZMAINT marks the items  *
      *  that are.  Confirms with the operator before the new    *
      *  file is recreated.                                      *
      *                                                          *
      ************************************************************

       identification division.
       program-id. HAZCNV.
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
      /
       data division.

       file section.
       fd  old-stock-file.
       01  old-stock-record.
           03  o-stock-key                  pic x(10).
           03  o-stock-data                 pic x(411).

       fd  stock-file.
           copy stockrec.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  stock-status                 pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  items-migrated               pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "HAZCNV - convert the stock layout forward".
           display "This overwrites MUSTOCK.DAT from MUSTOCK.OLD".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           open input old-stock-file.
           if old-status not = "00"
               display "Unable to open MUSTOCK.OLD - status "
                       old-status
               go to endit.
           open output stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close old-stock-file
               go to endit.

       read-loop.
           if end-of-file
               go to wrap-up.
           read old-stock-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           move old-stock-record to stock-record.
           move spaces to stock-hazmat-class.
           move spaces to stock-un-number.
           write stock-record.
           if stock-status = "00"
               add 1 to items-migrated
           else
               display "Unable to migrate stock-key " o-stock-key
                       " - status " stock-status.
           go to read-loop.

       wrap-up.
           close old-stock-file.
           close stock-file.
           display "Items migrated : " items-migrated.

       endit.
           goback.
