      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      WOCCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for work order variance reporting,  *
      *  in the style of WOCNV.  The work order component took   *
      *  the cost of its issues on the end of the record.        *
      *  Reads MUWOCOMP.DAT's old layout from MUWOCOMP.OLD and   *
      *  writes every component forward, valuing what was        *
      *  already issued at the component's stock-cost today -    *
      *  the nearest figure left for issues made before the      *
      *  cost was kept.  Confirms with the operator before the   *
      *  new file is recreated.                                  *
      *                                                          *
      ************************************************************

       identification division.
       program-id. WOCCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-comp-file assign "MUWOCOMP.OLD"
                organization indexed
                access sequential
                record key o-wc-key
                status old-status.

           select wo-comp-file assign "MUWOCOMP.DAT"
                organization indexed
                access dynamic
                record key wc-key
                status wcp-status.

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
       fd  old-comp-file.
       01  old-comp-record.
           03  o-wc-key                     pic x(16).
           03  o-wc-data                    pic x(14).

       fd  wo-comp-file.
           copy wocomp.cpy.

       fd  stock-file.
           copy stockrec.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  wcp-status                   pic xx.
       01  stock-status                 pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  components-migrated          pic 9(06) value 0.
       01  components-uncosted          pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "WOCCNV - convert the work order component "
                   "layout forward".
           display "This overwrites MUWOCOMP.DAT from the .OLD copy".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               go to endit.

           perform convert-components thru convert-components-exit.
           close stock-file.

           display "Components migrated     : " components-migrated.
           display "Issued with no stock    : " components-uncosted.

       endit.
           goback.

      ***********************************************************
      * Work Order Components - Issues Valued at Today's Cost   *
      ***********************************************************

       convert-components.
           open input old-comp-file.
           if old-status not = "00"
               display "MUWOCOMP.OLD not available - components "
                       "not converted - status " old-status
               go to convert-components-exit.
           open output wo-comp-file.
           if wcp-status not = "00"
               display "Unable to open MUWOCOMP.DAT - status "
                       wcp-status
               close old-comp-file
               go to convert-components-exit.
           move "N" to end-of-file-switch.

       convert-components-read.
           if end-of-file
               go to convert-components-close.
           read old-comp-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-components-read
           end-read.
           move o-wc-key to wc-key.
           move o-wc-data to wc-data.
           move 0 to wc-cost-issued.
           if wc-qty-issued > 0
               move wc-component-key to stock-key
               read stock-file
               if stock-status = "00"
                   compute wc-cost-issued =
                       wc-qty-issued * stock-cost
               else
                   add 1 to components-uncosted
               end-if
           end-if.
           write wo-component-record.
           if wcp-status = "00"
               add 1 to components-migrated
           else
               display "Unable to migrate component "
                       o-wc-key " - status " wcp-status.
           go to convert-components-read.

       convert-components-close.
           close old-comp-file.
           close wo-comp-file.

       convert-components-exit.
           exit.
