      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      POLCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for non-stock purchasing, in the    *
      *  style of WOCCNV.  The PO line took a line type, a       *
      *  description, an expense account and a cost center on    *
      *  its end.  Reads MUPODATA.DAT's old layout from          *
      *  MUPODATA.OLD and writes every line forward as a stock   *
      *  line with the non-stock fields blank - every line       *
      *  before this carried an item.  Confirms with the         *
      *  operator before the new file is recreated.              *
      *                                                          *
      ************************************************************

       identification division.
       program-id. POLCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-po-file assign "MUPODATA.OLD"
                organization indexed
                access sequential
                record key o-po-key
                status old-status.

           select po-file assign "MUPODATA.DAT"
                organization indexed
                access dynamic
                record key po-key
                status po-status.
      /
       data division.


       file section.
       fd  old-po-file.
       01  old-po-record.
           03  o-po-key                     pic x(09).
           03  o-po-data                    pic x(62).

       fd  po-file.
           copy porec.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  po-status                    pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  lines-migrated               pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "POLCNV - convert the PO line layout forward".
           display "This overwrites MUPODATA.DAT from the .OLD copy".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-lines thru convert-lines-exit.

           display "PO lines migrated       : " lines-migrated.

       endit.
           goback.

      ***********************************************************
      * The PO Lines - All Stock Lines                          *
      ***********************************************************

       convert-lines.
           open input old-po-file.
           if old-status not = "00"
               display "MUPODATA.OLD not available - lines "
                       "not converted - status " old-status
               go to convert-lines-exit.
           open output po-file.
           if po-status not = "00"
               display "Unable to open MUPODATA.DAT - status "
                       po-status
               close old-po-file
               go to convert-lines-exit.
           move "N" to end-of-file-switch.

       convert-lines-read.
           if end-of-file
               go to convert-lines-close.
           read old-po-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-lines-read
           end-read.
           move o-po-key to po-key.
           move o-po-data to po-data.
           move "S" to po-line-type.
           move spaces to po-description.
           move spaces to po-expense-account.
           move spaces to po-cost-center.
           write po-record.
           if po-status = "00"
               add 1 to lines-migrated
           else
               display "Unable to migrate PO line " o-po-key
                       " - status " po-status.
           go to convert-lines-read.

       convert-lines-close.
           close old-po-file.
           close po-file.

       convert-lines-exit.
           exit.
