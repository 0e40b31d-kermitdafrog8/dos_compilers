      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      BINCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for pick-face replenishment, in the *
      *  style of VNDCNV.  The bin record took a pick face or    *
      *  reserve type and the item-to-bin record a pick face     *
      *  minimum and maximum.  Reads the old layouts from        *
      *  MUITMBIN.OLD and MUBINMST.OLD.  Every assignment comes  *
      *  forward with a minimum and maximum of zero, so nothing  *
      *  is replenished until BINMAINT sets the levels; a bin    *
      *  that is some item's home bin becomes a pick face and    *
      *  every other bin reserve.  Confirms with the operator    *
      *  before the new files are recreated.                     *
      *                                                          *
      ************************************************************

       identification division.
       program-id. BINCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-item-bin-file assign "MUITMBIN.OLD"
                organization indexed
                access sequential
                record key o-ib-key
                status old-status.

           select item-bin-file assign "MUITMBIN.DAT"
                organization indexed
                access dynamic
                record key ib-key
                status ibn-status.

           select old-bin-file assign "MUBINMST.OLD"
                organization indexed
                access sequential
                record key o-bin-key
                status old-status.

           select bin-file assign "MUBINMST.DAT"
                organization indexed
                access dynamic
                record key bin-key
                status bin-status.
      /
       data division.

       file section.
       fd  old-item-bin-file.
       01  old-item-bin-record.
           03  o-ib-key                     pic x(14).
           03  o-ib-bin-code                pic x(09).

       fd  item-bin-file.
           copy itembin.cpy.

       fd  old-bin-file.
       01  old-bin-record.
           03  o-bin-key.
               05  o-bin-loc-code           pic x(04).
               05  o-bin-code               pic x(09).
           03  o-bin-data                   pic x(11).

       fd  bin-file.
           copy binrec.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  ibn-status                   pic xx.
       01  bin-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  assignments-migrated         pic 9(05) value 0.
       01  bins-migrated                pic 9(05) value 0.
       01  pick-faces-set               pic 9(05) value 0.

      ***********************************************************
      * Home Bins Seen - These Become the Pick Faces            *
      ***********************************************************

       01  home-bin-table.
           03  home-bin-entry           occurs 2000 times.
               05  hb-loc-code          pic x(04).
               05  hb-bin-code          pic x(09).

       01  home-bin-count               pic 9(04) comp value 0.
       01  home-bin-subscript           pic 9(04) comp.
       01  home-bin-switch              pic x.
           88  is-home-bin                        value "Y".

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "BINCNV - convert the bin layouts forward".
           display "This overwrites MUITMBIN.DAT and MUBINMST.DAT "
                   "from the .OLD copies".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           perform convert-assignments thru convert-assignments-exit.
           perform convert-bins thru convert-bins-exit.

           display "Item assignments migrated : " assignments-migrated.
           display "Bins migrated             : " bins-migrated.
           display "  of which pick faces     : " pick-faces-set.

       endit.
           goback.

      ***********************************************************
      * Item Assignments - No Replenishment Levels Yet          *
      ***********************************************************

       convert-assignments.
           open input old-item-bin-file.
           if old-status not = "00"
               display "MUITMBIN.OLD not available - assignments "
                       "not converted - status " old-status
               go to convert-assignments-exit.
           open output item-bin-file.
           if ibn-status not = "00"
               display "Unable to open MUITMBIN.DAT - status "
                       ibn-status
               close old-item-bin-file
               go to convert-assignments-exit.
           move "N" to end-of-file-switch.

       convert-assignments-read.
           if end-of-file
               go to convert-assignments-close.
           read old-item-bin-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-assignments-read
           end-read.
           move o-ib-key to ib-key.
           move o-ib-bin-code to ib-bin-code.
           move 0 to ib-face-min.
           move 0 to ib-face-max.
           write item-bin-record.
           if ibn-status = "00"
               add 1 to assignments-migrated
           else
               display "Unable to migrate assignment " o-ib-key
                       " - status " ibn-status.
           perform note-home-bin thru note-home-bin-exit.
           go to convert-assignments-read.

       convert-assignments-close.
           close old-item-bin-file.
           close item-bin-file.

       convert-assignments-exit.
           exit.

       note-home-bin.
           move 1 to home-bin-subscript.

       note-home-bin-scan.
           if home-bin-subscript > home-bin-count
               go to note-home-bin-add.
           if hb-loc-code(home-bin-subscript) = ib-loc-code
                   and hb-bin-code(home-bin-subscript) = ib-bin-code
               go to note-home-bin-exit.
           add 1 to home-bin-subscript.
           go to note-home-bin-scan.

       note-home-bin-add.
           if home-bin-count >= 2000
               go to note-home-bin-exit.
           add 1 to home-bin-count.
           move ib-loc-code to hb-loc-code(home-bin-count).
           move ib-bin-code to hb-bin-code(home-bin-count).

       note-home-bin-exit.
           exit.

      ***********************************************************
      * Bins - Home Bins Pick Faces, the Rest Reserve           *
      ***********************************************************

       convert-bins.
           open input old-bin-file.
           if old-status not = "00"
               display "MUBINMST.OLD not available - bins "
                       "not converted - status " old-status
               go to convert-bins-exit.
           open output bin-file.
           if bin-status not = "00"
               display "Unable to open MUBINMST.DAT - status "
                       bin-status
               close old-bin-file
               go to convert-bins-exit.
           move "N" to end-of-file-switch.

       convert-bins-read.
           if end-of-file
               go to convert-bins-close.
           read old-bin-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-bins-read
           end-read.
           move old-bin-record to bin-record.
           perform find-home-bin thru find-home-bin-exit.
           if is-home-bin
               move "P" to bin-type-flag
           else
               move "R" to bin-type-flag.
           write bin-record.
           if bin-status = "00"
               add 1 to bins-migrated
               if is-home-bin
                   add 1 to pick-faces-set
               end-if
           else
               display "Unable to migrate bin " o-bin-loc-code " "
                       o-bin-code " - status " bin-status.
           go to convert-bins-read.

       convert-bins-close.
           close old-bin-file.
           close bin-file.

       convert-bins-exit.
           exit.

       find-home-bin.
           move "N" to home-bin-switch.
           move 1 to home-bin-subscript.

       find-home-bin-scan.
           if home-bin-subscript > home-bin-count
               go to find-home-bin-exit.
           if hb-loc-code(home-bin-subscript) = o-bin-loc-code
                   and hb-bin-code(home-bin-subscript) = o-bin-code
               move "Y" to home-bin-switch
               go to find-home-bin-exit.
           add 1 to home-bin-subscript.
           go to find-home-bin-scan.

       find-home-bin-exit.
           exit.
