      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     MOVBCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for batch-tagged movements, in the  *
      *  style of ALRTCNV.  The movement record took the keyed   *
      *  batch number on its end (see MOVEREC.CPY, KEYBAT.CPY).  *
      *  Reads MUMOVLOG.OLD in the old layout and writes every   *
      *  movement forward with no batch - history was never      *
      *  keyed under one.  Confirms with the operator before the *
      *  new file is recreated.                                  *
      *                                                          *
      ************************************************************

       identification division.
       program-id. MOVBCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-move-file assign "MUMOVLOG.OLD"
                organization indexed
                access sequential
                record key o-mv-key
                status old-status.

           select movement-log assign "MUMOVLOG.DAT"
                organization indexed
                access dynamic
                record key mv-key
                alternate record key mv-date
                    with duplicates
                status mov-status.
      /
       data division.

       file section.
       fd  old-move-file.
       01  old-movement-record.
           03  o-mv-key.
               05  o-mv-stock-key           pic x(10).
               05  o-mv-date                pic 9(08).
               05  o-mv-time                pic 9(08).
               05  o-mv-seq                 pic 9(04).
           03  o-mv-data                    pic x(41).

       fd  movement-log.
           copy moverec.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  mov-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  movements-migrated           pic 9(07) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "MOVBCNV - convert the movement layout forward".
           display "This overwrites MUMOVLOG.DAT from MUMOVLOG.OLD".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           open input old-move-file.
           if old-status not = "00"
               display "Unable to open MUMOVLOG.OLD - status "
                       old-status
               go to endit.
           open output movement-log.
           if mov-status not = "00"
               display "Unable to open MUMOVLOG.DAT - status "
                       mov-status
               close old-move-file
               go to endit.

       read-loop.
           if end-of-file
               go to wrap-up.
           read old-move-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           move old-movement-record to movement-record.
           move spaces to mv-batch-number.
           write movement-record.
           if mov-status = "00"
               add 1 to movements-migrated
           else
               display "Unable to migrate movement " o-mv-stock-key
                       " " o-mv-date " - status " mov-status.
           go to read-loop.

       wrap-up.
           close old-move-file.
           close movement-log.
           display "Movements migrated : " movements-migrated.

       endit.
           goback.
