      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     ALRTCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for operator-addressed alerts, in   *
      *  the style of HAZCNV.  The alert record took the id of   *
      *  the one operator it is for on its end.  Reads           *
      *  MUALERTS.OLD in the old layout and writes every alert   *
      *  forward addressed to no one in particular, so each      *
      *  stays with the role it was raised for.  Confirms with   *
      *  the operator before the new file is recreated.          *
      *                                                          *
      ************************************************************

       identification division.
       program-id. ALRTCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-alert-file assign "MUALERTS.OLD"
                organization indexed
                access sequential
                record key o-al-number
                status old-status.

           select alert-file assign "MUALERTS.DAT"
                organization indexed
                access dynamic
                record key al-number
                status alert-status.
      /
       data division.

       file section.
       fd  old-alert-file.
       01  old-alert-record.
           03  o-al-number                  pic 9(06).
           03  o-al-data                    pic x(78).

       fd  alert-file.
           copy alertrec.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  alert-status                 pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.

       01  alerts-migrated              pic 9(06) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "ALRTCNV - convert the alert layout forward".
           display "This overwrites MUALERTS.DAT from MUALERTS.OLD".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           open input old-alert-file.
           if old-status not = "00"
               display "Unable to open MUALERTS.OLD - status "
                       old-status
               go to endit.
           open output alert-file.
           if alert-status not = "00"
               display "Unable to open MUALERTS.DAT - status "
                       alert-status
               close old-alert-file
               go to endit.

       read-loop.
           if end-of-file
               go to wrap-up.
           read old-alert-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           move old-alert-record to alert-record.
           move spaces to al-user-id.
           write alert-record.
           if alert-status = "00"
               add 1 to alerts-migrated
           else
               display "Unable to migrate alert " o-al-number
                       " - status " alert-status.
           go to read-loop.

       wrap-up.
           close old-alert-file.
           close alert-file.
           display "Alerts migrated : " alerts-migrated.

       endit.
           goback.
