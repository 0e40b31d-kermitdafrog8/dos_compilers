      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      USRCNV.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  One-time conversion for sign-on lockout and password    *
      *  expiry, in the style of VNDCNV.  The operator record    *
      *  took a failed sign-on count, a locked flag, the date    *
      *  the password was set and the three passwords before     *
      *  it.  Reads MUUSERS.DAT's old layout from MUUSERS.OLD    *
      *  and writes every operator forward unlocked, with no     *
      *  failures and the password dated today - so nobody is   *
      *  forced to change until a full expiry period has run.    *
      *  Confirms with the operator before the new file is       *
      *  recreated.                                              *
      *                                                          *
      ************************************************************

       identification division.
       program-id. USRCNV.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select old-user-file assign "MUUSERS.OLD"
                organization indexed
                access sequential
                record key o-user-id
                status old-status.

           select user-file assign "MUUSERS.DAT"
                organization indexed
                access dynamic
                record key user-id
                status usr-status.
      /
       data division.

       file section.
       fd  old-user-file.
       01  old-user-record.
           03  o-user-id                    pic x(08).
           03  o-user-data                  pic x(48).

       fd  user-file.
           copy userrec.cpy.
      /
       working-storage section.

       01  old-status                   pic xx.
       01  usr-status                   pic xx.

       01  end-of-file-switch           pic x.
           88 end-of-file                         value "Y".

       01  yesno                        pic x.
       01  today-8                      pic 9(08).

       01  users-migrated               pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "USRCNV - convert the operator layout forward".
           display "This overwrites MUUSERS.DAT from the .OLD copy".
           display "Are you sure (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               display "Conversion cancelled"
               go to endit.

           accept today-8 from date yyyymmdd.
           perform convert-users thru convert-users-exit.

           display "Operators migrated      : " users-migrated.

       endit.
           goback.

      ***********************************************************
      * The Operators - Unlocked, Passwords Dated Today         *
      ***********************************************************

       convert-users.
           open input old-user-file.
           if old-status not = "00"
               display "MUUSERS.OLD not available - operators "
                       "not converted - status " old-status
               go to convert-users-exit.
           open output user-file.
           if usr-status not = "00"
               display "Unable to open MUUSERS.DAT - status "
                       usr-status
               close old-user-file
               go to convert-users-exit.
           move "N" to end-of-file-switch.

       convert-users-read.
           if end-of-file
               go to convert-users-close.
           read old-user-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to convert-users-read
           end-read.
           move old-user-record to user-record.
           move 0 to user-failed-count.
           move "N" to user-locked-flag.
           move today-8 to user-password-date.
           move spaces to user-prev-password(1).
           move spaces to user-prev-password(2).
           move spaces to user-prev-password(3).
           write user-record.
           if usr-status = "00"
               add 1 to users-migrated
           else
               display "Unable to migrate operator " o-user-id
                       " - status " usr-status.
           go to convert-users-read.

       convert-users-close.
           close old-user-file.
           close user-file.

       convert-users-exit.
           exit.
