      *  run against an empty file bootstraps: it offers to      *
      *  create the initial supervisor so the suite is never     *
      *  locked out of its own security file.                    *
      *  U unlocks an operator the sign-on failure limit has     *
      *  locked, optionally issuing a temporary password; any   *
      *  password a supervisor sets must be changed by the       *
      *  operator at the next sign-on.  P keeps the failure      *
      *  limit and password expiry days on MUSECPRM.DAT.         *
      *                                                          *
      ************************************************************

                access dynamic
                record key user-id
                status file-status.

           select security-parm-file assign "MUSECPRM.DAT"
                organization line sequential
                status sec-status.
      /
       data division.

       file section.
       fd  user-file.
           copy userrec.cpy.

       fd  security-parm-file.
           copy secparm.cpy.
      /
       working-storage section.

           88  users-on-file                      value "Y".
       01  yesno                        pic x.

       01  sec-status                   pic xx.
       01  today-8                      pic 9(08).
       01  ws-old-password              pic x(08).
       01  ws-new-password              pic x(08).
       01  ws-max-failures              pic 9(02).
       01  ws-expiry-days               pic 9(03).

      **********************************************************
      * Main Program                                           *
      **********************************************************
       procedure division.
       main.
           display "USERMNT - operator master maintenance".
           accept today-8 from date yyyymmdd.
           open i-o user-file.
           if status-1 not = "0"
               open output user-file
           if user-password not = ws-signon-password
                   or not user-active
                   or not user-role-supervisor
                   or user-locked
               display "Sign-on refused"
               go to wrap-up.

       ent-ry.
           display "A-Add  C-Change  D-Delete  L-List  U-Unlock  "
                   "P-Parameters  Q-Quit : ".
           accept choice.
           evaluate choice
               when "A" when "a"
                   perform delete-user thru delete-user-exit
               when "L" when "l"
                   perform list-users thru list-users-exit
               when "U" when "u"
                   perform unlock-user thru unlock-user-exit
               when "P" when "p"
                   perform maintain-parms thru maintain-parms-exit
               when "Q" when "q"
                   go to wrap-up
               when other
           move "S" to user-role.
           move "Y" to user-active-flag.
           move 0 to user-last-signon.
           perform clear-security-fields.
           move today-8 to user-password-date.
           write user-record.
           if status-1 = "0"
               display "Initial supervisor created"
       key-user-fields-exit.
           exit.

      ***********************************************************
      *    A new operator's password was set by the supervisor,  *
      *    so the zero password date makes them change it at     *
      *    their first sign-on.                                  *
      ***********************************************************

       clear-security-fields.
           move 0 to user-failed-count.
           move "N" to user-locked-flag.
           move 0 to user-password-date.
           move spaces to user-prev-password(1).
           move spaces to user-prev-password(2).
           move spaces to user-prev-password(3).

       set-supervisor-password.
           if ws-new-password = user-password
               go to set-supervisor-password-exit.
           move user-prev-password(2) to user-prev-password(3).
           move user-prev-password(1) to user-prev-password(2).
           move user-password to user-prev-password(1).
           move ws-new-password to user-password.
           move 0 to user-password-date.

       set-supervisor-password-exit.
           exit.

       add-user.
           perform key-user-fields thru key-user-fields-exit.
           if user-id = spaces
               go to add-user-exit.
           move "Y" to user-active-flag.
           move 0 to user-last-signon.
           perform clear-security-fields.
           write user-record
               invalid key
                   display "Operator already on file - use C"
           display "Name " user-name " role " user-role
                   " active " user-active-flag
                   " last sign-on " user-last-signon.
           move user-password to ws-old-password.
           display "Password : ".
           move spaces to ws-new-password.
           accept ws-new-password.
           if ws-new-password = spaces
               move ws-old-password to ws-new-password.
           perform set-supervisor-password
                   thru set-supervisor-password-exit.
           display "Name : ".
           accept user-name.
           display "Role (S/O/C) : ".
           display "  " user-id " " user-name
                   " role " user-role
                   " active " user-active-flag
                   " last " user-last-signon
                   " locked " user-locked-flag
                   " failed " user-failed-count.
           add 1 to users-shown.
           go to list-users-read.

       list-users-exit.
           exit.

      ***********************************************************
      * Unlock and Security Parameters                          *
      ***********************************************************

       unlock-user.
           display "Operator ID : ".
           accept ws-user-id.
           if ws-user-id = spaces
               go to unlock-user-exit.
           move ws-user-id to user-id.
           read user-file
               invalid key
                   display "Operator not on file"
                   go to unlock-user-exit
           end-read.
           display "Name " user-name " locked " user-locked-flag
                   " failed sign-ons " user-failed-count.
           display "Temporary password (blank to keep) : ".
           move spaces to ws-new-password.
           accept ws-new-password.
           if ws-new-password not = spaces
               perform set-supervisor-password
                       thru set-supervisor-password-exit.
           move 0 to user-failed-count.
           move "N" to user-locked-flag.
           rewrite user-record.
           if status-1 = "0"
               display "Operator unlocked"
           else
               display "Unable to unlock - status "
                       status-1 status-2.

       unlock-user-exit.
           exit.

       maintain-parms.
           move 3 to ws-max-failures.
           move 90 to ws-expiry-days.
           open input security-parm-file.
           if sec-status = "00"
               read security-parm-file
                   not at end
                       move sec-max-failures to ws-max-failures
                       move sec-expiry-days to ws-expiry-days
               end-read
               close security-parm-file.
           display "Lock after failures " ws-max-failures
                   "  password expiry days " ws-expiry-days.
           display "Failed sign-ons before lockout (1-99) : ".
           accept ws-max-failures.
           if ws-max-failures = 0
               display "The failure limit must be at least 1"
               go to maintain-parms-exit.
           display "Days before a password expires (0 never) : ".
           accept ws-expiry-days.
           open output security-parm-file.
           if sec-status not = "00"
               display "Unable to open MUSECPRM.DAT - status "
                       sec-status
               go to maintain-parms-exit.
           move ws-max-failures to sec-max-failures.
           move ws-expiry-days to sec-expiry-days.
           write security-parm-record.
           close security-parm-file.
           display "Security parameters saved".

       maintain-parms-exit.
           exit.

       wrap-up.
           close user-file.

