      *  facilities of this COBOL system.   This is the          *
      *  main program in a suite of programs that demonstrate    *
      *  how to use this COBOL in a multi-user environment.      *
      *  Sign-on locks an operator after the failure limit on    *
      *  MUSECPRM.DAT and forces a change of an expired          *
      *  password, logging both to MUSESS.LOG.                   *
      *                                                          *
      ************************************************************

                record key user-id
                status user-status.

           select security-parm-file assign "MUSECPRM.DAT"
                organization line sequential
                status sec-status.

           select auth-file assign "MUAUTHMX.DAT"
                organization line sequential
                status auth-status.
       fd  user-file.
           copy userrec.cpy.

       fd  security-parm-file.
           copy secparm.cpy.

       fd  auth-file.
       01  auth-line.
           03  auth-program             pic x(08).
       01  ws-signon-password            pic x(08).
       01  ws-operator-role              pic x value space.

      ***********************************************************
      * Sign-On Lockout and Password Expiry (see SECPARM.CPY)    *
      ***********************************************************

       01  sec-status                    pic xx.
       01  ws-new-password               pic x(08).
       01  ws-confirm-password           pic x(08).
       01  prev-subscript                pic 9(02) comp value 0.
       01  ws-today-serial               pic 9(07).
       01  ws-password-age               pic s9(07).

       01  password-age-switch           pic x value "N".
           88  password-expired                value "Y".

       01  auth-table.
           03  auth-entry                occurs 50 times.
               05  auth-tbl-program     pic x(08).
           88  menu-defs-loaded                value "Y".

       01  menu-table.
           03  menu-entry               occurs 300 times.
               05  mn-tbl-menu          pic x(02).
               05  mn-tbl-option        pic 9(02).
               05  mn-tbl-desc          pic x(30).
           read menu-file
               at end
                   go to load-menu-defs-close.
           if menu-count < 300
               add 1 to menu-count
               move md-menu-id to mn-tbl-menu(menu-count)
               move md-option to mn-tbl-option(menu-count)
                       "with the old supervisor-list checks"
               go to sign-on-check-exit.
           move "Y" to user-system-switch.
           perform load-security-parms thru load-security-parms-exit.
           move "SIGN-ON " to ws-current-program.
           display "Password : ".
           accept ws-signon-password.
           accept ws-session-date from date yyyymmdd.
           move ws-operator-id to user-id.
           read user-file.
           if user-status not = "00"
               perform log-sign-on-failure
                       thru log-sign-on-failure-exit
               go to sign-on-check-close.
           if user-locked
               display "Operator is locked - see a supervisor"
               perform log-sign-on-failure
                       thru log-sign-on-failure-exit
               go to sign-on-check-close.
           if user-password not = ws-signon-password
               perform count-sign-on-failure
                       thru count-sign-on-failure-exit
               go to sign-on-check-close.
           if not user-active
               go to sign-on-check-close.
           move 0 to user-failed-count.
           perform check-password-age thru check-password-age-exit.
           if password-expired
               perform force-password-change
                       thru force-password-change-exit.
           if password-expired
               display "Password not changed"
               rewrite user-record
               go to sign-on-check-close.
           move "Y" to authorized-switch.
           move user-role to ws-operator-role.
           move ws-session-date to user-last-signon.
           rewrite user-record.

       sign-on-check-exit.
           exit.

      ***********************************************************
      *    With no MUSECPRM.DAT the suite still locks and        *
      *    expires - on the defaults SECPARM.CPY documents.      *
      ***********************************************************

       load-security-parms.
           move 3 to sec-max-failures.
           move 90 to sec-expiry-days.
           open input security-parm-file.
           if sec-status not = "00"
               go to load-security-parms-exit.
           read security-parm-file
               at end
                   move 3 to sec-max-failures
                   move 90 to sec-expiry-days
           end-read.
           close security-parm-file.

       load-security-parms-exit.
           exit.

       log-sign-on-failure.
           move "FAIL " to ws-session-event.
           perform write-session-record
                   thru write-session-record-exit.

       log-sign-on-failure-exit.
           exit.

      ***********************************************************
      *    Failures count across sign-ons, not within one - the  *
      *    program ends after a refusal, so the count on the     *
      *    operator record is what stops a guesser re-running.   *
      ***********************************************************

       count-sign-on-failure.
           perform log-sign-on-failure thru log-sign-on-failure-exit.
           if user-failed-count < 99
               add 1 to user-failed-count.
           if sec-max-failures > 0
                   and user-failed-count >= sec-max-failures
               move "Y" to user-locked-flag
               display "Too many failed sign-ons - operator locked"
               move "LOCK " to ws-session-event
               perform write-session-record
                       thru write-session-record-exit.
           rewrite user-record.

       count-sign-on-failure-exit.
           exit.

       check-password-age.
           move "N" to password-age-switch.
           if user-password-date = 0
               move "Y" to password-age-switch
               go to check-password-age-exit.
           if sec-expiry-days = 0
               go to check-password-age-exit.
           move ws-session-date to conv-date.
           perform convert-date-to-serial.
           move conv-serial to ws-today-serial.
           move user-password-date to conv-date.
           perform convert-date-to-serial.
           compute ws-password-age = ws-today-serial - conv-serial.
           if ws-password-age >= sec-expiry-days
               move "Y" to password-age-switch.

       check-password-age-exit.
           exit.

      ***********************************************************
      *    The new password may not be the current one or any    *
      *    of the three before it.  The previous passwords shift *
      *    down one and the oldest drops off.                    *
      ***********************************************************

       force-password-change.
           display "Password has expired - a new one is required".

       force-password-change-ask.
           move spaces to ws-new-password.
           display "New password (blank to abandon) : ".
           accept ws-new-password.
           if ws-new-password = spaces
               go to force-password-change-exit.
           move spaces to ws-confirm-password.
           display "Confirm new password : ".
           accept ws-confirm-password.
           if ws-confirm-password not = ws-new-password
               display "Passwords do not match"
               go to force-password-change-ask.
           if ws-new-password = user-password
               display "New password must differ from the old one"
               go to force-password-change-ask.
           move 0 to prev-subscript.

       force-password-change-history.
           if prev-subscript >= 3
               go to force-password-change-set.
           add 1 to prev-subscript.
           if user-prev-password(prev-subscript) = ws-new-password
               display "Password used recently - choose another"
               go to force-password-change-ask.
           go to force-password-change-history.

       force-password-change-set.
           move user-prev-password(2) to user-prev-password(3).
           move user-prev-password(1) to user-prev-password(2).
           move user-password to user-prev-password(1).
           move ws-new-password to user-password.
           move ws-session-date to user-password-date.
           move "N" to password-age-switch.
           move "PWCHG" to ws-session-event.
           perform write-session-record
                   thru write-session-record-exit.
           display "Password changed".

       force-password-change-exit.
           exit.

       load-auth-matrix.
           move 0 to auth-count.
           if not user-system-active
