      *  MUAUTHMX.DAT (program-id and the role letters allowed,  *
      *  one line per program).  Maintained through USERMNT,     *
      *  itself restricted to supervisors.                       *
      *  Sign-on counts consecutive failed passwords in          *
      *  user-failed-count and locks the operator once the       *
      *  limit on MUSECPRM.DAT (see SECPARM.CPY) is reached -    *
      *  only a supervisor's unlock in USERMNT clears it.        *
      *  user-password-date is when the password was last set;   *
      *  zero forces a change at the next sign-on, and the       *
      *  three passwords before the current one are kept in      *
      *  user-prev-password so a change cannot simply reuse      *
      *  them.                                                   *
      *                                                          *
      ************************************************************

               05  user-active-flag              pic x.
                   88  user-active                      value "Y".
               05  user-last-signon              pic 9(08).
               05  user-failed-count             pic 9(02).
               05  user-locked-flag              pic x.
                   88  user-locked                      value "Y".
               05  user-password-date            pic 9(08).
               05  user-prev-password            pic x(08)
                                                 occurs 3 times.
