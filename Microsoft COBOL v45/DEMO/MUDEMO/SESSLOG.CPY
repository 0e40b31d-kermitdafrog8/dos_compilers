      *  it calls a menu subprogram and another when that        *
      *  subprogram returns, so which operator ran which option  *
      *  and how long it was in use can be reconstructed later.  *
      *  Sign-on writes its own events under program SIGN-ON:    *
      *  FAIL for a refused password or unknown operator, LOCK   *
      *  when the failure limit locks the operator, and PWCHG    *
      *  when an expired password is changed.  SECRPT reports   *
      *  them.                                                   *
      *                                                          *
      ************************************************************

           03  sess-event                   pic x(05).
               88  sess-event-start                  value "START".
               88  sess-event-end                    value "END  ".
               88  sess-event-fail                   value "FAIL ".
               88  sess-event-lock                   value "LOCK ".
               88  sess-event-pw-change              value "PWCHG".
           03  sess-date                    pic 9(08).
           03  sess-time                    pic 9(08).
