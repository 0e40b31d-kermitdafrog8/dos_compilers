      *  prints usage by operator, by program and by hour of     *
      *  day - with any START that never got its END listed as   *
      *  an abnormal termination worth investigating.  Output    *
      *  is SESSRPT.LST.  Sign-on security events on the same    *
      *  log are left to SECRPT.                                 *
      *                                                          *
      ************************************************************

           if sess-date < from-date or sess-date > to-date
               go to read-loop.
           if sess-event-start
               perform register-start thru register-start-exit.
           if sess-event-end
               perform pair-end thru pair-end-exit.
           go to read-loop.

