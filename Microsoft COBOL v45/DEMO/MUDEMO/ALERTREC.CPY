      *  right after MUDEMO's sign-on, unread first, and an     *
      *  acknowledge clears them.  An alert carrying role "S"   *
      *  is for supervisors only; spaces means everyone.        *
      *  al-user-id addresses an alert to one operator - the    *
      *  requester NEWITAPR tells of a decision - and spaces    *
      *  leaves it to the role; ALRTCNV converts the layout     *
      *  without it.                                            *
      *                                                          *
      ************************************************************

               05  al-status-flag                pic x.
                   88  al-unread                        value "U".
                   88  al-acked                         value "A".
               05  al-user-id                    pic x(08).
