      *  MUALERTS.DAT alerts the operator's role may see -      *
      *  supervisor-only alerts stay hidden from everyone else  *
      *  - unread first, then the acknowledged ones on request. *
      *  An alert addressed to one operator is shown to that    *
      *  operator alone.                                        *
      *  Keying an alert's number acknowledges it and clears    *
      *  it from the next sign-on.                              *
      *                                                          *
           if al-role = "S" and ws-operator-role not = "S"
               display "That alert is not yours to clear"
               go to ent-ry.
           if al-user-id not = spaces
                   and al-user-id not = lk-operator-id
               display "That alert is not yours to clear"
               go to ent-ry.
           move "A" to al-status-flag.
           rewrite alert-record.
           if status-1 = "0"
               go to show-unread-read.
           if al-role = "S" and ws-operator-role not = "S"
               go to show-unread-read.
           if al-user-id not = spaces
                   and al-user-id not = lk-operator-id
               go to show-unread-read.
           if unread-shown = 0
               display "*** ALERTS WAITING ***".
           add 1 to unread-shown.
