      *  today, quantity added to stock-qty-on-order the same way  *
      *  POMAINT's create path does), reject it (the suggestion    *
      *  is deleted) or skip it for another day.  Every decision   *
      *  is logged to POAPPRV.LST.  A suggestion against a vendor  *
      *  blocked on VENDMAST cannot be approved (the attempt is    *
      *  logged REFUSED); one on probation is shown as such.       *
      *                                                          *
      ************************************************************

       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  ws-vendor-name               pic x(30).
       01  ws-vendor-standing           pic x.
           88  suggestion-vendor-blocked          value "B".
           88  suggestion-vendor-probation        value "P".
       01  ws-action                    pic x(08).

       01  pos-reviewed                 pic 9(05) value 0.
       01  pos-approved                 pic 9(05) value 0.
       01  pos-rejected                 pic 9(05) value 0.
       01  pos-refused                  pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
       review-suggestion.
           add 1 to pos-reviewed.
           move spaces to ws-vendor-name.
           move "A" to ws-vendor-standing.
           move po-vendor-code to vendor-code.
           read vendor-file
               invalid key
                   move "** vendor not on file **" to ws-vendor-name
               not invalid key
                   move vendor-name to ws-vendor-name
                   move vendor-approval-flag to ws-vendor-standing
           end-read.
           display "Suggested PO " po-number
                   "  stock " po-stock-key
                   "  qty " po-qty-ordered.
           display "  Vendor " po-vendor-code " " ws-vendor-name.
           if suggestion-vendor-blocked
               display "  ** Vendor is BLOCKED - it cannot be "
                       "approved, only rejected or skipped **".
           if suggestion-vendor-probation
               display "  ** Vendor is on probation **".
           display "A-Approve  R-Reject  Enter-skip : ".
           accept yesno.
           evaluate yesno
               when "A" when "a"
                   if suggestion-vendor-blocked
                       add 1 to pos-refused
                       move "REFUSED" to ws-action
                       perform log-decision
                       display "Not approved - vendor is blocked"
                   else
                       perform approve-suggestion
                   end-if
               when "R" when "r"
                   perform reject-suggestion
               when other
           display "Suggestions reviewed : " pos-reviewed.
           display "Approved             : " pos-approved.
           display "Rejected             : " pos-rejected.
           display "Refused - blocked    : " pos-refused.

       endit.
           goback.
