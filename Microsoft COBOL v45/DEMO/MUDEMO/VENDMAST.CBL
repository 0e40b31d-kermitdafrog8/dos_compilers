      *  MUVENDOR.DAT.  Modelled on STOCKIOM - manual record      *
      *  locking, read on key / read next / write / rewrite /    *
      *  delete against the vendor-code key.                     *
      *  Status is the approved-vendor status - A approved,      *
      *  P on probation, B blocked (blank takes A) - and Pay     *
      *  Hold Y stops APPAY paying the vendor.  The documents    *
      *  behind the status are kept with VNDDOCM.                *
      *                                                          *
      ************************************************************

           03 filler           pic x(0004).
           03    vendor-00-1030 pic x(0022)
                 value "Pay Terms (Days) [   ]".
           03 filler           pic x(0003).
           03    vendor-00-1055 pic x(0024)
                 value "Status [ ]  Pay Hold [ ]".
           03 filler           pic x(0001).
           03    vendor-00-1080 pic x(0001) value "|".
           03    vendor-00-2101 pic x(0080) value "----------------------
      -    "----------------------------------------------------------".
           03   vendor-01-leadtime       pic 9(0003).
           03 filler           pic x(0024).
           03   vendor-01-terms          pic 9(0003).
           03 filler           pic x(0012).
           03   vendor-01-approval       pic x(0001).
           03 filler           pic x(0013).
           03   vendor-01-pay-hold       pic x(0001).
           03 filler           pic x(1278).
           03   choice                   pic 9.

      ***********************************************************

       01  yesno                        pic x.

       01  flags-switch                 pic x.
           88  flags-valid                        value "Y".

       01    inpopt.
           03   inpopt-00      pic x(0040)
                 value "1.Read on Key  2.Read next  5.Start not".
       write-record.
           move "---Write---" to last-operation.
           perform move-from-screen-to-rec.
           if flags-valid
               write vendor-record
               perform status-check.

       rewrite-record.
           move "--Rewrite--" to last-operation.
           perform move-from-screen-to-rec.
           if flags-valid
               rewrite vendor-record
               perform status-check.

       delete-record.
           move "--Delete---" to last-operation.
          move vendor-01-phone to vendor-phone.
          move vendor-01-leadtime to vendor-lead-time-days.
          move vendor-01-terms to vendor-terms-days.
          move "Y" to flags-switch.
          evaluate vendor-01-approval
               when "A" when "a" when space
                  move "A" to vendor-approval-flag
               when "P" when "p"
                  move "P" to vendor-approval-flag
               when "B" when "b"
                  move "B" to vendor-approval-flag
               when other
                  move "N" to flags-switch
          end-evaluate.
          evaluate vendor-01-pay-hold
               when "Y" when "y"
                  move "Y" to vendor-pay-hold-flag
               when "N" when "n" when space
                  move "N" to vendor-pay-hold-flag
               when other
                  move "N" to flags-switch
          end-evaluate.
          if not flags-valid
              move "---Status A/P/B Hold Y/N" to was-it-successful
              move space to stat-1
              move 0 to stat-2.

       move-from-rec-to-screen.
          move vendor-code to vendor-01-code.
          move vendor-phone to vendor-01-phone.
          move vendor-lead-time-days to vendor-01-leadtime.
          move vendor-terms-days to vendor-01-terms.
          move vendor-approval-flag to vendor-01-approval.
          move vendor-pay-hold-flag to vendor-01-pay-hold.
