      *  a single record automatically on every read, so the     *
      *  clerk never has to remember to unlock it - the next     *
      *  I-O against the file releases the previous lock.        *
      *  Only a supervisor on MUSUPVR.DAT may add a new item     *
      *  here; everyone else requests it through NEWITREQ.       *
      *                                                          *
      ************************************************************

           select audit-log assign "STOCKAUD.LST"
                organization line sequential
                status aud-log-status.

           select supv-file assign "MUSUPVR.DAT"
                organization line sequential
                status supv-status.
      /
       data division.


       fd  audit-log.
           copy audrec.cpy.

       fd  supv-file.
       01  supv-line                    pic x(08).
      /
       working-storage section.
       01     stock-00   .
       01  dir-status                   pic xx.
       01  aud-log-status               pic xx.

       01  supv-status                  pic xx.
       01  supv-ok-switch               pic x     value "N".
           88  supervisor-authorized              value "Y".

       01  ws-before-image              pic x(443).
       01  today-8                      pic 9(08).
       01  now-8                        pic 9(08).

                when 1     perform read-on-key
                when 2     perform read-next
                when 5     perform start-not-less-than
                when 6     perform write-record thru write-record-exit
                when 7     perform rewrite-record
                when 8     perform delete-record
                when other go to ent-ry

       write-record.
           move "---Write---" to last-operation.
           perform check-supervisor thru check-supervisor-exit.
           if not supervisor-authorized
               move "0" to stat-1
               move "000" to stat-2
               move "Request via NEWITREQ" to was-it-successful
               go to write-record-exit.
           move spaces to ws-before-image.
           perform reset-stock-record.
           perform move-from-screen-to-rec.
           perform status-check.
           if status-1 = "0"
               perform log-audit-entry.
       write-record-exit.
           exit.

      ***********************************************************
      *    Clear the FD record area so fields not carried on     *
                     stock-loc-max(4).
           move 0 to stock-loc-qty(5) stock-loc-min(5)
                     stock-loc-max(5).
           move 0 to stock-unit-weight.

       rewrite-record.
           move "--Rewrite--" to last-operation.
          move stock-currency-code to stock-01-currency.
          move stock-vendor-code to stock-01-vendor.

      ***********************************************************
      *     Supervisor Authority off MUSUPVR.DAT (see WRITEOFF) *
      ***********************************************************

       check-supervisor.
           move "N" to supv-ok-switch.
           open input supv-file.
           if supv-status not = "00"
               go to check-supervisor-exit.

       check-supervisor-read.
           read supv-file
               at end
                   go to check-supervisor-close.
           if supv-line = ws-operator-id
               move "Y" to supv-ok-switch
               go to check-supervisor-close.
           go to check-supervisor-read.

       check-supervisor-close.
           close supv-file.

       check-supervisor-exit.
           exit.

      ***********************************************************
      * Date and Time Routines                                  *
      ***********************************************************
