      *       facilities of this MULTI-USER COBOL. This          *
      *        subprogram, which is called by MUDEMO, locks      *
      *  multiple records. The records must be locked manually.  *
      *  Only a supervisor on MUSUPVR.DAT may add a new item     *
      *  here; everyone else requests it through NEWITREQ.       *
      *                                                          *
      ************************************************************

                organization line sequential
                status aud-log-status.

           select supv-file assign "MUSUPVR.DAT"
                organization line sequential
                status supv-status.

           select fav-file assign "MUFAVS.DAT"
                organization line sequential
                status fav-status.
       fd  audit-log.
           copy audrec.cpy.

       fd  supv-file.
       01  supv-line                    pic x(08).

       fd  fav-file.
       01  fav-line.
           03  fav-line-operator        pic x(08).
       01  dir-status                   pic xx.
       01  aud-log-status               pic xx.

       01  supv-status                  pic xx.
       01  supv-ok-switch               pic x     value "N".
           88  supervisor-authorized              value "Y".

       01  validation-switch            pic x     value "N".
           88  validation-failed                  value "Y".

       01  ws-before-image              pic x(443).
       01  today-8                      pic 9(08).
       01  now-8                        pic 9(08).

           88  undo-available                     value "Y".
       01  ws-undo-op-type              pic x.
       01  ws-undo-key                  pic x(10).
       01  ws-undo-image                pic x(443).
       01  undo-yesno                   pic x.

      ***********************************************************
                when 3     perform read-with-kept-lock
                when 4     perform read-next-with-kept-lock
                when 5     perform start-not-less-than
                when 6     perform write-record thru write-record-exit
                when 7     perform rewrite-record
                when 8     perform delete-record
                when 9     perform unlock-file
               move "000" to stat-2
               move "-Duplicate Stock Key" to was-it-successful
               go to write-record-exit.
           perform check-supervisor thru check-supervisor-exit.
           if not supervisor-authorized
               move "0" to stat-1
               move "000" to stat-2
               move "Request via NEWITREQ" to was-it-successful
               go to write-record-exit.
           move spaces to ws-before-image.
           move 0 to ws-old-stock-cost.
           perform reset-stock-record.
                     stock-loc-max(4).
           move 0 to stock-loc-qty(5) stock-loc-min(5)
                     stock-loc-max(5).
           move 0 to stock-unit-weight.

       rewrite-record.
           move "--Rewrite--" to last-operation.
       log-cost-change-exit.
           exit.

      ***********************************************************
      *     Supervisor Authority off MUSUPVR.DAT (see WRITEOFF)  *
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
      *     Undo/Rollback of the Last Operation                  *
      ***********************************************************
