      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     SECRPT.CBL                           *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Sign-on violation report.  For a keyed date range this  *
      *  lists every failed sign-on and every lockout MUDEMO     *
      *  wrote to MUSESS.LOG (see SESSLOG.CPY), with the count   *
      *  per operator ID as keyed - unknown IDs included, since  *
      *  someone trying IDs is worth seeing.  From MUUSERS.DAT   *
      *  it then lists the operators locked right now, and the   *
      *  dormant accounts: active operators who have not signed  *
      *  on for a keyed number of days, or never have.  Output   *
      *  is SECRPT.LST.                                          *
      *                                                          *
      ************************************************************

       identification division.
       program-id. SECRPT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select session-log assign "MUSESS.LOG"
                organization line sequential
                status sess-status.

           select user-file assign "MUUSERS.DAT"
                organization indexed
                access dynamic
                record key user-id
                status user-status.

           select security-rpt assign "SECRPT.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  session-log.
           copy sesslog.cpy.

       fd  user-file.
           copy userrec.cpy.

       fd  security-rpt.
       01  security-line                pic x(80).
      /
       working-storage section.

       01  sess-status                  pic xx.
       01  user-status                  pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  from-date                    pic 9(08).
       01  to-date                      pic 9(08).
       01  dormant-days                 pic 9(03).
       01  today-8                      pic 9(08).
       01  today-serial                 pic 9(07).
       01  ws-days-idle                 pic s9(07).
       01  ws-idle-text                 pic x(20).

       01  report-heading-1             pic x(80)
           value "STOCK CONTROL SYSTEM - SIGN-ON VIOLATION REPORT".

      ***********************************************************
      * Failures and Lockouts by Operator ID                    *
      ***********************************************************

       01  violation-table.
           03  vio-entry                occurs 50 times.
               05  vio-tbl-id           pic x(08).
               05  vio-tbl-fails        pic 9(05).
               05  vio-tbl-locks        pic 9(05).

       01  violation-count              pic 9(02) comp value 0.
       01  violation-subscript          pic 9(02) comp value 0.

       01  records-read                 pic 9(06) value 0.
       01  failures-listed              pic 9(05) value 0.
       01  lockouts-listed              pic 9(05) value 0.
       01  password-changes             pic 9(05) value 0.
       01  locked-now                   pic 9(05) value 0.
       01  dormant-listed               pic 9(05) value 0.

      ***********************************************************
      * Date-to-Serial-Day Conversion (see EXPEDITE)             *
      ***********************************************************

       01  conv-date                    pic 9(08).
       01  conv-date-split redefines conv-date.
           03  conv-year                pic 9(04).
           03  conv-month               pic 9(02).
           03  conv-day                 pic 9(02).
       01  conv-serial                  pic 9(07).
       01  conv-work                    pic 9(07).
       01  conv-prior-year              pic 9(04).
       01  conv-remainder               pic 9(04).
       01  leap-switch                  pic x.
           88  leap-year                      value "Y".

       01  month-offset-values.
           03  filler                   pic x(36) value
               "000031059090120151181212243273304334".
       01  month-offset-table redefines month-offset-values.
           03  month-offset             pic 9(03) occurs 12 times.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "SECRPT - sign-on violations and dormant accounts".
           display "From date (YYYYMMDD) : ".
           accept from-date.
           display "To date   (YYYYMMDD) : ".
           accept to-date.
           display "Dormant after how many days (0 = 90) : ".
           move 0 to dormant-days.
           accept dormant-days.
           if dormant-days = 0
               move 90 to dormant-days.

           accept today-8 from date yyyymmdd.
           move today-8 to conv-date.
           perform convert-date-to-serial.
           move conv-serial to today-serial.

           open output security-rpt.
           if rpt-status not = "00"
               display "Unable to open SECRPT.LST - status "
                       rpt-status
               go to endit.

           move report-heading-1 to security-line.
           write security-line.
           move spaces to security-line.
           write security-line.

           perform report-violations thru report-violations-exit.
           perform report-accounts thru report-accounts-exit.

           close security-rpt.
           display "Log records read     : " records-read.
           display "Failed sign-ons      : " failures-listed.
           display "Lockouts             : " lockouts-listed.
           display "Operators locked now : " locked-now.
           display "Dormant accounts     : " dormant-listed.

       endit.
           goback.

      ***********************************************************
      * Failed Sign-Ons and Lockouts from MUSESS.LOG            *
      ***********************************************************

       report-violations.
           move "Failed sign-ons and lockouts" to security-line.
           write security-line.
           open input session-log.
           if sess-status not = "00"
               move "  Session log not available" to security-line
               write security-line
               go to report-violations-exit.
           move "N" to end-of-file-switch.

       report-violations-read.
           if end-of-file
               go to report-violations-close.
           read session-log
               at end
                   move "Y" to end-of-file-switch
                   go to report-violations-read
           end-read.
           add 1 to records-read.
           if sess-date < from-date or sess-date > to-date
               go to report-violations-read.
           if sess-event-pw-change
               add 1 to password-changes
               go to report-violations-read.
           if not sess-event-fail and not sess-event-lock
               go to report-violations-read.
           perform find-violator thru find-violator-exit.
           move spaces to security-line.
           if sess-event-fail
               add 1 to failures-listed
               string "  " sess-operator-id " " sess-date " "
                       sess-time " failed sign-on"
                       delimited by size into security-line
           else
               add 1 to lockouts-listed
               string "  " sess-operator-id " " sess-date " "
                       sess-time " LOCKED OUT"
                       delimited by size into security-line.
           write security-line.
           go to report-violations-read.

       report-violations-close.
           close session-log.
           move spaces to security-line.
           write security-line.
           move "Violations by operator ID" to security-line.
           write security-line.
           move 1 to violation-subscript.

       report-violations-totals.
           if violation-subscript > violation-count
               go to report-violations-changes.
           move spaces to security-line.
           string "  " vio-tbl-id(violation-subscript)
                   "  failures " vio-tbl-fails(violation-subscript)
                   "  lockouts " vio-tbl-locks(violation-subscript)
                   delimited by size into security-line.
           write security-line.
           add 1 to violation-subscript.
           go to report-violations-totals.

       report-violations-changes.
           move spaces to security-line.
           string "  Expired passwords changed at sign-on "
                   password-changes
                   delimited by size into security-line.
           write security-line.

       report-violations-exit.
           exit.

       find-violator.
           move 0 to violation-subscript.

       find-violator-scan.
           if violation-subscript >= violation-count
               go to find-violator-add.
           add 1 to violation-subscript.
           if vio-tbl-id(violation-subscript) = sess-operator-id
               go to find-violator-post.
           go to find-violator-scan.

       find-violator-add.
           if violation-count >= 50
               go to find-violator-exit.
           add 1 to violation-count.
           move violation-count to violation-subscript.
           move sess-operator-id to vio-tbl-id(violation-subscript).
           move 0 to vio-tbl-fails(violation-subscript).
           move 0 to vio-tbl-locks(violation-subscript).

       find-violator-post.
           if sess-event-fail
               add 1 to vio-tbl-fails(violation-subscript)
           else
               add 1 to vio-tbl-locks(violation-subscript).

       find-violator-exit.
           exit.

      ***********************************************************
      *    Locked and dormant operators come from the operator   *
      *    master as it stands today, not from the date range.   *
      ***********************************************************

       report-accounts.
           move spaces to security-line.
           write security-line.
           move "Locked and dormant operators" to security-line.
           write security-line.
           open input user-file.
           if user-status not = "00"
               move "  Operator master not available" to security-line
               write security-line
               go to report-accounts-exit.
           move low-values to user-id.
           start user-file key not less than user-id.
           if user-status not = "00"
               go to report-accounts-close.

       report-accounts-read.
           read user-file next record
               at end
                   go to report-accounts-close
           end-read.
           if user-locked
               add 1 to locked-now
               move spaces to security-line
               string "  " user-id " " user-name
                       " LOCKED - failed sign-ons " user-failed-count
                       delimited by size into security-line
               write security-line.
           if not user-active
               go to report-accounts-read.
           if user-last-signon = 0
               move "never signed on" to ws-idle-text
               go to report-accounts-dormant.
           move user-last-signon to conv-date.
           perform convert-date-to-serial.
           compute ws-days-idle = today-serial - conv-serial.
           if ws-days-idle < dormant-days
               go to report-accounts-read.
           move spaces to ws-idle-text.
           string "last on " user-last-signon
                   delimited by size into ws-idle-text.

       report-accounts-dormant.
           add 1 to dormant-listed.
           move spaces to security-line.
           string "  " user-id " " user-name
                   " DORMANT - " ws-idle-text
                   delimited by size into security-line.
           write security-line.
           go to report-accounts-read.

       report-accounts-close.
           close user-file.

       report-accounts-exit.
           exit.

      ***********************************************************
      * Date-to-Serial-Day Conversion (see EXPEDITE)             *
      ***********************************************************

       convert-date-to-serial.
           move "N" to leap-switch.
           divide conv-year by 4 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "Y" to leap-switch.
           divide conv-year by 100 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "N" to leap-switch.
           divide conv-year by 400 giving conv-work
                   remainder conv-remainder.
           if conv-remainder = 0
               move "Y" to leap-switch.
           compute conv-prior-year = conv-year - 1.
           compute conv-serial = conv-year * 365.
           divide conv-prior-year by 4 giving conv-work.
           add conv-work to conv-serial.
           divide conv-prior-year by 100 giving conv-work.
           subtract conv-work from conv-serial.
           divide conv-prior-year by 400 giving conv-work.
           add conv-work to conv-serial.
           add month-offset(conv-month) to conv-serial.
           add conv-day to conv-serial.
           if leap-year and conv-month > 2
               add 1 to conv-serial.
