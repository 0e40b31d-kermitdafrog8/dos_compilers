      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     BANKIMP.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Bank statement import, in the ASNIMP mould.  The bank   *
      *  sends a fixed-format file BANKSTMT.DAT, one line per    *
      *  cleared item: item type, check number or deposit        *
      *  reference, amount and the date it cleared.  Types are   *
      *  C check paid, D deposit credited, F bank charge or      *
      *  other debit, I interest or other credit, and B the      *
      *  statement balance (sign "-" when overdrawn).  Each good *
      *  line is loaded onto MUBANKTX.DAT (see BANKTRAN.CPY)     *
      *  unmatched, for BANKREC to reconcile.  A line already on *
      *  file - same date, type, reference and amount - is       *
      *  skipped, so a statement loaded twice does no harm.      *
      *  Bad lines go to BANKEXC.LST.                            *
      *                                                          *
      ************************************************************

       identification division.
       program-id. BANKIMP.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select bank-feed assign "BANKSTMT.DAT"
                organization line sequential
                status feed-status.

           select bank-file assign "MUBANKTX.DAT"
                organization indexed
                access dynamic
                record key bt-key
                status file-status.

           select exception-rpt assign "BANKEXC.LST"
                organization line sequential
                status exc-status.
      /
       data division.

       file section.
       fd  bank-feed.
       01  bank-feed-record.
           03  bf-type                  pic x.
           03  bf-reference             pic x(10).
           03  bf-amount                pic 9(10)v99.
           03  bf-sign                  pic x.
           03  bf-clear-date            pic 9(08).

       fd  bank-file.
           copy banktran.cpy.

       fd  exception-rpt.
       01  exception-line               pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  feed-status                  pic xx.
       01  exc-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  today-8                      pic 9(08).
       01  ws-amount                    pic s9(10)v99.
       01  ws-next-seq                  pic 9(04).
       01  ws-reason                    pic x(30).

       01  duplicate-switch             pic x.
           88  duplicate-item                     value "Y".

       01  lines-read                   pic 9(05) value 0.
       01  lines-loaded                 pic 9(05) value 0.
       01  lines-duplicate              pic 9(05) value 0.
       01  lines-rejected               pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "BANKIMP - bank statement import".
           open input bank-feed.
           if feed-status not = "00"
               display "Unable to open BANKSTMT.DAT - status "
                       feed-status
               go to endit.

           open i-o bank-file.
           if status-1 not = "0"
               open output bank-file
               close bank-file
               open i-o bank-file.
           if status-1 not = "0"
               display "Unable to open MUBANKTX.DAT - status "
                       status-1 status-2
               close bank-feed
               go to endit.

           open output exception-rpt.
           if exc-status not = "00"
               display "Unable to open BANKEXC.LST - status "
                       exc-status
               close bank-feed
               close bank-file
               go to endit.
           accept today-8 from date yyyymmdd.

       read-loop.
           if end-of-file
               go to wrap-up.
           read bank-feed record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           add 1 to lines-read.
           perform load-line thru load-line-exit.
           go to read-loop.

      ***********************************************************
      * Validate One Statement Line and Load It                 *
      ***********************************************************

       load-line.
           move spaces to ws-reason.
           move bf-type to bt-type.
           if not bt-type-valid
               move "Item type not C, D, F, I or B" to ws-reason
               go to load-line-reject.
           if bf-clear-date not numeric or bf-clear-date = 0
               move "Clear date not valid" to ws-reason
               go to load-line-reject.
           if bf-amount not numeric
               move "Amount not numeric" to ws-reason
               go to load-line-reject.
           if (bt-check or bt-deposit) and bf-reference = spaces
               move "Check or deposit has no reference"
                       to ws-reason
               go to load-line-reject.
           move bf-amount to ws-amount.
           if bf-sign = "-"
               if bt-balance
                   compute ws-amount = 0 - bf-amount
               else
                   move "Only a balance may be negative"
                           to ws-reason
                   go to load-line-reject.
           perform find-duplicate thru find-duplicate-exit.
           if duplicate-item
               add 1 to lines-duplicate
               go to load-line-exit.
           move bf-clear-date to bt-clear-date.
           move ws-next-seq to bt-seq.
           move bf-type to bt-type.
           move bf-reference to bt-reference.
           move ws-amount to bt-amount.
           move today-8 to bt-import-date.
           move "N" to bt-matched-flag.

       load-line-write.
           write bank-item-record.
           if status-1 = "2" and status-2 = "2"
               add 1 to bt-seq
               go to load-line-write.
           if status-1 not = "0"
               display "Unable to load bank item - status "
                       status-1 status-2
               move "Unable to write MUBANKTX.DAT" to ws-reason
               go to load-line-reject.
           add 1 to lines-loaded.
           go to load-line-exit.

       load-line-reject.
           move spaces to exception-line.
           string bank-feed-record delimited by size
                   "  " delimited by size
                   ws-reason delimited by size
                   into exception-line.
           write exception-line.
           add 1 to lines-rejected.

       load-line-exit.
           exit.

      *    Read the items already on file for the clear date -   *
      *    the same type, reference and amount is the same item  *
      *    loaded before.  The next free sequence falls out of   *
      *    the same pass.                                        *

       find-duplicate.
           move "N" to duplicate-switch.
           move 1 to ws-next-seq.
           move bf-clear-date to bt-clear-date.
           move 0 to bt-seq.
           start bank-file key not less than bt-key.
           if status-1 not = "0"
               go to find-duplicate-exit.

       find-duplicate-read.
           read bank-file next record
               at end
                   go to find-duplicate-exit
           end-read.
           if bt-clear-date not = bf-clear-date
               go to find-duplicate-exit.
           compute ws-next-seq = bt-seq + 1.
           if bt-type = bf-type and bt-reference = bf-reference
                   and bt-amount = ws-amount
               move "Y" to duplicate-switch
               go to find-duplicate-exit.
           go to find-duplicate-read.

       find-duplicate-exit.
           exit.

       wrap-up.
           close bank-feed.
           close bank-file.
           close exception-rpt.
           display "Statement lines read   : " lines-read.
           display "Items loaded           : " lines-loaded.
           display "Already on file        : " lines-duplicate.
           display "Lines rejected         : " lines-rejected.
           if lines-rejected > 0
               display "See BANKEXC.LST for the rejected lines".

       endit.
           goback.
