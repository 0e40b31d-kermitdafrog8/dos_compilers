      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      ALTUSE.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Alternate item usage report.  Every item and alternate  *
      *  pair on MUALTITM.DAT (see ALTITEM.CPY) is listed with   *
      *  how often the alternate was taken in the item's place   *
      *  over the dates keyed - substitutions, quantity, how     *
      *  many needed the customer's agreement and the last date  *
      *  used - off the substitution log MUSUBLOG.DAT (see       *
      *  SUBLOG.CPY) that ORDENT, STOCKISS and REQENT write.  A  *
      *  pair never used shows zero, so dead alternates can be   *
      *  weeded out; one used but since dropped from the file    *
      *  is listed and marked.  Printed to ALTUSE.LST.           *
      *                                                          *
      ************************************************************

       identification division.
       program-id. ALTUSE.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select alternate-file assign "MUALTITM.DAT"
                organization indexed
                access dynamic
                record key alt-key
                status alf-status.

           select substitution-log assign "MUSUBLOG.DAT"
                organization line sequential
                status sbl-status.

           select usage-rpt assign "ALTUSE.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  alternate-file.
           copy altitem.cpy.

       fd  substitution-log.
           copy sublog.cpy.

       fd  usage-rpt.
       01  usage-line                   pic x(80).
      /
       working-storage section.

       01  alf-status                   pic xx.
       01  sbl-status                   pic xx.
       01  rpt-status                   pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  ws-from-date                 pic 9(08).
       01  ws-to-date                   pic 9(08).

       01  pairs-on-file                pic 9(05) value 0.
       01  log-records-read             pic 9(06) value 0.
       01  substitutions-counted        pic 9(06) value 0.
       01  records-dropped              pic 9(06) value 0.

      ***********************************************************
      * Usage by Item and Alternate                             *
      ***********************************************************

       01  usage-table.
           03  usage-entry              occurs 500 times.
               05  ue-stock-key         pic x(10).
               05  ue-alternate-key     pic x(10).
               05  ue-preference        pic 9(02).
               05  ue-on-file           pic x.
               05  ue-uses              pic 9(05).
               05  ue-qty               pic 9(09)v9(03).
               05  ue-agreed            pic 9(05).
               05  ue-last-date         pic 9(08).

       01  usage-count                  pic 9(04) comp value 0.
       01  usage-subscript              pic 9(04) comp.
       01  swap-subscript               pic 9(04) comp.
       01  swap-switch                  pic x.
           88  entries-swapped                    value "Y".
       01  swap-entry                   pic x(53).

       01  report-heading-1.
           03  filler                   pic x(43) value
               "STOCK CONTROL SYSTEM - ALTERNATE ITEM USAGE".
           03  filler                   pic x(02) value spaces.
           03  rh-from-date             pic 9(08).
           03  filler                   pic x(04) value " to ".
           03  rh-to-date               pic 9(08).

       01  report-heading-2             pic x(80) value
           "Item       Pref Alternate   Uses          Qty  Agreed Last
      -    " used".

       01  detail-line.
           03  dl-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  dl-preference            pic z9.
           03  filler                   pic x(03).
           03  dl-alternate-key         pic x(10).
           03  filler                   pic x(01).
           03  dl-uses                  pic z(04)9.
           03  filler                   pic x(01).
           03  dl-qty                   pic z(08)9.999.
           03  filler                   pic x(02).
           03  dl-agreed                pic z(04)9.
           03  filler                   pic x(02).
           03  dl-last-date             pic 9(08).
           03  dl-last-blank redefines dl-last-date
                                        pic x(08).
           03  filler                   pic x(02).
           03  dl-note                  pic x(12).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "ALTUSE - alternate item usage".
           display "From date (YYYYMMDD, 0 - from the start) : ".
           move 0 to ws-from-date.
           accept ws-from-date.
           display "To date (YYYYMMDD, 0 - to date) : ".
           move 0 to ws-to-date.
           accept ws-to-date.
           if ws-to-date = 0
               move 99999999 to ws-to-date.

           open output usage-rpt.
           if rpt-status not = "00"
               display "Unable to open ALTUSE.LST - status "
                       rpt-status
               go to endit.

           perform load-alternates thru load-alternates-exit.
           perform read-log thru read-log-exit.
           perform sort-usage thru sort-usage-exit.
           perform print-usage thru print-usage-exit.

           close usage-rpt.
           display "Alternates on file      : " pairs-on-file.
           display "Substitutions counted   : " substitutions-counted.
           if records-dropped > 0
               display "Not reported            : " records-dropped
                       " - more than 500 item/alternate pairs".

       endit.
           goback.

      ***********************************************************
      * Every Pair on File, Used or Not                          *
      ***********************************************************

       load-alternates.
           open input alternate-file.
           if alf-status not = "00"
               display "No alternates on MUALTITM.DAT - status "
                       alf-status
               go to load-alternates-exit.
           move "N" to end-of-file-switch.

       load-alternates-read.
           if end-of-file
               go to load-alternates-close.
           read alternate-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to load-alternates-read
           end-read.
           add 1 to pairs-on-file.
           if usage-count >= 500
               add 1 to records-dropped
               go to load-alternates-read.
           add 1 to usage-count.
           move usage-count to usage-subscript.
           perform clear-entry.
           move alt-stock-key to ue-stock-key(usage-subscript).
           move alt-alternate-key
               to ue-alternate-key(usage-subscript).
           move alt-preference to ue-preference(usage-subscript).
           move "Y" to ue-on-file(usage-subscript).
           go to load-alternates-read.

       load-alternates-close.
           close alternate-file.

       load-alternates-exit.
           exit.

       clear-entry.
           move spaces to ue-stock-key(usage-subscript).
           move spaces to ue-alternate-key(usage-subscript).
           move 0 to ue-preference(usage-subscript).
           move "N" to ue-on-file(usage-subscript).
           move 0 to ue-uses(usage-subscript).
           move 0 to ue-qty(usage-subscript).
           move 0 to ue-agreed(usage-subscript).
           move 0 to ue-last-date(usage-subscript).

      ***********************************************************
      * The Substitutions in the Dates Keyed                    *
      ***********************************************************

       read-log.
           open input substitution-log.
           if sbl-status not = "00"
               display "No substitutions logged on MUSUBLOG.DAT"
               go to read-log-exit.
           move "N" to end-of-file-switch.

       read-log-read.
           if end-of-file
               go to read-log-close.
           read substitution-log
               at end
                   move "Y" to end-of-file-switch
                   go to read-log-read
           end-read.
           add 1 to log-records-read.
           if sub-date < ws-from-date or sub-date > ws-to-date
               go to read-log-read.
           perform add-to-usage thru add-to-usage-exit.
           go to read-log-read.

       read-log-close.
           close substitution-log.

       read-log-exit.
           exit.

       add-to-usage.
           move 1 to usage-subscript.

       add-to-usage-scan.
           if usage-subscript > usage-count
               go to add-to-usage-new.
           if ue-stock-key(usage-subscript) = sub-stock-key
                   and ue-alternate-key(usage-subscript)
                       = sub-alternate-key
               go to add-to-usage-add.
           add 1 to usage-subscript.
           go to add-to-usage-scan.

      *    Used, but no longer on the alternates file.

       add-to-usage-new.
           if usage-count >= 500
               add 1 to records-dropped
               go to add-to-usage-exit.
           add 1 to usage-count.
           move usage-count to usage-subscript.
           perform clear-entry.
           move sub-stock-key to ue-stock-key(usage-subscript).
           move sub-alternate-key
               to ue-alternate-key(usage-subscript).

       add-to-usage-add.
           add 1 to ue-uses(usage-subscript).
           add sub-qty to ue-qty(usage-subscript).
           if sub-customer-approved
               add 1 to ue-agreed(usage-subscript).
           if sub-date > ue-last-date(usage-subscript)
               move sub-date to ue-last-date(usage-subscript).
           add 1 to substitutions-counted.

       add-to-usage-exit.
           exit.

      ***********************************************************
      * Sort into Item then Preference Order                    *
      ***********************************************************

       sort-usage.
           move "N" to swap-switch.
           move 1 to usage-subscript.

       sort-usage-pass.
           if usage-subscript >= usage-count
               go to sort-usage-check.
           compute swap-subscript = usage-subscript + 1.
           if ue-stock-key(usage-subscript)
                   > ue-stock-key(swap-subscript)
               or (ue-stock-key(usage-subscript)
                   = ue-stock-key(swap-subscript)
               and ue-preference(usage-subscript)
                   > ue-preference(swap-subscript))
               move usage-entry(usage-subscript) to swap-entry
               move usage-entry(swap-subscript)
                   to usage-entry(usage-subscript)
               move swap-entry to usage-entry(swap-subscript)
               move "Y" to swap-switch.
           add 1 to usage-subscript.
           go to sort-usage-pass.

       sort-usage-check.
           if entries-swapped
               go to sort-usage.

       sort-usage-exit.
           exit.

      ***********************************************************
      * The Report                                              *
      ***********************************************************

       print-usage.
           move ws-from-date to rh-from-date.
           move ws-to-date to rh-to-date.
           move report-heading-1 to usage-line.
           write usage-line.
           move spaces to usage-line.
           write usage-line.
           move report-heading-2 to usage-line.
           write usage-line.
           if usage-count = 0
               move "No alternates on file and none used"
                   to usage-line
               write usage-line
               go to print-usage-exit.
           move 1 to usage-subscript.

       print-usage-loop.
           if usage-subscript > usage-count
               go to print-usage-exit.
           move spaces to detail-line.
           move ue-stock-key(usage-subscript) to dl-stock-key.
           move ue-preference(usage-subscript) to dl-preference.
           move ue-alternate-key(usage-subscript) to dl-alternate-key.
           move ue-uses(usage-subscript) to dl-uses.
           move ue-qty(usage-subscript) to dl-qty.
           move ue-agreed(usage-subscript) to dl-agreed.
           if ue-last-date(usage-subscript) = 0
               move "  never " to dl-last-blank
           else
               move ue-last-date(usage-subscript) to dl-last-date.
           if ue-on-file(usage-subscript) not = "Y"
               move "not on file" to dl-note.
           move detail-line to usage-line.
           write usage-line.
           add 1 to usage-subscript.
           go to print-usage-loop.

       print-usage-exit.
           exit.
