      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     CYCSCHED.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  ABC cycle count scheduler.  STOCKCNT counted whatever   *
      *  item an operator happened to key.  Here stock-abc-class *
      *  sets how often each item and location must be counted   *
      *  (days per class on MUCYCPRM.DAT, see CYCPARM.CPY), and  *
      *  each class's items are spread evenly over the working   *
      *  days of its cycle on the MUCALNDR.DAT calendar - a      *
      *  class of N items counted every F days gets N divided    *
      *  by the working days in the next F, rounded up, each     *
      *  working day.  Those picked are the ones longest since   *
      *  their last count on MUCYCCNT.DAT, never-counted first.  *
      *  The list is printed to CYCSCHED.LST in bin-walk order   *
      *  (MUITMBIN.DAT and MUBINMST.DAT, as PICKLIST walks) and  *
      *  written to CYCCOUNT.DAT for STOCKCNT to count through.  *
      *  The frequencies and tolerances are changed here too.    *
      *                                                          *
      ************************************************************

       identification division.
       program-id. CYCSCHED.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status file-status.

           select cycle-count-file assign "MUCYCCNT.DAT"
                organization indexed
                access dynamic
                record key cc-key
                status cyc-status.

           select cycle-parm-file assign "MUCYCPRM.DAT"
                organization line sequential
                status prm-status.

           select calendar-file assign "MUCALNDR.DAT"
                organization indexed
                access dynamic
                record key cal-date
                status cal-status.

           select item-bin-file assign "MUITMBIN.DAT"
                organization indexed
                access dynamic
                record key ib-key
                status ibn-status.

           select bin-file assign "MUBINMST.DAT"
                organization indexed
                access dynamic
                record key bin-key
                status bin-status.

           select count-list-file assign "CYCCOUNT.DAT"
                organization line sequential
                status lst-status.

           select count-rpt assign "CYCSCHED.LST"
                organization line sequential
                status rpt-status.
      /
       data division.

       file section.
       fd  stock-file.
           copy stockrec.cpy.

       fd  cycle-count-file.
           copy cyccnt.cpy.

       fd  cycle-parm-file.
           copy cycparm.cpy.

       fd  calendar-file.
           copy calrec.cpy.

       fd  item-bin-file.
           copy itembin.cpy.

       fd  bin-file.
           copy binrec.cpy.

       fd  count-list-file.
           copy cyclist.cpy.

       fd  count-rpt.
       01  count-rpt-line               pic x(80).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  cyc-status                   pic xx.
       01  prm-status                   pic xx.
       01  ibn-status                   pic xx.
       01  bin-status                   pic xx.
       01  lst-status                   pic xx.
       01  rpt-status                   pic xx.

       01  cyc-open-switch              pic x     value "N".
           88  cycle-file-open                    value "Y".
       01  bin-files-switch             pic x     value "N".
           88  bin-files-open                     value "Y".

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  yesno                        pic x.
       01  count-date                   pic 9(08).
       01  count-serial                 pic 9(07).
       01  ws-class                     pic x.
       01  ws-loc-code                  pic x(04).
       01  loc-subscript                pic 9(02) comp.

      ***********************************************************
      * Per-Class Spread                                        *
      ***********************************************************

       01  class-table.
           03  class-entry              occurs 3 times.
               05  cls-letter           pic x.
               05  cls-days             pic 9(03).
               05  cls-items            pic 9(05).
               05  cls-work-days        pic 9(05).
               05  cls-per-day          pic 9(05).
               05  cls-listed           pic 9(05).

       01  class-subscript              pic 9(02) comp.

       01  class-line.
           03  filler                   pic x(08) value "  Class ".
           03  cl-letter                pic x.
           03  filler                   pic x(08) value "  items ".
           03  cl-items                 pic z(04)9.
           03  filler                   pic x(13) value
               "  cycle days ".
           03  cl-days                  pic zz9.
           03  filler                   pic x(13) value
               "  work days ".
           03  cl-work-days             pic z(04)9.
           03  filler                   pic x(11) value
               "  per day ".
           03  cl-per-day               pic z(04)9.

      ***********************************************************
      * Everything Countable - Keyed Working Table              *
      ***********************************************************

       01  candidate-table.
           03  cd-entry                 occurs 1000 times.
               05  cd-class             pic x.
               05  cd-loc               pic x(04).
               05  cd-key               pic x(10).
               05  cd-desc              pic x(26).
               05  cd-last-date         pic 9(08).
               05  cd-last-serial       pic 9(07).
               05  cd-selected          pic x.

       01  candidate-count              pic 9(04) comp value 0.
       01  candidate-subscript          pic 9(04) comp value 0.
       01  oldest-subscript             pic 9(04) comp value 0.
       01  candidates-dropped           pic 9(05) value 0.

      ***********************************************************
      * The Day's List - Sorted into Bin-Walk Sequence          *
      ***********************************************************

       01  list-table.
           03  list-entry               occurs 300 times.
               05  ls-loc               pic x(04).
               05  ls-binseq            pic 9(04).
               05  ls-bin               pic x(09).
               05  ls-key               pic x(10).
               05  ls-class             pic x.
               05  ls-desc              pic x(26).
               05  ls-last-date         pic 9(08).

       01  list-count                   pic 9(03) comp value 0.
       01  list-subscript               pic 9(03) comp value 0.
       01  sort-subscript               pic 9(03) comp value 0.
       01  picks-left                   pic 9(05).
       01  swap-switch                  pic x     value "N".
           88  entries-swapped                    value "Y".

       01  swap-entry.
           03  sw-loc                   pic x(04).
           03  sw-binseq                pic 9(04).
           03  sw-bin                   pic x(09).
           03  sw-key                   pic x(10).
           03  sw-class                 pic x.
           03  sw-desc                  pic x(26).
           03  sw-last-date             pic 9(08).

       01  report-heading-1.
           03  filler                   pic x(40) value
               "STOCK CONTROL SYSTEM - CYCLE COUNT LIST ".
           03  rh-count-date            pic 9(08).

       01  report-heading-2             pic x(80)
           value "Loc  Bin       Stock Code Description
      -    "   Cl Last count Counted".

       01  detail-line.
           03  dl-loc                   pic x(04).
           03  filler                   pic x(01).
           03  dl-bin                   pic x(09).
           03  filler                   pic x(01).
           03  dl-stock-key             pic x(10).
           03  filler                   pic x(01).
           03  dl-description           pic x(26).
           03  filler                   pic x(01).
           03  dl-class                 pic x.
           03  filler                   pic x(02).
           03  dl-last-date             pic x(10).
           03  filler                   pic x(01).
           03  dl-counted               pic x(10) value "__________".

      ***********************************************************
      * Date-to-Serial-Day Conversion                           *
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

       01  month-length-values.
           03  filler                   pic x(24) value
               "312831303130313130313031".
       01  month-length-table redefines month-length-values.
           03  month-length             pic 9(02) occurs 12 times.

       01  uns-serial                   pic 9(07).
       01  uns-day-of-year              pic 9(03).
       01  uns-month                    pic 9(02).
       01  uns-days-in-month            pic 9(02).

      ***********************************************************
      * Business-Day Calendar (see CALMAINT)                     *
      ***********************************************************

       01  cal-status                   pic xx.
       01  cal-open-switch              pic x     value "N".
           88  calendar-open                      value "Y".
       01  working-day-switch           pic x.
           88  working-day                        value "Y".
       01  hold-serial                  pic 9(07).
       01  bus-days-counted             pic 9(05).
       01  count-from-serial            pic 9(07).
       01  count-to-serial              pic 9(07).
       01  dow-remainder                pic 9(01).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "CYCSCHED - ABC cycle count list for the day".
           perform load-parms thru load-parms-exit.
           display "Class A every " cp-days-a " days, tolerance "
                   cp-tolerance-a "%".
           display "Class B every " cp-days-b " days, tolerance "
                   cp-tolerance-b "%".
           display "Class C every " cp-days-c " days, tolerance "
                   cp-tolerance-c "%".
           display "Change frequencies or tolerances (Y/N) ? ".
           accept yesno.
           if yesno = "Y" or yesno = "y"
               perform maintain-parms thru maintain-parms-exit.

           display "Count date (YYYYMMDD, 0 for today) : ".
           move 0 to count-date.
           accept count-date.
           if count-date = 0
               accept count-date from date yyyymmdd.
           move count-date to conv-date.
           perform convert-date-to-serial.
           move conv-serial to count-serial.

           open input calendar-file.
           if cal-status = "00"
               move "Y" to cal-open-switch.
           perform is-working-day thru is-working-day-exit.
           if not working-day
               display count-date " is not a working day - "
                       "no count list"
               go to close-calendar.

           open input stock-file.
           if status-1 not = "0"
               display "Unable to open MUSTOCK.DAT - status "
                       status-1 status-2
               go to close-calendar.
           open input cycle-count-file.
           if cyc-status = "00"
               move "Y" to cyc-open-switch.
           open input item-bin-file.
           if ibn-status = "00"
               open input bin-file
               if bin-status = "00"
                   move "Y" to bin-files-switch
               else
                   close item-bin-file
               end-if
           end-if.

           perform set-up-classes thru set-up-classes-exit.
           perform load-candidates thru load-candidates-exit.
           perform spread-classes thru spread-classes-exit.
           perform sort-by-walk thru sort-by-walk-exit.
           perform write-list thru write-list-exit.

           close stock-file.
           if cycle-file-open
               close cycle-count-file.
           if bin-files-open
               close item-bin-file
               close bin-file.
           display "Items and locations listed : " list-count.
           if candidates-dropped > 0
               display "Not scheduled - table full : "
                       candidates-dropped.

       close-calendar.
           if calendar-open
               close calendar-file.

       endit.
           goback.

      ***********************************************************
      * Frequencies and Tolerances (see CYCPARM.CPY)            *
      ***********************************************************

       load-parms.
           move 30 to cp-days-a.
           move 91 to cp-days-b.
           move 365 to cp-days-c.
           move 1.0 to cp-tolerance-a.
           move 2.5 to cp-tolerance-b.
           move 5.0 to cp-tolerance-c.
           open input cycle-parm-file.
           if prm-status not = "00"
               go to load-parms-exit.
           read cycle-parm-file
               at end
                   move 30 to cp-days-a
                   move 91 to cp-days-b
                   move 365 to cp-days-c
                   move 1.0 to cp-tolerance-a
                   move 2.5 to cp-tolerance-b
                   move 5.0 to cp-tolerance-c
           end-read.
           close cycle-parm-file.

       load-parms-exit.
           exit.

       maintain-parms.
           display "Class A days between counts : ".
           accept cp-days-a.
           display "Class A tolerance % (nn.n) : ".
           accept cp-tolerance-a.
           display "Class B days between counts : ".
           accept cp-days-b.
           display "Class B tolerance % (nn.n) : ".
           accept cp-tolerance-b.
           display "Class C days between counts : ".
           accept cp-days-c.
           display "Class C tolerance % (nn.n) : ".
           accept cp-tolerance-c.
           if cp-days-a = 0 or cp-days-b = 0 or cp-days-c = 0
               display "Every class needs at least 1 day - "
                       "not saved"
               perform load-parms thru load-parms-exit
               go to maintain-parms-exit.
           open output cycle-parm-file.
           if prm-status not = "00"
               display "Unable to open MUCYCPRM.DAT - status "
                       prm-status
               go to maintain-parms-exit.
           write cycle-parm-record.
           close cycle-parm-file.
           display "Cycle count parameters saved".

       maintain-parms-exit.
           exit.

      ***********************************************************
      *    Working days in each class's cycle, counted forward   *
      *    from the count date itself.                           *
      ***********************************************************

       set-up-classes.
           move "A" to cls-letter(1).
           move cp-days-a to cls-days(1).
           move "B" to cls-letter(2).
           move cp-days-b to cls-days(2).
           move "C" to cls-letter(3).
           move cp-days-c to cls-days(3).
           move 1 to class-subscript.

       set-up-classes-loop.
           if class-subscript > 3
               go to set-up-classes-exit.
           move 0 to cls-items(class-subscript).
           move 0 to cls-listed(class-subscript).
           compute count-from-serial = count-serial - 1.
           compute count-to-serial =
               count-from-serial + cls-days(class-subscript).
           perform count-business-days
                   thru count-business-days-exit.
           move bus-days-counted to cls-work-days(class-subscript).
           add 1 to class-subscript.
           go to set-up-classes-loop.

       set-up-classes-exit.
           exit.

      ***********************************************************
      * Load Every Item and Location                            *
      *    An item with no class counts as C.  One already       *
      *    counted on the count date is left off.                *
      ***********************************************************

       load-candidates.
           move "N" to end-of-file-switch.
           move low-values to stock-key.
           start stock-file key not less than stock-key.
           if status-1 not = "0"
               go to load-candidates-exit.

       load-candidates-read.
           if end-of-file
               go to load-candidates-exit.
           read stock-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to load-candidates-read
           end-read.
           if stock-discontinued
               go to load-candidates-read.
           move "C" to ws-class.
           if stock-class-a or stock-class-b
               move stock-abc-class to ws-class.
           if stock-location-count = 0
               move spaces to ws-loc-code
               perform add-candidate thru add-candidate-exit
               go to load-candidates-read.
           move 1 to loc-subscript.

       load-candidates-locs.
           if loc-subscript > stock-location-count
                   or loc-subscript > 5
               go to load-candidates-read.
           move stock-loc-code(loc-subscript) to ws-loc-code.
           perform add-candidate thru add-candidate-exit.
           add 1 to loc-subscript.
           go to load-candidates-locs.

       add-candidate.
           move stock-key to cc-stock-key.
           move ws-loc-code to cc-loc-code.
           move 0 to cc-last-counted.
           if cycle-file-open
               read cycle-count-file
                   invalid key
                       move 0 to cc-last-counted
               end-read.
           if cc-last-counted = count-date
               go to add-candidate-exit.
           if candidate-count >= 1000
               add 1 to candidates-dropped
               go to add-candidate-exit.
           add 1 to candidate-count.
           move ws-class to cd-class(candidate-count).
           move ws-loc-code to cd-loc(candidate-count).
           move stock-key to cd-key(candidate-count).
           move stock-description-1(1:26) to cd-desc(candidate-count).
           move cc-last-counted to cd-last-date(candidate-count).
           move 0 to cd-last-serial(candidate-count).
           if cc-last-counted not = 0
               move cc-last-counted to conv-date
               perform convert-date-to-serial
               move conv-serial to cd-last-serial(candidate-count).
           move "N" to cd-selected(candidate-count).
           evaluate ws-class
               when "A"  add 1 to cls-items(1)
               when "B"  add 1 to cls-items(2)
               when other add 1 to cls-items(3)
           end-evaluate.

       add-candidate-exit.
           exit.

       load-candidates-exit.
           exit.

      ***********************************************************
      * Spread Each Class over Its Working Days                 *
      ***********************************************************

       spread-classes.
           move 1 to class-subscript.

       spread-classes-loop.
           if class-subscript > 3
               go to spread-classes-exit.
           if cls-work-days(class-subscript) = 0
               move cls-items(class-subscript)
                   to cls-per-day(class-subscript)
           else
               compute cls-per-day(class-subscript) =
                   (cls-items(class-subscript)
                    + cls-work-days(class-subscript) - 1)
                   / cls-work-days(class-subscript).
           move cls-per-day(class-subscript) to picks-left.
           move cls-letter(class-subscript) to ws-class.
           perform pick-oldest thru pick-oldest-exit.
           add 1 to class-subscript.
           go to spread-classes-loop.

       spread-classes-exit.
           exit.

      ***********************************************************
      *    Each pick is the unpicked entry of the class with the *
      *    oldest last count - zero, never counted, comes first. *
      ***********************************************************

       pick-oldest.
           if picks-left = 0 or list-count >= 300
               go to pick-oldest-exit.
           move 0 to oldest-subscript.
           move 0 to candidate-subscript.

       pick-oldest-scan.
           if candidate-subscript >= candidate-count
               go to pick-oldest-take.
           add 1 to candidate-subscript.
           if cd-class(candidate-subscript) not = ws-class
                   or cd-selected(candidate-subscript) = "Y"
               go to pick-oldest-scan.
           if oldest-subscript = 0
               move candidate-subscript to oldest-subscript
               go to pick-oldest-scan.
           if cd-last-serial(candidate-subscript)
                   < cd-last-serial(oldest-subscript)
               move candidate-subscript to oldest-subscript.
           go to pick-oldest-scan.

       pick-oldest-take.
           if oldest-subscript = 0
               go to pick-oldest-exit.
           move "Y" to cd-selected(oldest-subscript).
           add 1 to list-count.
           move cd-loc(oldest-subscript) to ls-loc(list-count).
           move cd-key(oldest-subscript) to ls-key(list-count).
           move cd-class(oldest-subscript) to ls-class(list-count).
           move cd-desc(oldest-subscript) to ls-desc(list-count).
           move cd-last-date(oldest-subscript)
               to ls-last-date(list-count).
           perform find-count-bin thru find-count-bin-exit.
           add 1 to cls-listed(class-subscript).
           subtract 1 from picks-left.
           go to pick-oldest.

       pick-oldest-exit.
           exit.

      ***********************************************************
      *    The item's home bin in the location sets the walk     *
      *    position; an unassigned item walks at the end of its  *
      *    location, as on the pick list.                        *
      ***********************************************************

       find-count-bin.
           move spaces to ls-bin(list-count).
           move 9999 to ls-binseq(list-count).
           if not bin-files-open or ls-loc(list-count) = spaces
               go to find-count-bin-exit.
           move ls-key(list-count) to ib-stock-key.
           move ls-loc(list-count) to ib-loc-code.
           read item-bin-file.
           if ibn-status not = "00"
               go to find-count-bin-exit.
           move ib-bin-code to ls-bin(list-count).
           move ls-loc(list-count) to bin-loc-code.
           move ib-bin-code to bin-code.
           read bin-file.
           if bin-status = "00"
               move bin-walk-seq to ls-binseq(list-count).

       find-count-bin-exit.
           exit.

      ***********************************************************
      * Sort the List into Bin-Walk Sequence                    *
      ***********************************************************

       sort-by-walk.
           if list-count < 2
               go to sort-by-walk-exit.

       sort-by-walk-pass.
           move "N" to swap-switch.
           move 1 to sort-subscript.

       sort-by-walk-scan.
           if sort-subscript >= list-count
               go to sort-by-walk-check.
           compute list-subscript = sort-subscript + 1.
           if ls-loc(sort-subscript) > ls-loc(list-subscript)
                   or (ls-loc(sort-subscript) = ls-loc(list-subscript)
                       and ls-binseq(sort-subscript) >
                           ls-binseq(list-subscript))
                   or (ls-loc(sort-subscript) = ls-loc(list-subscript)
                       and ls-binseq(sort-subscript) =
                           ls-binseq(list-subscript)
                       and ls-key(sort-subscript) >
                           ls-key(list-subscript))
               move list-entry(sort-subscript) to swap-entry
               move list-entry(list-subscript)
                       to list-entry(sort-subscript)
               move swap-entry to list-entry(list-subscript)
               move "Y" to swap-switch.
           add 1 to sort-subscript.
           go to sort-by-walk-scan.

       sort-by-walk-check.
           if entries-swapped
               go to sort-by-walk-pass.

       sort-by-walk-exit.
           exit.

      ***********************************************************
      * Print the List and Hand It to STOCKCNT                  *
      ***********************************************************

       write-list.
           open output count-rpt.
           if rpt-status not = "00"
               display "Unable to open CYCSCHED.LST - status "
                       rpt-status
               go to write-list-exit.
           open output count-list-file.
           if lst-status not = "00"
               display "Unable to open CYCCOUNT.DAT - status "
                       lst-status
               close count-rpt
               go to write-list-exit.
           move count-date to rh-count-date.
           move report-heading-1 to count-rpt-line.
           write count-rpt-line.
           move spaces to count-rpt-line.
           write count-rpt-line.
           move 1 to class-subscript.

       write-list-classes.
           if class-subscript > 3
               go to write-list-heading.
           move cls-letter(class-subscript) to cl-letter.
           move cls-items(class-subscript) to cl-items.
           move cls-days(class-subscript) to cl-days.
           move cls-work-days(class-subscript) to cl-work-days.
           move cls-per-day(class-subscript) to cl-per-day.
           move class-line to count-rpt-line.
           write count-rpt-line.
           add 1 to class-subscript.
           go to write-list-classes.

       write-list-heading.
           move spaces to count-rpt-line.
           write count-rpt-line.
           move report-heading-2 to count-rpt-line.
           write count-rpt-line.
           move 1 to list-subscript.

       write-list-lines.
           if list-subscript > list-count
               go to write-list-close.
           move ls-loc(list-subscript) to dl-loc.
           move ls-bin(list-subscript) to dl-bin.
           move ls-key(list-subscript) to dl-stock-key.
           move ls-desc(list-subscript) to dl-description.
           move ls-class(list-subscript) to dl-class.
           if ls-last-date(list-subscript) = 0
               move "never" to dl-last-date
           else
               move ls-last-date(list-subscript) to dl-last-date.
           move detail-line to count-rpt-line.
           write count-rpt-line.
           move ls-loc(list-subscript) to cl-loc-code.
           move ls-bin(list-subscript) to cl-bin-code.
           move ls-key(list-subscript) to cl-stock-key.
           move ls-class(list-subscript) to cl-abc-class.
           move count-date to cl-count-date.
           write count-list-record.
           add 1 to list-subscript.
           go to write-list-lines.

       write-list-close.
           close count-rpt.
           close count-list-file.

       write-list-exit.
           exit.

      ***********************************************************
      * Business-Day Arithmetic (see EXPEDITE)                  *
      ***********************************************************

       count-business-days.
           move 0 to bus-days-counted.
           move count-from-serial to conv-serial.

       count-business-days-loop.
           if conv-serial >= count-to-serial
               go to count-business-days-exit.
           add 1 to conv-serial.
           perform is-working-day thru is-working-day-exit.
           if working-day
               add 1 to bus-days-counted.
           go to count-business-days-loop.

       count-business-days-exit.
           exit.

       is-working-day.
           move conv-serial to hold-serial.
           move conv-serial to uns-serial.
           perform convert-serial-to-date.
           move "Y" to working-day-switch.
           if calendar-open
               move conv-date to cal-date
               read calendar-file
                   invalid key
                       perform weekend-rule thru weekend-rule-exit
                   not invalid key
                       if not cal-working
                           move "N" to working-day-switch
                       end-if
               end-read
           else
               perform weekend-rule thru weekend-rule-exit.
           move hold-serial to conv-serial.

       is-working-day-exit.
           exit.

       weekend-rule.
           divide hold-serial by 7 giving conv-work
                   remainder dow-remainder.
           if dow-remainder = 0 or dow-remainder = 1
               move "N" to working-day-switch.

       weekend-rule-exit.
           exit.

       convert-serial-to-date.
           divide uns-serial by 366 giving conv-year.

       convert-serial-to-date-year.
           add 1 to conv-year.
           move 1 to conv-month.
           move 1 to conv-day.
           perform convert-date-to-serial.
           if conv-serial not > uns-serial
               go to convert-serial-to-date-year.
           subtract 1 from conv-year.
           move 1 to conv-month.
           move 1 to conv-day.
           perform convert-date-to-serial.
           compute uns-day-of-year = uns-serial - conv-serial + 1.
           move 1 to uns-month.

       convert-serial-to-date-month.
           move month-length(uns-month) to uns-days-in-month.
           if uns-month = 2 and leap-year
               move 29 to uns-days-in-month.
           if uns-day-of-year > uns-days-in-month
               subtract uns-days-in-month from uns-day-of-year
               add 1 to uns-month
               go to convert-serial-to-date-month.
           move uns-month to conv-month.
           move uns-day-of-year to conv-day.

      ***********************************************************
      * Date-to-Serial-Day Conversion                           *
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
