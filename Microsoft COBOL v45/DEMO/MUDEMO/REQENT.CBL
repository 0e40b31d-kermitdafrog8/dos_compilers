      *  waits pending above it.  L lists the storeroom's open  *
      *  pick queue - the approved, unfulfilled requisitions    *
      *  STOCKISS fulfils.  Numbered off MURQNUM.DAT; logged    *
      *  to REQENT.LST.  A quantity the shelf cannot cover is   *
      *  offered the item's alternates from MUALTITM.DAT (see   *
      *  ALTITEM.CPY) with what each has on hand; one taken is  *
      *  requisitioned instead and logged to MUSUBLOG.DAT (see  *
      *  SUBLOG.CPY).                                           *
      *                                                          *
      ************************************************************

           select number-file assign "MURQNUM.DAT"
                organization line sequential
                status num-status.

           select alternate-file assign "MUALTITM.DAT"
                organization indexed
                access dynamic
                record key alt-key
                status alf-status.

           select substitution-log assign "MUSUBLOG.DAT"
                organization line sequential
                status sbl-status.
      /
       data division.


       fd  number-file.
       01  number-line                  pic 9(05).

       fd  alternate-file.
           copy altitem.cpy.

       fd  substitution-log.
           copy sublog.cpy.
      /
       working-storage section.

           88 end-of-file                         value "Y".
       01  queue-shown                  pic 9(04).

       01  alf-status                   pic xx.
       01  alf-open-switch              pic x     value "N".
           88  alternates-on-file                 value "Y".
       01  sbl-status                   pic xx.
       01  alternate-table.
           03  alternate-entry          occurs 9 times.
               05  ae-stock-key         pic x(10).
               05  ae-approval-flag     pic x.
       01  alt-count                    pic 9(02).
       01  alt-pick                     pic 9(02).
       01  alt-original-key             pic x(10).
       01  alt-agreed-flag              pic x.
       01  alt-chosen-switch            pic x     value "N".
           88  alternate-chosen                   value "Y".
       01  alt-yesno                    pic x.

      **********************************************************
      * Main Program                                           *
      **********************************************************
               close cost-center-file
               go to endit.

      *    Without the alternates file a short requisition is
      *    simply raised short, as before.
           open input alternate-file.
           if alf-status = "00"
               move "Y" to alf-open-switch.

           perform read-threshold thru read-threshold-exit.
           perform read-next-number thru read-next-number-exit.
           accept today-8 from date yyyymmdd.
           accept rn-qty.
           if rn-qty = 0
               go to raise-req-exit.
           move "N" to alt-chosen-switch.
           if rn-qty > stock-held
               perform offer-alternates thru offer-alternates-exit.
           if alternate-chosen
               move stock-key to rn-stock-key.
      *    Only items flagged fractional take decimal places -
      *    the issue path honours the requisition as keyed.
           move rn-qty to ws-whole-check.
               subtract 1 from next-req-number
               go to raise-req-exit.
           perform save-next-number thru save-next-number-exit.
           if alternate-chosen
               perform log-substitution thru log-substitution-exit.
           if rn-pending
               display "Requisition " rn-number " raised at "
                       ws-value-edited
                   delimited by size into req-log-line.
           write req-log-line.

      ***********************************************************
      * Alternates for a Short Requisition (see ALTMAINT)       *
      *    Each alternate on MUALTITM.DAT that is on file and   *
      *    live is shown in preference order with what it has   *
      *    on hand.  One taken becomes the item requisitioned   *
      *    and its stock record is left current; otherwise the  *
      *    item keyed is read back.                             *
      ***********************************************************

       offer-alternates.
           move "N" to alt-chosen-switch.
           move space to alt-agreed-flag.
           move 0 to alt-count.
           if not alternates-on-file
               go to offer-alternates-exit.
           move stock-key to alt-original-key.
           move alt-original-key to alt-stock-key.
           move 0 to alt-preference.
           start alternate-file key not less than alt-key.
           if alf-status not = "00"
               go to offer-alternates-exit.

       offer-alternates-read.
           read alternate-file next record
               at end
                   go to offer-alternates-pick
           end-read.
           if alt-stock-key not = alt-original-key
               go to offer-alternates-pick.
           if alt-count >= 9
               go to offer-alternates-pick.
           move alt-alternate-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               go to offer-alternates-read.
           if stock-discontinued
               go to offer-alternates-read.
           add 1 to alt-count.
           move alt-alternate-key to ae-stock-key(alt-count).
           move alt-approval-flag to ae-approval-flag(alt-count).
           display "  " alt-count "  " alt-alternate-key
                   "  on hand " stock-held.
           display "      " stock-description-1.
           if alt-approval-needed
               display "      requester must agree to this one".
           go to offer-alternates-read.

       offer-alternates-pick.
           if alt-count = 0
               go to offer-alternates-restore.
           display "Short on the shelf - alternates above".
           display "Alternate to requisition instead (0 - none) : ".
           move 0 to alt-pick.
           accept alt-pick.
           if alt-pick = 0 or alt-pick > alt-count
               go to offer-alternates-restore.
           if ae-approval-flag(alt-pick) = "Y"
               display "Do you agree to " ae-stock-key(alt-pick)
                       " in its place (Y/N) ? "
               accept alt-yesno
               if alt-yesno not = "Y" and alt-yesno not = "y"
                   go to offer-alternates-restore
               end-if
               move "Y" to alt-agreed-flag
           end-if.
           move ae-stock-key(alt-pick) to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Alternate re-read failed - status "
                       stock-status
               go to offer-alternates-restore.
           move "Y" to alt-chosen-switch.
           display "Requisitioning " stock-key " in place of "
                   alt-original-key.
           go to offer-alternates-exit.

       offer-alternates-restore.
           move alt-original-key to stock-key.
           read stock-file.

       offer-alternates-exit.
           exit.

       log-substitution.
           open extend substitution-log.
           if sbl-status not = "00"
               open output substitution-log.
           if sbl-status not = "00"
               display "Unable to open MUSUBLOG.DAT - status "
                       sbl-status
               go to log-substitution-exit.
           move alt-original-key to sub-stock-key.
           move rn-stock-key to sub-alternate-key.
           move rn-qty to sub-qty.
           move rn-number to sub-reference.
           move alt-agreed-flag to sub-approval-flag.
           move today-8 to sub-date.
           accept sub-time from time.
           move ws-requester to sub-operator-id.
           move "REQENT" to sub-program.
           write substitution-record.
           close substitution-log.

       log-substitution-exit.
           exit.

      ***********************************************************
      * The Storeroom's Open Pick Queue                         *
      ***********************************************************
           close stock-file.
           close cost-center-file.
           close req-log.
           if alternates-on-file
               close alternate-file.

       endit.
           goback.
