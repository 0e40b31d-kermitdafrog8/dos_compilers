      *  loses that - STOCKRCV reads those details back when a     *
      *  receipt arrives and lists the ones it can now release.   *
      *                                                          *
      *  A keyed issue the shelf cannot cover is first offered   *
      *  the item's alternates from MUALTITM.DAT (see            *
      *  ALTITEM.CPY) in preference order with what each has on  *
      *  hand; one taken in its place - with the requester's     *
      *  agreement where the alternate needs it - is issued      *
      *  instead and logged to MUSUBLOG.DAT (see SUBLOG.CPY).    *
      *                                                          *
      *  Serialized units issued to a cost center may be marked  *
      *  as capital: each serial then opens a record on the      *
      *  fixed asset register MUFASSET.DAT (see FAREC.CPY) at    *
      *  the unit's issue cost, in service from the issue date   *
      *  with the default life and method off MUFAPARM.DAT (see  *
      *  FAPARM.CPY), for FADEPR to capitalize and depreciate.   *
      *                                                          *
      *  A stack of issue slips may be keyed as a batch on       *
      *  MUKEYBAT.DAT (see KEYBAT.CPY): the slip count and total *
      *  quantity are declared first, every slip posted adds to  *
      *  the keyed figures and tags its movement with the batch  *
      *  number, and the batch closes only when the two agree.   *
      *  Requisitions are not slips and stay outside the batch.  *
      *                                                          *
      ************************************************************

       identification division.
                access dynamic
                record key rn-number
                status req-status.

           select alternate-file assign "MUALTITM.DAT"
                organization indexed
                access dynamic
                record key alt-key
                status alf-status.

           select substitution-log assign "MUSUBLOG.DAT"
                organization line sequential
                status sbl-status.

           select asset-file assign "MUFASSET.DAT"
                organization indexed
                access dynamic
                record key fa-number
                status fas-status.

           select fa-parm-file assign "MUFAPARM.DAT"
                organization line sequential
                status fap-status.

           select key-batch-file assign "MUKEYBAT.DAT"
                organization indexed
                access dynamic
                record key kb-batch-number
                status kbt-status.
      /
       data division.


       fd  req-file.
           copy reqrec.cpy.

       fd  alternate-file.
           copy altitem.cpy.

       fd  substitution-log.
           copy sublog.cpy.

       fd  asset-file.
           copy farec.cpy.

       fd  fa-parm-file.
           copy faparm.cpy.

       fd  key-batch-file.
           copy keybat.cpy.
      /
       working-storage section.

       01  month-length-table redefines month-length-values.
           03  month-length             pic 9(02) occurs 12 times.

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

      ***********************************************************
      * Fixed Asset Registration (see FAREC.CPY)                 *
      ***********************************************************

       01  fas-status                   pic xx.
       01  fas-open-switch              pic x     value "N".
           88  asset-register-open                value "Y".
       01  fap-status                   pic xx.
       01  capital-switch               pic x     value "N".
           88  issue-is-capital                   value "Y".
       01  ws-asset-location            pic x(20).
       01  ws-asset-cost                pic 9(08)v99.
       01  next-asset-number            pic 9(06) value 0.
       01  assets-registered            pic 9(03).

       01  uns-serial                   pic 9(07).
       01  uns-day-of-year              pic 9(03).
       01  uns-month                    pic 9(02).
       01  uns-days-in-month            pic 9(02).

      ***********************************************************
      * Keyed Batch Control (see KEYBAT.CPY)                     *
      ***********************************************************

       01  kbt-status                   pic xx.
       01  kbt-open-switch              pic x     value "N".
           88  batch-file-open                    value "Y".
       01  batch-switch                 pic x     value "N".
           88  batch-active                       value "Y".
       01  slip-posted-switch           pic x     value "N".
           88  slip-posted                        value "Y".
       01  ws-batch-number              pic x(06) value spaces.
       01  ws-batch-key                 pic x(06).
       01  ws-batch-split redefines ws-batch-key.
           03  ws-batch-prefix          pic x.
           03  ws-batch-seq             pic 9(05).
       01  next-batch-number            pic 9(05).
       01  ws-declared-count            pic 9(04).
       01  ws-declared-qty              pic 9(09)v9(03).
       01  ws-slip-qty                  pic 9(06)v9(03).
       01  batch-yesno                  pic x.
       01  ws-operator-id               pic x(08) value spaces.

      **********************************************************
      * Main Program                                           *
      **********************************************************
           if req-status = "00"
               move "Y" to req-open-switch.

      *    Without the alternates file a short issue simply
      *    backorders, as before.
           open input alternate-file.
           if alf-status = "00"
               move "Y" to alf-open-switch.

           open i-o asset-file.
           if fas-status not = "00"
               open output asset-file
               close asset-file
               open i-o asset-file.
           if fas-status = "00"
               move "Y" to fas-open-switch.
           perform read-fa-parms thru read-fa-parms-exit.

           open i-o stockout-file.
           if soi-status not = "00"
               open output stockout-file.
               close backorder-file
               go to endit.

           perform open-batch thru open-batch-exit.

       ent-ry.
           move spaces to ws-reference.
           move "N" to alt-chosen-switch.
           move "N" to req-selected-switch.
           if requisitions-open
               perform ask-requisition
                       "units only"
               go to ent-ry.

           if ws-qty-requested > stock-held
               perform offer-alternates thru offer-alternates-exit.
           if alternate-chosen
               perform check-freeze thru check-freeze-exit
               if item-is-frozen
                   go to ent-ry
               end-if
               if not stock-fractional
                       and ws-whole-check not = ws-qty-requested
                   display "Alternate is not flagged fractional - "
                           "whole units only"
                   go to ent-ry
               end-if
           end-if.

           perform get-cost-center thru get-cost-center-exit.

       ent-ry-issue.
           end-if.

           perform post-issue.
      *    A keyed slip counts toward the batch at the quantity
      *    on the slip, whatever the shelf could cover.
           if batch-active and not req-selected and status-1 = "0"
               move ws-qty-requested to ws-slip-qty
               perform count-slip thru count-slip-exit.
           if alternate-chosen and status-1 = "0"
               perform log-substitution thru log-substitution-exit.
           if stock-serialized and serials-complete
                   and ws-qty-issued > 0
               perform mark-serials-shipped
           move ws-issue-unit-cost to mv-unit-cost.
           move ws-cost-center to mv-cost-center.
           move ws-reference to mv-reference.
           if req-selected
               move spaces to mv-batch-number
           else
               move ws-batch-number to mv-batch-number.
           perform write-movement thru write-movement-exit.

       write-issue-movement-exit.
                   "internal) : ".
           accept ws-serial-customer.
           move 0 to serial-subscript.
           move "N" to capital-switch.
           move 0 to assets-registered.
           if ws-serial-customer = 0 and ws-cost-center not = spaces
                   and asset-register-open
               perform ask-capital thru ask-capital-exit.

      *    A lot-cover cap can issue fewer units than the
      *    serials collected - only the issued count ships.
           rewrite serial-record.
           if ser-status not = "00"
               display "Unable to relieve serial - status "
                       ser-status
               go to mark-serials-shipped-loop.
           if issue-is-capital
               perform register-asset thru register-asset-exit.
           go to mark-serials-shipped-loop.

       mark-serials-shipped-exit.
       check-freeze-exit.
           exit.

      ***********************************************************
      * Capital Issue onto the Fixed Asset Register              *
      *    Each serial relieved opens an asset at the unit's     *
      *    issue cost - the FIFO layer cost where STOCKISS       *
      *    computed one, otherwise stock-cost.                   *
      ***********************************************************

       ask-capital.
           display "Capital purchase - register the units as "
                   "fixed assets (Y/N) ? ".
           accept alt-yesno.
           if alt-yesno not = "Y" and alt-yesno not = "y"
               go to ask-capital-exit.
           display "Where the assets will be (location) : ".
           move spaces to ws-asset-location.
           accept ws-asset-location.
           move "Y" to capital-switch.
           if ws-issue-unit-cost > 0
               move ws-issue-unit-cost to ws-asset-cost
           else
               move stock-cost to ws-asset-cost.
           if next-asset-number = 0
               perform find-asset-number
                       thru find-asset-number-exit.

       ask-capital-exit.
           exit.

       register-asset.
           add 1 to next-asset-number.
           initialize fixed-asset-record.
           move next-asset-number to fa-number.
           move stock-key to fa-stock-key.
           move sn-serial-number to fa-serial-number.
           move stock-description-1 to fa-description.
           move ws-cost-center to fa-cost-center.
           move ws-asset-location to fa-location.
           move ws-asset-cost to fa-cost.
           move 0 to fa-salvage.
           move today-8 to fa-in-service-date.
           move fp-default-life to fa-life-months.
           move fp-default-method to fa-method.
           move "N" to fa-capitalized-flag.
           move "A" to fa-status-flag.
           move today-8 to fa-created-date.
           move "STOCKISS" to fa-created-program.
           write fixed-asset-record.
           if fas-status not = "00"
               display "Unable to register asset for serial "
                       sn-serial-number " - status " fas-status
               subtract 1 from next-asset-number
               go to register-asset-exit.
           add 1 to assets-registered.
           display "Serial " sn-serial-number " is fixed asset "
                   fa-number.

       register-asset-exit.
           exit.

       find-asset-number.
           move 0 to next-asset-number.
           move 0 to fa-number.
           start asset-file key not less than fa-number.
           if fas-status not = "00"
               go to find-asset-number-exit.

       find-asset-number-scan.
           read asset-file next record
               at end
                   go to find-asset-number-exit
           end-read.
           move fa-number to next-asset-number.
           go to find-asset-number-scan.

       find-asset-number-exit.
           exit.

      *    With no parameters on file a new asset is 60 months
      *    straight-line until FAMAINT says otherwise.

       read-fa-parms.
           move spaces to fa-parm-record.
           move 60 to fp-default-life.
           move "S" to fp-default-method.
           move 200 to fp-declining-factor.
           open input fa-parm-file.
           if fap-status not = "00"
               go to read-fa-parms-exit.
           read fa-parm-file
               at end
                   move spaces to fa-parm-record
                   move 60 to fp-default-life
                   move "S" to fp-default-method
                   move 200 to fp-declining-factor.
           close fa-parm-file.
           if fp-default-life not numeric or fp-default-life = 0
               move 60 to fp-default-life.
           if fp-default-method not = "S"
                   and fp-default-method not = "D"
               move "S" to fp-default-method.

       read-fa-parms-exit.
           exit.

      ***********************************************************
      * Alternates for a Short Issue (see ALTMAINT)              *
      *    Each alternate on MUALTITM.DAT that is on file and    *
      *    live is shown in preference order with what it has    *
      *    on hand.  One taken becomes the item issued and its   *
      *    stock record is left current; otherwise the item      *
      *    keyed is read back and shorts to backorder as usual.  *
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
           if status-1 not = "0"
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
           display "Only " stock-held " on hand - alternates above".
           display "Alternate to issue instead (0 - none) : ".
           move 0 to alt-pick.
           accept alt-pick.
           if alt-pick = 0 or alt-pick > alt-count
               go to offer-alternates-restore.
           if ae-approval-flag(alt-pick) = "Y"
               display "Has the requester agreed to "
                       ae-stock-key(alt-pick) " (Y/N) ? "
               accept alt-yesno
               if alt-yesno not = "Y" and alt-yesno not = "y"
                   display "Not substituted without the requester's "
                           "agreement"
                   go to offer-alternates-restore
               end-if
               move "Y" to alt-agreed-flag
           end-if.
           move ae-stock-key(alt-pick) to stock-key.
           read stock-file.
           if status-1 not = "0"
               display "Alternate re-read failed - status "
                       status-1 status-2
               go to offer-alternates-restore.
           move "Y" to alt-chosen-switch.
           display "Issuing " stock-key " in place of "
                   alt-original-key.
           display "Qty on hand : " stock-held.
           go to offer-alternates-exit.

       offer-alternates-restore.
           move alt-original-key to stock-key.
           read stock-file.
           if status-1 not = "0"
               display "Stock record re-read failed - status "
                       status-1 status-2.

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
           move stock-key to sub-alternate-key.
           move ws-qty-requested to sub-qty.
           move ws-reference to sub-reference.
           move alt-agreed-flag to sub-approval-flag.
           accept sub-date from date yyyymmdd.
           accept sub-time from time.
           move ws-operator-id to sub-operator-id.
           move "STOCKISS" to sub-program.
           write substitution-record.
           close substitution-log.

       log-substitution-exit.
           exit.

      ***********************************************************
      * Backorder Detail Recording                               *
      ***********************************************************
           if leap-year and conv-month > 2
               add 1 to conv-serial.

      ***********************************************************
      * Keyed Batch Control (see KEYBAT.CPY)                     *
      *    A stack of slips is keyed under a batch whose slip    *
      *    count and total quantity were declared up front; it   *
      *    closes only when what was keyed agrees, so a slip     *
      *    missed or keyed twice shows before the operator       *
      *    leaves the desk.                                      *
      ***********************************************************

       open-batch.
           move spaces to ws-batch-number.
           move "N" to batch-switch.
           open i-o key-batch-file.
           if kbt-status not = "00"
               open output key-batch-file
               close key-batch-file
               open i-o key-batch-file.
           if kbt-status not = "00"
               display "Unable to open MUKEYBAT.DAT - status "
                       kbt-status " - keying without a batch"
               go to open-batch-exit.
           move "Y" to kbt-open-switch.

       open-batch-ask.
           display "Batch number (N - open a new batch, blank - "
                   "no batch) : ".
           move spaces to ws-batch-number.
           accept ws-batch-number.
           if ws-batch-number = spaces
               go to open-batch-exit.
           if ws-operator-id = spaces
               display "Operator ID : "
               accept ws-operator-id.
           if ws-batch-number = "N" or ws-batch-number = "n"
               perform declare-batch thru declare-batch-exit
           else
               perform resume-batch thru resume-batch-exit.
           if not batch-active
               go to open-batch-ask.

       open-batch-exit.
           exit.

       declare-batch.
           display "Slips in the batch : ".
           move 0 to ws-declared-count.
           accept ws-declared-count.
           if ws-declared-count = 0
               display "The slip count is required"
               go to declare-batch-exit.
           display "Total quantity on the slips : ".
           move 0 to ws-declared-qty.
           accept ws-declared-qty.
           if ws-declared-qty = 0
               display "The total quantity is required"
               go to declare-batch-exit.
           perform find-batch-number thru find-batch-number-exit.
           move "STOCKISS" to kb-program.
           move ws-declared-count to kb-declared-count.
           move ws-declared-qty to kb-declared-qty.
           move "I" to kb-type.
           move ws-operator-id to kb-operator-id.
           perform set-posting-date.
           move today-8 to kb-open-date.
           move 0 to kb-keyed-count.
           move 0 to kb-keyed-qty.
           move "O" to kb-status-flag.
           move 0 to kb-closed-date.
           move spaces to kb-closed-by.

      *    Two desks opening a batch in the same moment collide on
      *    the number - the next one breaks the tie.

       declare-batch-write.
           move "B" to ws-batch-prefix.
           move next-batch-number to ws-batch-seq.
           move ws-batch-key to kb-batch-number.
           write key-batch-record.
           if kbt-status = "22"
               add 1 to next-batch-number
               go to declare-batch-write.
           if kbt-status not = "00"
               display "Unable to open the batch - status "
                       kbt-status
               go to declare-batch-exit.
           move kb-batch-number to ws-batch-number.
           move "Y" to batch-switch.
           display "Batch " ws-batch-number " opened - "
                   kb-declared-count " slips, quantity "
                   kb-declared-qty.

       declare-batch-exit.
           exit.

       find-batch-number.
           move 1 to next-batch-number.
           move low-values to kb-batch-number.
           start key-batch-file key not less than kb-batch-number.
           if kbt-status not = "00"
               go to find-batch-number-exit.

       find-batch-number-read.
           read key-batch-file next record
               at end
                   go to find-batch-number-exit
           end-read.
           move kb-batch-number to ws-batch-key.
           if ws-batch-seq numeric
                   and ws-batch-seq not < next-batch-number
               compute next-batch-number = ws-batch-seq + 1.
           go to find-batch-number-read.

       find-batch-number-exit.
           exit.

       resume-batch.
           move ws-batch-number to kb-batch-number.
           read key-batch-file.
           if kbt-status not = "00"
               display "Batch not found - status " kbt-status
               go to resume-batch-exit.
           if kb-program not = "STOCKISS"
               display "Batch " kb-batch-number " was opened in "
                       kb-program
               go to resume-batch-exit.
           if kb-closed
               display "Batch " kb-batch-number " closed on "
                       kb-closed-date
               go to resume-batch-exit.
           move "Y" to batch-switch.
           display "Batch " kb-batch-number " resumed - keyed "
                   kb-keyed-count " of " kb-declared-count
                   " slips, quantity " kb-keyed-qty " of "
                   kb-declared-qty.

       resume-batch-exit.
           exit.

      *    The record is read afresh for every slip so the totals
      *    on file are right even if the session is cut short.

       count-slip.
           move ws-batch-number to kb-batch-number.
           read key-batch-file.
           if kbt-status not = "00"
               display "Unable to read batch " ws-batch-number
                       " - status " kbt-status
               go to count-slip-exit.
           add 1 to kb-keyed-count.
           add ws-slip-qty to kb-keyed-qty.
           rewrite key-batch-record.
           if kbt-status not = "00"
               display "Unable to update batch " ws-batch-number
                       " - status " kbt-status
               go to count-slip-exit.
           display "Batch " ws-batch-number " - slip "
                   kb-keyed-count " of " kb-declared-count.
           if kb-keyed-count > kb-declared-count
               display "More slips keyed than declared - check "
                       "for a slip keyed twice".

       count-slip-exit.
           exit.

       close-batch.
           move ws-batch-number to kb-batch-number.
           read key-batch-file.
           if kbt-status not = "00"
               display "Unable to read batch " ws-batch-number
                       " - status " kbt-status
               go to close-batch-exit.
           display "Batch " kb-batch-number
                   " declared " kb-declared-count " slips, quantity "
                   kb-declared-qty.
           display "             keyed " kb-keyed-count
                   " slips, quantity " kb-keyed-qty.
           if kb-keyed-count not = kb-declared-count
                   or kb-keyed-qty not = kb-declared-qty
               display "Batch out of balance - left open; resume "
                       "it by number to put it right"
               go to close-batch-exit.
           display "Batch balances - close it (Y/N) ? ".
           accept batch-yesno.
           if batch-yesno not = "Y" and batch-yesno not = "y"
               display "Batch left open"
               go to close-batch-exit.
           perform set-posting-date.
           move "C" to kb-status-flag.
           move today-8 to kb-closed-date.
           move ws-operator-id to kb-closed-by.
           rewrite key-batch-record.
           if kbt-status = "00"
               display "Batch " kb-batch-number " closed"
           else
               display "Unable to close batch - status "
                       kbt-status.

       close-batch-exit.
           exit.

       wrap-up.
           if batch-active
               perform close-batch thru close-batch-exit.
           if batch-file-open
               close key-batch-file.
           close stock-file.
           close issue-log.
           close movement-log.
               close cost-center-file.
           if requisitions-open
               close req-file.
           if alternates-on-file
               close alternate-file.
           if asset-register-open
               close asset-file.

       endit.
           goback.
