      *  movement.  X cancels an unissued order and relieves     *
      *  the commitments.  Orders number off MUWONUM.DAT; the    *
      *  run log is WOMAINT.LST.                                 *
      *  Closing also costs the hours LABENT booked to the       *
      *  order on MUWOLAB.DAT (see WOLABOR.CPY) at the labour    *
      *  and overhead rates taken on each booking; both are      *
      *  added to the rolled cost before the parent is           *
      *  re-averaged, and posted through GLPOST and onto         *
      *  GLJRNL.DAT - debit the parent category's inventory      *
      *  account, credit the labour and overhead absorption      *
      *  accounts keyed at the close.                            *
      *  An issue beyond a component's requirement is taken      *
      *  once confirmed, and each issue's value is kept on the   *
      *  component record for the WOVAR variance report.         *
      *                                                          *
      ************************************************************

                access dynamic
                record key cl-key
                status lyr-status.

           select labour-file assign "MUWOLAB.DAT"
                organization indexed
                access dynamic
                record key wl-key
                status lab-status.

           select category-file assign "MUCATEGY.DAT"
                organization indexed
                access dynamic
                record key category-code
                status cat-status.

           select coa-file assign "MUCOA.DAT"
                organization indexed
                access dynamic
                record key coa-account
                status coa-status.

           select journal-export assign "GLJRNL.DAT"
                organization line sequential
                status exp-status.
      /
       data division.


       fd  layer-file.
           copy cstlyr.cpy.

       fd  labour-file.
           copy wolabor.cpy.

       fd  category-file.
           copy category.cpy.

       fd  coa-file.
           copy coarec.cpy.

       fd  journal-export.
       01  journal-export-record.
           03  jx-date                  pic 9(08).
           03  jx-account               pic x(06).
           03  jx-dr-cr                 pic x(02).
           03  jx-amount                pic 9(12)v99.
           03  jx-source                pic x(10).
      /
       working-storage section.

       01  next-wo-number               pic 9(05) value 0.
       01  ws-wo-number                 pic x(06).
       01  ws-parent-key                pic x(10).
       01  yesno                        pic x.
       01  ws-build-qty                 pic 9(06).
       01  ws-issue-qty                 pic 9(06).
       01  ws-outstanding               pic s9(07).
       01  frozen-switch                pic x.
           88  item-is-frozen                     value "Y".

      ***********************************************************
      * Labour and Overhead Absorption                          *
      ***********************************************************

       01  lab-status                   pic xx.
       01  lab-open-switch              pic x     value "N".
           88  labour-file-open                   value "Y".
       01  cat-status                   pic xx.
       01  cat-open-switch              pic x     value "N".
           88  category-file-open                 value "Y".
       01  exp-status                   pic xx    value spaces.
       01  coa-status                   pic xx.
       01  coa-open-switch              pic x     value "N".
           88  chart-on-file                      value "Y".
       01  account-ok-switch            pic x.
           88  account-valid                      value "Y".
       01  ws-check-account             pic x(06).
       01  inventory-account            pic x(06).
       01  labour-account               pic x(06).
       01  overhead-account             pic x(06).
       01  ws-labour-cost               pic 9(10)v99.
       01  ws-overhead-cost             pic 9(10)v99.
       01  ws-booking-value             pic 9(10)v99.
       01  ws-labour-hours              pic 9(05)v99.

       01  ws-mv-qty                    pic 9(06).
       01  ws-mv-key                    pic x(10).
       01  ws-mv-sign                   pic x.
           if lyr-status = "00"
               move "Y" to lyr-open-switch.

      *    No labour file means no hours have been booked.
           open input labour-file.
           if lab-status = "00"
               move "Y" to lab-open-switch.
           open input category-file.
           if cat-status = "00"
               move "Y" to cat-open-switch.
      *    With a chart of accounts on file, the keyed accounts
      *    must be on it and active.
           open input coa-file.
           if coa-status = "00"
               move "Y" to coa-open-switch.

       ent-ry.
           display "O-Open order  I-Issue component  C-Close "
                   "order  X-Cancel  Q-Quit : ".
           move today-8 to wo-open-date.
           move 0 to wo-rolled-cost.
           move "O" to wo-status-flag.
           move 0 to wo-labour-cost.
           move 0 to wo-overhead-cost.
           move 0 to wo-built-qty.
           move 0 to wo-close-date.
           write work-order-record.
           if status-1 not = "0"
               display "Unable to open work order - status "
           move cp-tbl-key(comp-subscript) to wc-component-key.
           move cp-tbl-qty(comp-subscript) to wc-qty-required.
           move 0 to wc-qty-issued.
           move 0 to wc-cost-issued.
           write wo-component-record.
           if wcp-status not = "00"
               display "Unable to write component "
               go to issue-component-exit.
           compute ws-outstanding =
               wc-qty-required - wc-qty-issued.
           if ws-outstanding < 0
               move 0 to ws-outstanding.
           display "Required " wc-qty-required
                   "  issued " wc-qty-issued
                   "  qty to issue now : ".
           accept ws-issue-qty.
           if ws-issue-qty = 0
               go to issue-component-exit.
      *    Issuing beyond the requirement is allowed once
      *    confirmed - scrap and rework on the floor - and shows
      *    on WOVAR as usage variance.
           if ws-issue-qty > ws-outstanding
               display "Only " ws-outstanding " outstanding - "
                       "over-issue (Y/N) ? "
               accept yesno
               if yesno not = "Y" and yesno not = "y"
                   go to issue-component-exit
               end-if
           end-if.
           move wc-component-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Only " stock-held " on hand"
               go to issue-component-exit.

      *    Only the outstanding part was ever committed.
           if ws-issue-qty < ws-outstanding
               move ws-issue-qty to ws-outstanding.
           subtract ws-issue-qty from stock-held.
           if stock-qty-committed > ws-outstanding
               subtract ws-outstanding from stock-qty-committed
           else
               move 0 to stock-qty-committed
           end-if.
                       stock-status
               go to issue-component-exit.
           add ws-issue-qty to wc-qty-issued.
           compute wc-cost-issued = wc-cost-issued
               + ws-issue-qty * stock-cost.
           rewrite wo-component-record.
           compute wo-rolled-cost = wo-rolled-cost
               + ws-issue-qty * stock-cost.
           perform check-freeze thru check-freeze-exit.
           if item-is-frozen
               go to close-order-exit.
           perform cost-labour thru cost-labour-exit.
           if ws-labour-cost > 0 or ws-overhead-cost > 0
               perform get-absorption-accounts
                       thru get-absorption-accounts-exit
               if not account-valid
                   display "Order not closed"
                   go to close-order-exit
               end-if
           end-if.

      *    The built quantity lands at the order's rolled-up
      *    component cost plus its labour and overhead,
      *    re-averaged over the combined quantity exactly as
      *    STOCKRCV costs a receipt.
           add ws-labour-cost to wo-rolled-cost.
           add ws-overhead-cost to wo-rolled-cost.
           compute ws-unit-cost rounded =
               wo-rolled-cost / ws-build-qty.
           move stock-cost to ws-old-cost.
           else
               move stock-cost to ws-layer-cost.
           perform file-cost-layer thru file-cost-layer-exit.
           if ws-labour-cost > 0 or ws-overhead-cost > 0
               perform post-absorption thru post-absorption-exit.
           move "C" to wo-status-flag.
           move ws-labour-cost to wo-labour-cost.
           move ws-overhead-cost to wo-overhead-cost.
           move ws-build-qty to wo-built-qty.
           move today-8 to wo-close-date.
           rewrite work-order-record.
           move ws-unit-cost to ws-cost-edited.
           display "Work order " ws-wo-number " closed - "
       close-order-exit.
           exit.

      ***********************************************************
      * Labour and Overhead on the Order's Booked Hours         *
      *    Each booking is costed at the rates it was made at.  *
      ***********************************************************

       cost-labour.
           move 0 to ws-labour-cost.
           move 0 to ws-overhead-cost.
           move 0 to ws-labour-hours.
           if not labour-file-open
               go to cost-labour-exit.
           move wo-number to wl-wo-number.
           move 0 to wl-operation.
           move 0 to wl-seq.
           start labour-file key not less than wl-key.
           if lab-status not = "00"
               go to cost-labour-exit.

       cost-labour-read.
           read labour-file next record
               at end
                   go to cost-labour-exit
           end-read.
           if wl-wo-number not = wo-number
               go to cost-labour-exit.
           add wl-hours to ws-labour-hours.
           compute ws-booking-value rounded =
               wl-hours * wl-labour-rate.
           add ws-booking-value to ws-labour-cost.
           compute ws-booking-value rounded =
               wl-hours * wl-overhead-rate.
           add ws-booking-value to ws-overhead-cost.
           go to cost-labour-read.

       cost-labour-exit.
           exit.

      *    The built goods are debited to the parent category's
      *    inventory account - keyed only where it has none.

       get-absorption-accounts.
           move ws-labour-cost to ws-cost-edited.
           display "Labour   " ws-labour-hours " hrs  "
                   ws-cost-edited.
           move ws-overhead-cost to ws-cost-edited.
           display "Overhead                 " ws-cost-edited.
           move spaces to inventory-account.
           if category-file-open
               move stock-category to category-code
               read category-file
               if cat-status = "00"
                   move category-gl-account to inventory-account
               end-if
           end-if.
           if inventory-account = spaces
               display "Inventory GL account : "
               accept inventory-account.
           display "Labour absorption GL account : ".
           accept labour-account.
           display "Overhead absorption GL account : ".
           accept overhead-account.
           move "N" to account-ok-switch.
           if inventory-account = spaces or labour-account = spaces
                   or overhead-account = spaces
               display "GL accounts required"
               go to get-absorption-accounts-exit.
           move inventory-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to get-absorption-accounts-exit.
           move labour-account to ws-check-account.
           perform check-account thru check-account-exit.
           if not account-valid
               go to get-absorption-accounts-exit.
           move overhead-account to ws-check-account.
           perform check-account thru check-account-exit.

       get-absorption-accounts-exit.
           exit.

       post-absorption.
           open extend journal-export.
           if exp-status not = "00"
               display "Unable to open GLJRNL.DAT - status "
                       exp-status " - absorption not posted"
               go to post-absorption-exit.
           move today-8 to jx-date.
           move "WORKORDER" to jx-source.
           if ws-labour-cost > 0
               move ws-labour-cost to jx-amount
               move inventory-account to jx-account
               move "DR" to jx-dr-cr
               write journal-export-record
               call "GLPOST" using journal-export-record
               move labour-account to jx-account
               move "CR" to jx-dr-cr
               write journal-export-record
               call "GLPOST" using journal-export-record.
           if ws-overhead-cost > 0
               move ws-overhead-cost to jx-amount
               move inventory-account to jx-account
               move "DR" to jx-dr-cr
               write journal-export-record
               call "GLPOST" using journal-export-record
               move overhead-account to jx-account
               move "CR" to jx-dr-cr
               write journal-export-record
               call "GLPOST" using journal-export-record.
           close journal-export.

       post-absorption-exit.
           exit.

      ***********************************************************
      * Account Validation Against the Chart (see COAREC.CPY)    *
      ***********************************************************

       check-account.
           move "Y" to account-ok-switch.
           if not chart-on-file
               go to check-account-exit.
           move ws-check-account to coa-account.
           read coa-file.
           if coa-status not = "00"
               move "N" to account-ok-switch
               display "Account " ws-check-account
                       " is not on the chart of accounts"
               go to check-account-exit.
           if not coa-active
               move "N" to account-ok-switch
               display "Account " ws-check-account
                       " is not active".

       check-account-exit.
           exit.

      ***********************************************************
      * Cancel an Order - Relieve the Unissued Commitments      *
      ***********************************************************
           move 0 to mv-unit-cost.
           move spaces to mv-cost-center.
           move spaces to mv-reference.
           move spaces to mv-batch-number.

       log-movement-write.
           write movement-record.
               close freeze-file.
           if layer-file-open
               close layer-file.
           if labour-file-open
               close labour-file.
           if category-file-open
               close category-file.
           if chart-on-file
               close coa-file.

       endit.
           cancel "GLPOST".
           goback.
