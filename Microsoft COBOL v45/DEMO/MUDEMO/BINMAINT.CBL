      *  stock item to its home bin on MUITMBIN.DAT; L lists a   *
      *  location's bins in walk order.  New hires stop taking   *
      *  weeks to learn what lives where.                        *
      *  Each bin is a pick face or reserve, and the home bin I  *
      *  assigns must be a pick face - it takes the face's       *
      *  minimum and maximum for replenishment as well.  S keys  *
      *  what a bin holds of an item on MUBINSTK.DAT after a     *
      *  putaway or a bin count.                                 *
      *                                                          *
      ************************************************************

                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select bin-stock-file assign "MUBINSTK.DAT"
                organization indexed
                access dynamic
                record key bs-key
                status bst-status.
      /
       data division.


       fd  stock-file.
           copy stockrec.cpy.

       fd  bin-stock-file.
           copy binstk.cpy.
      /
       working-storage section.

       01  ibn-status                   pic xx.
       01  locm-status                  pic xx.
       01  stock-status                 pic xx.
       01  bst-status                   pic xx.

       01  choice                       pic x.
       01  ws-loc-code                  pic x(04).
       01  ws-bin-code                  pic x(09).
       01  ws-stock-key                 pic x(10).
       01  bins-shown                   pic 9(03).
       01  ws-bin-qty                   pic 9(06)v9(03).
       01  today-8                      pic 9(08).

      **********************************************************
      * Main Program                                           *
               close location-file
               go to endit.

           open i-o bin-stock-file.
           if bst-status not = "00"
               open output bin-stock-file
               close bin-stock-file
               open i-o bin-stock-file.
           if bst-status not = "00"
               display "Unable to open MUBINSTK.DAT - status "
                       bst-status
               close bin-file
               close item-bin-file
               close location-file
               close stock-file
               go to endit.

       ent-ry.
           display "B-Bin add/change  D-Delete bin  I-Assign "
                   "item  L-List location  S-Bin stock  "
                   "Q-Quit : ".
           accept choice.
           evaluate choice
               when "B" when "b"
                   perform assign-item thru assign-item-exit
               when "L" when "l"
                   perform list-location thru list-location-exit
               when "S" when "s"
                   perform bin-stock thru bin-stock-exit
               when "Q" when "q"
                   go to wrap-up
               when other
               display "Bin on file - walk " bin-walk-seq
                       "  capacity " bin-capacity
                       "  active " bin-active-flag
                       "  type " bin-type-flag
           else
               move "Y" to bin-active-flag
               move "P" to bin-type-flag.
           display "Walk sequence : ".
           accept bin-walk-seq.
           display "Capacity (stocking units) : ".
           accept bin-capacity.
           display "Active (Y/N) : ".
           accept bin-active-flag.
           display "P-Pick face or R-Reserve : ".
           accept bin-type-flag.
           if bin-type-flag = "p"
               move "P" to bin-type-flag.
           if bin-type-flag = "r"
               move "R" to bin-type-flag.
           if not bin-pick-face and not bin-reserve
               display "Bin type must be P or R - bin not saved"
               go to maintain-bin-exit.
           move ws-loc-code to bin-loc-code.
           move ws-bin-code to bin-code.
           rewrite bin-record
               display "That bin is not on MUBINMST.DAT - add it "
                       "first"
               go to assign-item-exit.
           if bin-reserve
               display "That bin is reserve - the home bin must be "
                       "a pick face"
               go to assign-item-exit.
           move ws-stock-key to ib-stock-key.
           move ws-loc-code to ib-loc-code.
           read item-bin-file.
           if ibn-status = "00"
               display "Now in bin " ib-bin-code
                       "  face min " ib-face-min
                       "  max " ib-face-max
           else
               move 0 to ib-face-min
               move 0 to ib-face-max.
           display "Pick face minimum : ".
           accept ib-face-min.
           display "Pick face maximum (0 - no replenishment) : ".
           accept ib-face-max.
           if ib-face-max > 0 and ib-face-max < ib-face-min
               display "Maximum is below the minimum - not assigned"
               go to assign-item-exit.
           move ws-stock-key to ib-stock-key.
           move ws-loc-code to ib-loc-code.
           move ws-bin-code to ib-bin-code.
           display "  bin " bin-code
                   "  walk " bin-walk-seq
                   "  capacity " bin-capacity
                   "  active " bin-active-flag
                   "  type " bin-type-flag.
           go to list-location-read.

       list-location-done.
       list-location-exit.
           exit.

      ***********************************************************
      * What a Bin Holds of an Item                             *
      ***********************************************************

       bin-stock.
           display "Stock code : ".
           accept ws-stock-key.
           if ws-stock-key = spaces
               go to bin-stock-exit.
           move ws-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - status "
                       stock-status
               go to bin-stock-exit.
           perform get-bin-keys thru get-bin-keys-exit.
           if ws-loc-code = spaces
               go to bin-stock-exit.
           move ws-loc-code to bin-loc-code.
           move ws-bin-code to bin-code.
           read bin-file.
           if status-1 not = "0"
               display "That bin is not on MUBINMST.DAT - add it "
                       "first"
               go to bin-stock-exit.
           move ws-stock-key to bs-stock-key.
           move ws-loc-code to bs-loc-code.
           move ws-bin-code to bs-bin-code.
           read bin-stock-file
               invalid key
                   move 0 to bs-qty
           end-read.
           display "Bin holds " bs-qty.
           display "Quantity now in the bin : ".
           accept ws-bin-qty.
           accept today-8 from date yyyymmdd.
           move ws-stock-key to bs-stock-key.
           move ws-loc-code to bs-loc-code.
           move ws-bin-code to bs-bin-code.
           move ws-bin-qty to bs-qty.
           move today-8 to bs-last-move-date.
           rewrite bin-stock-record
               invalid key
                   write bin-stock-record
                       invalid key
                           display "Unable to record bin stock - "
                                   "status " bst-status
                       not invalid key
                           display "Bin stock recorded"
                   end-write
               not invalid key
                   display "Bin stock changed"
           end-rewrite.

       bin-stock-exit.
           exit.

       wrap-up.
           close bin-stock-file.
           close bin-file.
           close item-bin-file.
           close location-file.
