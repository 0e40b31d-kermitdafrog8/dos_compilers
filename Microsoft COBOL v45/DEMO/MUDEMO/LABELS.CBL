      *  on LABELREQ.DAT as goods arrive.  Output is LABELS.LST  *
      *  - route it to the printer with STOCKPRT like any other  *
      *  listing.                                                *
      *  B prints the kanban cards for an item's loops on        *
      *  MUKANBAN.DAT (see KANBAN.CPY), or for every loop: one   *
      *  card per card in the loop, its barcode carrying the     *
      *  location, card number and stock code KBSCAN reads.      *
      *                                                          *
      ************************************************************

           select request-file assign "LABELREQ.DAT"
                organization line sequential
                status req-status.

           select kanban-file assign "MUKANBAN.DAT"
                organization indexed
                access dynamic
                record key kb-key
                status kb-status.
      /
       data division.

       fd  request-file.
       01  request-record.
           03  lr-stock-key             pic x(10).

       fd  kanban-file.
           copy kanban.cpy.
      /
       working-storage section.


       01  rpt-status                   pic xx.
       01  req-status                   pic xx.
       01  kb-status                    pic xx.

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".
       01  ws-to-key                    pic x(10).
       01  ws-category                  pic x(04).

       01  ws-kanban-key                pic x(10).
       01  card-subscript               pic 9(02) comp.
       01  card-code.
           03  filler                   pic x     value "K".
           03  cc-location              pic x(04).
           03  cc-card                  pic 9(02).
           03  cc-stock-key             pic x(10).

       01  bar-source                   pic x(17).
       01  bar-length                   pic 9(02) comp.
       01  bar-line                     pic x(60).
       01  bar-position                 pic 9(02) comp.
       01  key-subscript                pic 9(02) comp.
       01  key-char                     pic x.

       ent-ry.
           display "K-One key  R-Range  C-Category  "
                   "F-Receipt requests  B-Kanban cards  Q-Quit : ".
           accept choice.
           evaluate choice
               when "K" when "k"
                   perform label-category thru label-category-exit
               when "F" when "f"
                   perform label-requests thru label-requests-exit
               when "B" when "b"
                   perform label-kanban thru label-kanban-exit
               when "Q" when "q"
                   go to wrap-up
               when other
       label-requests-exit.
           exit.

      ***********************************************************
      *    Kanban cards - every card of every loop for the       *
      *    keyed item, or of every loop on file if none keyed.   *
      ***********************************************************

       label-kanban.
           open input kanban-file.
           if kb-status not = "00"
               display "No kanban loops on file"
               go to label-kanban-exit.
           display "Stock code (blank for all loops) : ".
           move spaces to ws-kanban-key.
           accept ws-kanban-key.
           move "N" to end-of-file-switch.
           move ws-kanban-key to kb-stock-key.
           move low-values to kb-location.
           start kanban-file key not less than kb-key.
           if kb-status not = "00"
               go to label-kanban-close.

       label-kanban-read.
           if end-of-file
               go to label-kanban-close.
           read kanban-file next record
               at end
                   move "Y" to end-of-file-switch
                   go to label-kanban-read
           end-read.
           if ws-kanban-key not = spaces
                   and kb-stock-key not = ws-kanban-key
               go to label-kanban-close.
           move kb-stock-key to stock-key.
           read stock-file.
           if status-1 not = "0"
               display "Kanban item " kb-stock-key
                       " not on file - skipped"
               go to label-kanban-read.
           move 1 to card-subscript.
           perform print-kanban-card thru print-kanban-card-exit.
           go to label-kanban-read.

       label-kanban-close.
           close kanban-file.

       label-kanban-exit.
           exit.

       print-kanban-card.
           if card-subscript > kb-card-count
               go to print-kanban-card-exit.
           move kb-location to cc-location.
           move card-subscript to cc-card.
           move kb-stock-key to cc-stock-key.
           move card-code to bar-source.
           move 17 to bar-length.
           perform build-bar-line thru build-bar-line-exit.
           move spaces to label-line.
           write label-line.
           move "KANBAN" to label-line.
           write label-line.
           move bar-line to label-line.
           write label-line.
           move spaces to label-line.
           string "*" card-code "*"
                   delimited by size into label-line.
           write label-line.
           move spaces to label-line.
           string stock-key "  card " cc-card " of "
                   kb-card-count "  qty " kb-card-qty " "
                   stock-uom
                   delimited by size into label-line.
           write label-line.
           move spaces to label-line.
           move stock-description-1(1:53) to label-line.
           write label-line.
           move spaces to label-line.
           if kb-vendor-direct
               string "Deliver to " kb-location
                       "  from vendor " stock-vendor-code
                       delimited by size into label-line
           else
               string "Deliver to " kb-location
                       "  from " kb-source-loc
                       delimited by size into label-line.
           write label-line.
           add 1 to labels-printed.
           add 1 to card-subscript.
           go to print-kanban-card.

       print-kanban-card-exit.
           exit.

      ***********************************************************
      * One Label                                               *
      ***********************************************************

       print-label.
           move stock-key to bar-source.
           move 10 to bar-length.
           perform build-bar-line thru build-bar-line-exit.
           move spaces to label-line.
           write label-line.
           add 1 to labels-printed.

      ***********************************************************
      *    A printable bar pattern derived from the code - wide  *
      *    bars for the upper half of the character set, narrow  *
      *    for the lower, between start/stop rules.              *
      ***********************************************************
           move 1 to key-subscript.

       build-bar-line-loop.
           if key-subscript > bar-length
               go to build-bar-line-stop.
           move bar-source(key-subscript:1) to key-char.
           if key-char > "M" or (key-char >= "5"
                   and key-char <= "9")
               move "||" to bar-line(bar-position:2)
