      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                     RFQMAINT.CBL                         *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Request-for-quotation maintenance.  C raises an RFQ     *
      *  for a stock item and quantity on MURFQHDR.DAT (see      *
      *  RFQHDR.CPY), numbered off MURFQNUM.DAT with a "Q"       *
      *  prefix, and names the vendors off MUVENDOR.DAT to be    *
      *  asked - one bid record each on MURFQBID.DAT (see        *
      *  RFQBID.CPY); V asks another.  S sends the requests not  *
      *  yet sent: a printed request per vendor on RFQSEND.LST   *
      *  and a structured line per vendor on RFQXMIT.DAT, laid   *
      *  out in the POXMIT style with the vendor's own part      *
      *  number off MUVNDITM.DAT where one is on file.  Q keys   *
      *  a vendor's quote - unit price, lead time and the date   *
      *  it holds until - and D a decline.  X cancels an RFQ,    *
      *  I shows one.  RFQCMP ranks the quotes; POMAINT awards   *
      *  the RFQ when the PO is raised.                          *
      *                                                          *
      ************************************************************

       identification division.
       program-id. RFQMAINT.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select rfq-file assign "MURFQHDR.DAT"
                organization indexed
                access dynamic
                record key rfq-number
                status file-status.

           select bid-file assign "MURFQBID.DAT"
                organization indexed
                access dynamic
                record key qb-key
                status bid-status.

           select stock-file assign "MUSTOCK.DAT"
                organization indexed
                access dynamic
                record key stock-key
                alternate record key stock-description-1
                    with duplicates
                status stock-status.

           select vendor-file assign "MUVENDOR.DAT"
                organization indexed
                access dynamic
                record key vendor-code
                status vnd-status.

           select vendor-item-file assign "MUVNDITM.DAT"
                organization indexed
                access dynamic
                record key vi-key
                status vit-status.

           select number-file assign "MURFQNUM.DAT"
                organization line sequential
                status num-status.

           select send-rpt assign "RFQSEND.LST"
                organization line sequential
                status rpt-status.

           select transmit-file assign "RFQXMIT.DAT"
                organization line sequential
                status xmt-status.
      /
       data division.

       file section.
       fd  rfq-file.
           copy rfqhdr.cpy.

       fd  bid-file.
           copy rfqbid.cpy.

       fd  stock-file.
           copy stockrec.cpy.

       fd  vendor-file.
           copy vendor.cpy.

       fd  vendor-item-file.
           copy venditem.cpy.

       fd  number-file.
       01  number-line                  pic 9(05).

       fd  send-rpt.
       01  send-line                    pic x(80).

       fd  transmit-file.
       01  transmit-record.
           03  tx-rfq-number            pic x(06).
           03  tx-vendor-code           pic 9(04).
           03  tx-vendor-part           pic x(15).
           03  tx-stock-key             pic x(10).
           03  tx-qty                   pic 9(06).
           03  tx-rfq-date              pic 9(08).
           03  tx-reply-by              pic 9(08).
      /
       working-storage section.

       01  file-status.
           03  status-1                 pic x.
           03  status-2                 pic x.

       01  bid-status                   pic xx.
       01  stock-status                 pic xx.
       01  vnd-status                   pic xx.
       01  vit-status                   pic xx.
       01  num-status                   pic xx.
       01  rpt-status                   pic xx.
       01  xmt-status                   pic xx.

       01  vit-open-switch              pic x     value "N".
           88  cross-reference-open               value "Y".
       01  send-open-switch             pic x     value "N".
           88  send-files-open                    value "Y".

       01  choice                       pic x.
       01  yesno                        pic x.
       01  today-8                      pic 9(08).
       01  next-rfq-number              pic 9(05) value 0.
       01  ws-rfq-number                pic x(06).
       01  ws-vendor-code               pic 9(04).
       01  ws-price-edited              pic z(07)9.99.
       01  bids-sent                    pic 9(04).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "RFQMAINT - request for quotation maintenance".
           open i-o rfq-file.
           if status-1 not = "0"
               open output rfq-file
               close rfq-file
               open i-o rfq-file.
           if status-1 not = "0"
               display "Unable to open MURFQHDR.DAT - status "
                       status-1 status-2
               go to endit.

           open i-o bid-file.
           if bid-status not = "00"
               open output bid-file
               close bid-file
               open i-o bid-file.
           if bid-status not = "00"
               display "Unable to open MURFQBID.DAT - status "
                       bid-status
               close rfq-file
               go to endit.

           open input stock-file.
           if stock-status not = "00"
               display "Unable to open MUSTOCK.DAT - status "
                       stock-status
               close rfq-file
               close bid-file
               go to endit.

           open input vendor-file.
           if vnd-status not = "00"
               display "Unable to open MUVENDOR.DAT - status "
                       vnd-status
               close rfq-file
               close bid-file
               close stock-file
               go to endit.

      *    Without the cross-reference the requests simply go out
      *    quoting our own stock code.
           open input vendor-item-file.
           if vit-status = "00"
               move "Y" to vit-open-switch.

       ent-ry.
           display "C-Create  V-Add vendor  S-Send  Q-Quote  "
                   "D-Decline  X-Cancel  I-Inquire  E-Exit : ".
           accept choice.
           accept today-8 from date yyyymmdd.
           evaluate choice
               when "C" when "c"
                   perform create-rfq thru create-rfq-exit
               when "V" when "v"
                   perform add-vendor thru add-vendor-exit
               when "S" when "s"
                   perform send-requests thru send-requests-exit
               when "Q" when "q"
                   perform key-quote thru key-quote-exit
               when "D" when "d"
                   perform key-decline thru key-decline-exit
               when "X" when "x"
                   perform cancel-rfq thru cancel-rfq-exit
               when "I" when "i"
                   perform inquire-rfq thru inquire-rfq-exit
               when "E" when "e"
                   go to wrap-up
               when other
                   continue
           end-evaluate.
           go to ent-ry.

      ***********************************************************
      * Create an RFQ and Name the Vendors Asked                *
      ***********************************************************

       create-rfq.
           display "Stock code : ".
           move spaces to stock-key.
           accept stock-key.
           if stock-key = spaces
               go to create-rfq-exit.
           read stock-file.
           if stock-status not = "00"
               display "Stock code not found - set the item up first"
               go to create-rfq-exit.
           display stock-description-1.
           move stock-key to rfq-stock-key.
           display "Quantity to quote for (in the unit bought) : ".
           move 0 to rfq-qty.
           accept rfq-qty.
           if rfq-qty = 0
               go to create-rfq-exit.
           display "Replies wanted by (YYYYMMDD) : ".
           move 0 to rfq-reply-by.
           accept rfq-reply-by.
           display "Buyer : ".
           move spaces to rfq-buyer.
           accept rfq-buyer.

           perform read-next-number thru read-next-number-exit.

       create-rfq-write.
           add 1 to next-rfq-number.
           move spaces to rfq-number.
           string "Q" next-rfq-number
                   delimited by size into rfq-number.
           move today-8 to rfq-date.
           move "O" to rfq-status-flag.
           move 0 to rfq-vendor-count.
           move 0 to rfq-award-vendor.
           move spaces to rfq-award-po.
           move 0 to rfq-award-date.
           move spaces to rfq-award-reason.
           write rfq-header-record.
           if status-1 = "2"
               go to create-rfq-write.
           if status-1 not = "0"
               display "Unable to create RFQ - status "
                       status-1 status-2
               go to create-rfq-exit.
           perform save-next-number thru save-next-number-exit.
           move rfq-number to ws-rfq-number.
           display "RFQ " rfq-number " raised - name the vendors "
                   "to ask".

       create-rfq-vendors.
           perform add-one-vendor thru add-one-vendor-exit.
           if ws-vendor-code not = 0
               go to create-rfq-vendors.
           display "RFQ " rfq-number " goes to " rfq-vendor-count
                   " vendors - send with S".

       create-rfq-exit.
           exit.

       add-vendor.
           perform get-open-rfq thru get-open-rfq-exit.
           if ws-rfq-number = spaces
               go to add-vendor-exit.
           perform add-one-vendor thru add-one-vendor-exit.

       add-vendor-exit.
           exit.

       add-one-vendor.
           display "Vendor code (0 to finish) : ".
           move 0 to ws-vendor-code.
           accept ws-vendor-code.
           if ws-vendor-code = 0
               go to add-one-vendor-exit.
           move ws-vendor-code to vendor-code.
           read vendor-file.
           if vnd-status not = "00"
               display "Vendor code not found"
               go to add-one-vendor-exit.
           move ws-rfq-number to qb-rfq-number.
           move ws-vendor-code to qb-vendor-code.
           move 0 to qb-sent-date.
           move "N" to qb-sent-flag.
           move 0 to qb-quote-date.
           move 0 to qb-unit-price.
           move 0 to qb-lead-days.
           move 0 to qb-valid-until.
           move "N" to qb-status-flag.
           write rfq-bid-record.
           if bid-status not = "00"
               display "Vendor already asked on this RFQ"
               go to add-one-vendor-exit.
           add 1 to rfq-vendor-count.
           rewrite rfq-header-record.
           display "  " vendor-name " added".

       add-one-vendor-exit.
           exit.

       get-open-rfq.
           display "RFQ number : ".
           move spaces to ws-rfq-number.
           accept ws-rfq-number.
           if ws-rfq-number = spaces
               go to get-open-rfq-exit.
           move ws-rfq-number to rfq-number.
           read rfq-file.
           if status-1 not = "0"
               display "RFQ not found - status " status-1 status-2
               move spaces to ws-rfq-number
               go to get-open-rfq-exit.
           if not rfq-open
               display "RFQ is no longer open"
               move spaces to ws-rfq-number
               go to get-open-rfq-exit.
           display rfq-stock-key "  qty " rfq-qty
                   "  replies by " rfq-reply-by.

       get-open-rfq-exit.
           exit.

      ***********************************************************
      * Send the Requests Not Yet Sent                          *
      *    A keyed RFQ, or every open RFQ when none is keyed.   *
      ***********************************************************

       send-requests.
           display "RFQ number (blank for all unsent) : ".
           move spaces to ws-rfq-number.
           accept ws-rfq-number.
           if not send-files-open
               perform open-send-files thru open-send-files-exit.
           if not send-files-open
               go to send-requests-exit.
           move 0 to bids-sent.
           move ws-rfq-number to qb-rfq-number.
           move 0 to qb-vendor-code.
           start bid-file key not less than qb-key.
           if bid-status not = "00"
               go to send-requests-done.

       send-requests-read.
           read bid-file next record
               at end
                   go to send-requests-done
           end-read.
           if ws-rfq-number not = spaces
                   and qb-rfq-number not = ws-rfq-number
               go to send-requests-done.
           if qb-sent or not qb-awaiting
               go to send-requests-read.
           move qb-rfq-number to rfq-number.
           read rfq-file.
           if status-1 not = "0" or not rfq-open
               go to send-requests-read.
           perform send-one-request thru send-one-request-exit.
           go to send-requests-read.

       send-requests-done.
           display "Requests sent : " bids-sent.

       send-requests-exit.
           exit.

       send-one-request.
           move qb-vendor-code to vendor-code.
           read vendor-file.
           if vnd-status not = "00"
               display "Vendor " qb-vendor-code " not on file - "
                       "not sent"
               go to send-one-request-exit.
           move rfq-stock-key to stock-key.
           read stock-file.
           if stock-status not = "00"
               move spaces to stock-description-1.
           move spaces to vi-vendor-part.
           if cross-reference-open
               move rfq-stock-key to vi-stock-key
               move qb-vendor-code to vi-vendor-code
               read vendor-item-file
               if vit-status not = "00"
                   move spaces to vi-vendor-part
               end-if
           end-if.

           move spaces to send-line.
           write send-line.
           move spaces to send-line.
           string "REQUEST FOR QUOTATION " rfq-number
                   "   dated " today-8
                   delimited by size into send-line.
           write send-line.
           move vendor-name to send-line.
           write send-line.
           move vendor-address-1 to send-line.
           write send-line.
           move vendor-address-2 to send-line.
           write send-line.
           move spaces to send-line.
           string "Please quote for " rfq-qty " of "
                   rfq-stock-key "  your part " vi-vendor-part
                   delimited by size into send-line.
           write send-line.
           move stock-description-1(1:53) to send-line.
           write send-line.
           move spaces to send-line.
           string "Unit price, lead time in days and how long the "
                   "price holds, by " rfq-reply-by
                   delimited by size into send-line.
           write send-line.

           move rfq-number to tx-rfq-number.
           move qb-vendor-code to tx-vendor-code.
           move vi-vendor-part to tx-vendor-part.
           move rfq-stock-key to tx-stock-key.
           move rfq-qty to tx-qty.
           move today-8 to tx-rfq-date.
           move rfq-reply-by to tx-reply-by.
           write transmit-record.

           move today-8 to qb-sent-date.
           move "Y" to qb-sent-flag.
           rewrite rfq-bid-record.
           add 1 to bids-sent.

       send-one-request-exit.
           exit.

       open-send-files.
           open extend send-rpt.
           if rpt-status not = "00"
               open output send-rpt.
           if rpt-status not = "00"
               display "Unable to open RFQSEND.LST - status "
                       rpt-status
               go to open-send-files-exit.
           open extend transmit-file.
           if xmt-status not = "00"
               open output transmit-file.
           if xmt-status not = "00"
               display "Unable to open RFQXMIT.DAT - status "
                       xmt-status
               close send-rpt
               go to open-send-files-exit.
           move "Y" to send-open-switch.

       open-send-files-exit.
           exit.

      ***********************************************************
      * Key a Vendor's Answer                                   *
      ***********************************************************

       key-quote.
           perform get-bid thru get-bid-exit.
           if ws-vendor-code = 0
               go to key-quote-exit.
           display "Quoted unit price : ".
           move 0 to qb-unit-price.
           accept qb-unit-price.
           if qb-unit-price = 0
               display "No price - quote not taken"
               go to key-quote-exit.
           display "Lead time (days) : ".
           move 0 to qb-lead-days.
           accept qb-lead-days.
           display "Price holds until (YYYYMMDD) : ".
           move 0 to qb-valid-until.
           accept qb-valid-until.
           if qb-valid-until < today-8
               display "That date has passed - quote not taken"
               go to key-quote-exit.
           move today-8 to qb-quote-date.
           move "Q" to qb-status-flag.
           rewrite rfq-bid-record.
           if bid-status = "00"
               move qb-unit-price to ws-price-edited
               display "Quote of " ws-price-edited " recorded"
           else
               display "Unable to record quote - status "
                       bid-status.

       key-quote-exit.
           exit.

       key-decline.
           perform get-bid thru get-bid-exit.
           if ws-vendor-code = 0
               go to key-decline-exit.
           move today-8 to qb-quote-date.
           move 0 to qb-unit-price.
           move "D" to qb-status-flag.
           rewrite rfq-bid-record.
           if bid-status = "00"
               display "Decline recorded"
           else
               display "Unable to record decline - status "
                       bid-status.

       key-decline-exit.
           exit.

       get-bid.
           move 0 to ws-vendor-code.
           perform get-open-rfq thru get-open-rfq-exit.
           if ws-rfq-number = spaces
               go to get-bid-exit.
           display "Vendor code : ".
           accept ws-vendor-code.
           move ws-rfq-number to qb-rfq-number.
           move ws-vendor-code to qb-vendor-code.
           read bid-file.
           if bid-status not = "00"
               display "That vendor was not asked on this RFQ"
               move 0 to ws-vendor-code.

       get-bid-exit.
           exit.

      ***********************************************************
      * Cancel / Inquire                                        *
      ***********************************************************

       cancel-rfq.
           perform get-open-rfq thru get-open-rfq-exit.
           if ws-rfq-number = spaces
               go to cancel-rfq-exit.
           display "Cancel this RFQ (Y/N) ? ".
           accept yesno.
           if yesno not = "Y" and yesno not = "y"
               go to cancel-rfq-exit.
           move "X" to rfq-status-flag.
           rewrite rfq-header-record.
           if status-1 = "0"
               display "RFQ " rfq-number " cancelled"
           else
               display "Unable to cancel RFQ - status "
                       status-1 status-2.

       cancel-rfq-exit.
           exit.

       inquire-rfq.
           display "RFQ number : ".
           move spaces to ws-rfq-number.
           accept ws-rfq-number.
           move ws-rfq-number to rfq-number.
           read rfq-file.
           if status-1 not = "0"
               display "RFQ not found - status " status-1 status-2
               go to inquire-rfq-exit.
           display "RFQ " rfq-number "  " rfq-stock-key
                   "  qty " rfq-qty "  raised " rfq-date
                   "  status " rfq-status-flag.
           if rfq-awarded
               display "Awarded to " rfq-award-vendor " on PO "
                       rfq-award-po " - " rfq-award-reason.
           move ws-rfq-number to qb-rfq-number.
           move 0 to qb-vendor-code.
           start bid-file key not less than qb-key.
           if bid-status not = "00"
               go to inquire-rfq-exit.

       inquire-rfq-read.
           read bid-file next record
               at end
                   go to inquire-rfq-exit
           end-read.
           if qb-rfq-number not = ws-rfq-number
               go to inquire-rfq-exit.
           move qb-unit-price to ws-price-edited.
           display "  vendor " qb-vendor-code
                   "  sent " qb-sent-flag
                   "  status " qb-status-flag
                   "  price " ws-price-edited
                   "  lead " qb-lead-days
                   "  holds to " qb-valid-until.
           go to inquire-rfq-read.

       inquire-rfq-exit.
           exit.

      ***********************************************************
      * RFQ Number Handling                                      *
      ***********************************************************

       read-next-number.
           move 0 to next-rfq-number.
           open input number-file.
           if num-status not = "00"
               go to read-next-number-exit.
           read number-file
               at end
                   go to read-next-number-close.
           move number-line to next-rfq-number.

       read-next-number-close.
           close number-file.

       read-next-number-exit.
           exit.

       save-next-number.
           open output number-file.
           if num-status not = "00"
               display "Unable to save MURFQNUM.DAT - status "
                       num-status
               go to save-next-number-exit.
           move next-rfq-number to number-line.
           write number-line.
           close number-file.

       save-next-number-exit.
           exit.

       wrap-up.
           close rfq-file.
           close bid-file.
           close stock-file.
           close vendor-file.
           if cross-reference-open
               close vendor-item-file.
           if send-files-open
               close send-rpt
               close transmit-file.

       endit.
           goback.
