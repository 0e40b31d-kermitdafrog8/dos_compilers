      $set ans85 noosvs mf
      ************************************************************
      *                                                          *
      *              (C) Micro Focus Ltd. 1989                   *
      *                                                          *
      *                      PODIMP.CBL                          *
      *                                                          *
      *                      MULTI-USER                          *
      *                      ==========                          *
      *                DEMONSTRATION PROGRAM                     *
      *                =====================                     *
      *                                                          *
      *  Carrier proof-of-delivery import, in the LOCKIMP mould. *
      *  The carriers send a fixed-format delivery confirmation  *
      *  file PODFEED.DAT, one line per parcel or consignment    *
      *  delivered: carrier code, tracking number, the date and  *
      *  time it was delivered and the name of whoever signed    *
      *  for it.  Every shipment on MUSHIPLG.DAT (see            *
      *  SHIPLOG.CPY) that went under the tracking number is     *
      *  marked delivered with the date, time and signature, so  *
      *  CUST360 and ORDENT can answer "where is my order" and   *
      *  PODRPT stops chasing it.  A shipment already confirmed  *
      *  keeps its first confirmation.  A line shipped in more   *
      *  than one container files under the first container's    *
      *  number; a confirmation for any of the others is found   *
      *  on the carton detail MUCARTON.DAT (see CARTON.CPY) and  *
      *  confirms the shipments of the order lines packed in it. *
      *  A feed line with no tracking number or delivered date,  *
      *  or whose tracking number is on no shipment or           *
      *  container, goes to the exception list PODEXC.LST for    *
      *  the shipping office to take up with the carrier.        *
      *                                                          *
      ************************************************************

       identification division.
       program-id. PODIMP.
       environment division.
       configuration section.
       special-names.
          console is crt.
       input-output section.
       file-control.
           select pod-feed assign "PODFEED.DAT"
                organization line sequential
                status feed-status.

           select shipment-log assign "MUSHIPLG.DAT"
                organization indexed
                access dynamic
                record key sh-key
                alternate record key sh-tracking-number
                    with duplicates
                alternate record key sh-order-ref
                    with duplicates
                status shp-status.

           select carton-file assign "MUCARTON.DAT"
                organization indexed
                access dynamic
                record key ct-key
                alternate record key ct-order-carton
                    with duplicates
                alternate record key ct-tracking-number
                    with duplicates
                status ctn-status.

           select exception-rpt assign "PODEXC.LST"
                organization line sequential
                status exc-status.
      /
       data division.

       file section.
       fd  pod-feed.
       01  pod-feed-record.
           03  pd-carrier-code          pic x(04).
           03  pd-tracking-number       pic x(20).
           03  pd-delivered-date        pic 9(08).
           03  pd-delivered-time        pic 9(04).
           03  pd-signed-by             pic x(20).

       fd  shipment-log.
           copy shiplog.cpy.

       fd  carton-file.
           copy carton.cpy.

       fd  exception-rpt.
       01  exception-line               pic x(80).
      /
       working-storage section.

       01  feed-status                  pic xx.
       01  shp-status                   pic xx.
       01  exc-status                   pic xx.
       01  ctn-status                   pic xx.
       01  ctn-open-switch              pic x     value "N".
           88  carton-file-open                   value "Y".

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".

       01  ws-reason                    pic x(36).
       01  ws-matched                   pic 9(05).

       01  lines-read                   pic 9(05) value 0.
       01  shipments-confirmed          pic 9(05) value 0.
       01  already-confirmed            pic 9(05) value 0.
       01  lines-rejected               pic 9(05) value 0.

       01  exception-heading            pic x(80) value
           "Carrier Tracking number       Delivered     Reason".

       01  exception-detail.
           03  ex-carrier-code          pic x(04).
           03  filler                   pic x(04).
           03  ex-tracking-number       pic x(20).
           03  filler                   pic x(02).
           03  ex-delivered-date        pic 9(08).
           03  filler                   pic x(01).
           03  ex-delivered-time        pic 9(04).
           03  filler                   pic x(01).
           03  ex-reason                pic x(36).

      **********************************************************
      * Main Program                                           *
      **********************************************************

       procedure division.
       main.
           display "PODIMP - carrier proof-of-delivery import".
           open input pod-feed.
           if feed-status not = "00"
               display "Unable to open PODFEED.DAT - status "
                       feed-status
               go to endit.
           open i-o shipment-log.
           if shp-status not = "00"
               display "Unable to open MUSHIPLG.DAT - status "
                       shp-status
               close pod-feed
               go to endit.
      *    Without the carton detail a confirmation can only be
      *    matched on the shipment log's own number.
           open input carton-file.
           if ctn-status = "00"
               move "Y" to ctn-open-switch.
           open output exception-rpt.
           if exc-status not = "00"
               display "Unable to open PODEXC.LST - status "
                       exc-status
               close pod-feed
               close shipment-log
               if carton-file-open
                   close carton-file
               end-if
               go to endit.
           move "CARRIER PROOF-OF-DELIVERY IMPORT - EXCEPTIONS"
                   to exception-line.
           write exception-line.
           move spaces to exception-line.
           write exception-line.
           move exception-heading to exception-line.
           write exception-line.

       read-loop.
           if end-of-file
               go to wrap-up.
           read pod-feed record
               at end
                   move "Y" to end-of-file-switch
                   go to read-loop
           end-read.
           add 1 to lines-read.
           if pd-delivered-date not numeric
               move 0 to pd-delivered-date.
           if pd-delivered-time not numeric
               move 0 to pd-delivered-time.
           if pd-tracking-number = spaces
               move "no tracking number" to ws-reason
               perform reject-line thru reject-line-exit
               go to read-loop.
           if pd-delivered-date = 0
               move "no delivered date" to ws-reason
               perform reject-line thru reject-line-exit
               go to read-loop.
           perform confirm-delivery thru confirm-delivery-exit.
           if ws-matched = 0
               perform confirm-by-carton thru confirm-by-carton-exit.
           if ws-matched = 0
               move "tracking number on no shipment"
                       to ws-reason
               perform reject-line thru reject-line-exit.
           go to read-loop.

       wrap-up.
           close pod-feed.
           close shipment-log.
           close exception-rpt.
           if carton-file-open
               close carton-file.
           display "Confirmation lines read : " lines-read.
           display "Shipments confirmed     : " shipments-confirmed.
           display "Already confirmed       : " already-confirmed.
           display "Lines rejected          : " lines-rejected.
           if lines-rejected > 0
               display "See PODEXC.LST for the rejected lines".

       endit.
           goback.

      ***********************************************************
      * Every Shipment that Went Under the Tracking Number      *
      ***********************************************************

       confirm-delivery.
           move 0 to ws-matched.
           move pd-tracking-number to sh-tracking-number.
           start shipment-log key = sh-tracking-number.
           if shp-status not = "00"
               go to confirm-delivery-exit.

       confirm-delivery-read.
           read shipment-log next record
               at end
                   go to confirm-delivery-exit
           end-read.
           if sh-tracking-number not = pd-tracking-number
               go to confirm-delivery-exit.
           add 1 to ws-matched.
           if sh-delivered
               add 1 to already-confirmed
               go to confirm-delivery-read.
           perform mark-delivered thru mark-delivered-exit.
           go to confirm-delivery-read.

       confirm-delivery-exit.
           exit.

      ***********************************************************
      * A Container Other than the Line's First                 *
      *    Every order line packed in the container under the   *
      *    number has its shipment confirmed - the shipment of   *
      *    the container's ship date where it has one.           *
      ***********************************************************

       confirm-by-carton.
           if not carton-file-open
               go to confirm-by-carton-exit.
           move pd-tracking-number to ct-tracking-number.
           start carton-file key = ct-tracking-number.
           if ctn-status not = "00"
               go to confirm-by-carton-exit.

       confirm-by-carton-read.
           read carton-file next record
               at end
                   go to confirm-by-carton-exit
           end-read.
           if ct-tracking-number not = pd-tracking-number
               go to confirm-by-carton-exit.
           move ct-order-number to sh-order-number.
           move ct-order-line to sh-order-line.
           start shipment-log key = sh-order-ref.
           if shp-status not = "00"
               go to confirm-by-carton-read.

       confirm-by-carton-line.
           read shipment-log next record
               at end
                   go to confirm-by-carton-read
           end-read.
           if sh-order-number not = ct-order-number
                   or sh-order-line not = ct-order-line
               go to confirm-by-carton-read.
           if ct-ship-date not = 0
                   and sh-ship-date not = ct-ship-date
               go to confirm-by-carton-line.
           add 1 to ws-matched.
           if sh-delivered
               add 1 to already-confirmed
               go to confirm-by-carton-line.
           perform mark-delivered thru mark-delivered-exit.
           go to confirm-by-carton-line.

       confirm-by-carton-exit.
           exit.

       mark-delivered.
           move "D" to sh-delivery-flag.
           move pd-delivered-date to sh-delivered-date.
           move pd-delivered-time to sh-delivered-time.
           move pd-signed-by to sh-signed-by.
           rewrite shipment-log-record.
           if shp-status = "00"
               add 1 to shipments-confirmed
           else
               display "Unable to confirm shipment " sh-order-number
                       "/" sh-order-line " - status " shp-status.

       mark-delivered-exit.
           exit.

       reject-line.
           add 1 to lines-rejected.
           move spaces to exception-detail.
           move pd-carrier-code to ex-carrier-code.
           move pd-tracking-number to ex-tracking-number.
           move pd-delivered-date to ex-delivered-date.
           move pd-delivered-time to ex-delivered-time.
           move ws-reason to ex-reason.
           move exception-detail to exception-line.
           write exception-line.

       reject-line-exit.
           exit.
