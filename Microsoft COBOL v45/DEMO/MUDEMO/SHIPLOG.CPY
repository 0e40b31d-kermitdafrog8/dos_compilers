      *  and SHIPMAN's end-of-day carrier manifest consolidates  *
      *  one day's records per carrier with piece counts - so    *
      *  short-shipment disputes stop being our word against     *
      *  the driver's.  sh-shipto is the order's ship-to on      *
      *  MUSHIPTO.DAT (see SHIPTO.CPY), zero for the customer's  *
      *  own address; SHPCNV converts the shorter layout.        *
      *  sh-weight is the line's shipping weight in kilos and    *
      *  sh-freight its share of the order's freight for the     *
      *  day, priced by ORDENT off MUCARRAT.DAT (see             *
      *  CARRATE.CPY); FRTCNV converts the layout without them.  *
      *  sh-tracking-number is the carrier's tracking number,    *
      *  keyed at ship confirmation (a line packed by PACKOUT    *
      *  takes its first container's); PODIMP files the          *
      *  carrier's proof of delivery against it - delivered      *
      *  date and time and who signed - and PODRPT chases the    *
      *  shipments still without one.  The alternate keys find   *
      *  a shipment by tracking number and by order line;        *
      *  TRKCNV converts the layout without them.                *
      *                                                          *
      ************************************************************

       01  shipment-log-record.
           03  sh-key.
               05  sh-ship-date                  pic 9(08).
               05  sh-order-ref.
                   07  sh-order-number           pic x(06).
                   07  sh-order-line             pic 9(03).
           03  sh-data.
               05  sh-customer-code              pic 9(04).
               05  sh-carrier-code               pic x(04).
               05  sh-stock-key                  pic x(10).
               05  sh-qty                        pic 9(06).
               05  sh-shipto                     pic 9(03).
               05  sh-weight                     pic 9(07)v9(03).
               05  sh-freight                    pic 9(06)v99.
               05  sh-tracking-number            pic x(20).
               05  sh-delivery-flag              pic x.
                   88  sh-delivered                     value "D".
                   88  sh-not-delivered                 value " ".
               05  sh-delivered-date             pic 9(08).
               05  sh-delivered-time             pic 9(04).
               05  sh-signed-by                  pic x(20).
