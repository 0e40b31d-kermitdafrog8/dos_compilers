      ************************************************************
      *                                                          *
      *                     ALLOCREC.CPY                         *
      *                                                          *
      *  Record layout for the stock allocation file             *
      *  (MUALLOC.DAT).  ALLOCRUN reserves stock-held for open   *
      *  sales order lines in customer priority, then requested  *
      *  ship date, order - one record per line it reserved      *
      *  for, keyed the same as the line on MUORDERS.DAT.  The   *
      *  quantity reserved here is off limits to any other line  *
      *  until ORDENT ships or cancels this one, when the record *
      *  is deleted.  Each allocation is grouped into a pick     *
      *  wave by carrier and ship date; releasing a wave writes  *
      *  its lines to PICKREQ.DAT for PICKLIST to walk by bin    *
      *  and stamps them released.                               *
      *                                                          *
      ************************************************************

       01  allocation-record.
           03  al-key.
               05  al-order-number               pic x(06).
               05  al-order-line                 pic 9(03).
           03  al-data.
               05  al-customer-code              pic 9(04).
               05  al-stock-key                  pic x(10).
               05  al-qty                        pic 9(06).
               05  al-priority                   pic 9.
               05  al-request-date               pic 9(08).
               05  al-carrier-code               pic x(04).
               05  al-wave-number                pic 9(05).
               05  al-alloc-date                 pic 9(08).
               05  al-status-flag                pic x.
                   88  al-waved                         value "W".
                   88  al-released                      value "R".
