      ************************************************************
      *                                                          *
      *                      ASNLOG.CPY                          *
      *                                                          *
      *  Record layout for the outbound ship-notice transmission *
      *  log (MUASNLOG.DAT).  ASNXMIT writes one record for each *
      *  customer's notice of one ship date's shipments, keyed   *
      *  by ship date and customer, carrying the transmission    *
      *  number that heads the notice on ASNXMIT.DAT, when it    *
      *  went and what it held - so a day already notified is   *
      *  not sent to the customer twice without the operator     *
      *  saying so.                                              *
      *                                                          *
      ************************************************************

       01  asn-log-record.
           03  al-key.
               05  al-ship-date                  pic 9(08).
               05  al-customer-code              pic 9(04).
           03  al-data.
               05  al-transmission-number        pic 9(06).
               05  al-sent-date                  pic 9(08).
               05  al-sent-time                  pic 9(08).
               05  al-detail-count               pic 9(05).
               05  al-carton-count               pic 9(05).
               05  al-total-qty                  pic 9(09).
               05  al-send-count                 pic 9(03).
