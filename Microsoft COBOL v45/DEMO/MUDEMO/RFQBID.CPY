      ************************************************************
      *                                                          *
      *                      RFQBID.CPY                          *
      *                                                          *
      *  Record layout for the RFQ bid file (MURFQBID.DAT).      *
      *  One record per vendor asked to quote on an RFQ (see     *
      *  RFQHDR.CPY): when the request went out, and the         *
      *  vendor's answer - quoted unit price, lead time in days  *
      *  and the date the quote holds until - or a decline.      *
      *  Awarding marks the winning bid awarded and every other  *
      *  quote lost, so the losing bids stay on file.            *
      *                                                          *
      ************************************************************

       01  rfq-bid-record.
           03  qb-key.
               05  qb-rfq-number                 pic x(06).
               05  qb-vendor-code                pic 9(04).
           03  qb-data.
               05  qb-sent-date                  pic 9(08).
               05  qb-sent-flag                  pic x.
                   88  qb-sent                          value "Y".
               05  qb-quote-date                 pic 9(08).
               05  qb-unit-price                 pic 9(08)v99.
               05  qb-lead-days                  pic 9(03).
               05  qb-valid-until                pic 9(08).
               05  qb-status-flag                pic x.
                   88  qb-awaiting                      value "N".
                   88  qb-quoted                        value "Q".
                   88  qb-declined                      value "D".
                   88  qb-won                           value "A".
                   88  qb-lost                          value "L".
