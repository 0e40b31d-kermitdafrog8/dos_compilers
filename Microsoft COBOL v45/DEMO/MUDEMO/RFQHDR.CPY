      ************************************************************
      *                                                          *
      *                      RFQHDR.CPY                          *
      *                                                          *
      *  Record layout for the request-for-quotation header      *
      *  file (MURFQHDR.DAT).  One record per RFQ raised by      *
      *  RFQMAINT for an item and quantity, quantity in the      *
      *  unit the item is bought in.  The vendors asked and      *
      *  their answers are on MURFQBID.DAT (see RFQBID.CPY).     *
      *  Awarding it through POMAINT records the vendor chosen,  *
      *  the PO raised and the buyer's reason for the choice.    *
      *                                                          *
      ************************************************************

       01  rfq-header-record.
           03  rfq-number                        pic x(06).
           03  rfq-data.
               05  rfq-stock-key                 pic x(10).
               05  rfq-qty                       pic 9(06).
               05  rfq-date                      pic 9(08).
               05  rfq-reply-by                  pic 9(08).
               05  rfq-buyer                     pic x(08).
               05  rfq-status-flag               pic x.
                   88  rfq-open                         value "O".
                   88  rfq-awarded                      value "A".
                   88  rfq-cancelled                    value "X".
               05  rfq-vendor-count              pic 9(02).
               05  rfq-award-vendor              pic 9(04).
               05  rfq-award-po                  pic x(06).
               05  rfq-award-date                pic 9(08).
               05  rfq-award-reason              pic x(40).
