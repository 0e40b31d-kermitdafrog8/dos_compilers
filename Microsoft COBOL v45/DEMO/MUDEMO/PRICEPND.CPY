      ************************************************************
      *                                                          *
      *                     PRICEPND.CPY                         *
      *                                                          *
      *  Record layout for the parked price change file          *
      *  (MUPRCPND.DAT).  PRICECHG's mass price change either    *
      *  goes live at once or is parked here, one record per     *
      *  item, for the date the new price takes effect.  Keyed   *
      *  effective date first, so the nightly step PRICEAPL      *
      *  reads from the front and stops at the first change not  *
      *  yet due: it sets stock-sell-price and                   *
      *  stock-sell-eff-date, logs PRICHIST.DAT like PRICEMNT,   *
      *  and deletes the record.  pp-old-price is the price when *
      *  the change was parked, for the proof and for review.    *
      *                                                          *
      ************************************************************

       01  price-pending-record.
           03  pp-key.
               05  pp-eff-date                   pic 9(08).
               05  pp-stock-key                  pic x(10).
           03  pp-data.
               05  pp-old-price                  pic 9(08)v99.
               05  pp-new-price                  pic 9(08)v99.
               05  pp-operator-id                pic x(08).
               05  pp-parked-date                pic 9(08).
