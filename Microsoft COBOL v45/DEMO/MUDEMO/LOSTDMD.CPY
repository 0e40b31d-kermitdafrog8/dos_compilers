      ************************************************************
      *                                                          *
      *                      LOSTDMD.CPY                         *
      *                                                          *
      *  Record layout for the lost-demand file (MULOSTDM.DAT).  *
      *  One record is written, in extend mode, for every sale   *
      *  we did not make: an order line ORDENT cancels and a     *
      *  quote QUOTENT marks lost, each of which must now carry  *
      *  a lost-sale reason.  It holds where the demand came     *
      *  from, the customer, item, quantity and value, the       *
      *  reason, when, who and which program.  LOSTRPT analyses  *
      *  the month by reason, item and customer, and can post    *
      *  the demand lost for want of stock (see LOSTHIST.CPY)    *
      *  to the history FCSTCALC forecasts from.                 *
      *                                                          *
      *      01 - price               04 - competitor            *
      *      02 - availability        05 - customer cancelled    *
      *      03 - lead time                                      *
      *                                                          *
      ************************************************************

       01  lost-demand-record.
           03  ldm-source                    pic x.
               88  ldm-order-line                  value "O".
               88  ldm-quote                       value "Q".
           03  ldm-document                  pic x(06).
           03  ldm-line                      pic 9(03).
           03  ldm-customer-code             pic 9(04).
           03  ldm-stock-key                 pic x(10).
           03  ldm-qty                       pic 9(06).
           03  ldm-value                     pic 9(12)v99.
           03  ldm-reason-code               pic 9(02).
               88  ldm-reason-valid                value 01 thru 05.
               88  ldm-availability-related        value 02 03.
           03  ldm-date                      pic 9(08).
           03  ldm-time                      pic 9(08).
           03  ldm-operator-id               pic x(08).
           03  ldm-program                   pic x(08).
