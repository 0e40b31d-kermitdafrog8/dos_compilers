      ************************************************************
      *                                                          *
      *                      PRCOVR.CPY                          *
      *                                                          *
      *  Record layout for the price override log                *
      *  (MUPRCOVR.DAT).  ORDENT writes one record, in extend    *
      *  mode, for every order line whose price the clerk        *
      *  overtyped and for every line a supervisor had to pass   *
      *  below its category's minimum margin: the order line,    *
      *  customer and item, the list price, the contract price   *
      *  the line would have had (zero when none applied), the   *
      *  price charged, the cost and margin at the time, why     *
      *  the price was changed, who keyed it, which supervisor   *
      *  approved it and when.  PRCOVRPT reads it for the weekly *
      *  revenue given away by clerk and customer.               *
      *                                                          *
      ************************************************************

       01  price-override-record.
           03  pov-order-number              pic x(06).
           03  pov-order-line                pic 9(03).
           03  pov-customer-code             pic 9(04).
           03  pov-stock-key                 pic x(10).
           03  pov-qty                       pic 9(06).
           03  pov-list-price                pic 9(08)v99.
           03  pov-contract-price            pic 9(08)v99.
           03  pov-price-charged             pic 9(08)v99.
           03  pov-unit-cost                 pic 9(08)v99.
           03  pov-margin-pct                pic s9(05)v99.
           03  pov-min-margin                pic 9(02).
           03  pov-override-flag             pic x.
               88  pov-price-overridden            value "Y".
           03  pov-reason                    pic x(30).
           03  pov-operator-id               pic x(08).
           03  pov-supervisor-id             pic x(08).
           03  pov-date                      pic 9(08).
           03  pov-time                      pic 9(08).
