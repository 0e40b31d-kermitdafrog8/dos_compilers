      ************************************************************
      *                                                          *
      *                     CARRATE.CPY                          *
      *                                                          *
      *  Record layout for the carrier rate file (MUCARRAT.DAT). *
      *  One record per carrier, destination zone and weight     *
      *  break, kept through FRTMAINT.  A shipment weighing at   *
      *  least cr-weight-break kilos is charged cr-rate-per-kilo *
      *  for every kilo, with cr-minimum-charge as the floor;    *
      *  the highest break the weight reaches applies.  The      *
      *  zone comes off the ship-to (st-freight-zone) or the     *
      *  customer (customer-freight-zone); a carrier's rows      *
      *  under a blank zone price any zone it has no rows for.   *
      *  ORDENT prices the freight at ship confirmation and      *
      *  BILLRUN bills it.                                       *
      *                                                          *
      ************************************************************

       01  carrier-rate-record.
           03  cr-key.
               05  cr-carrier-code               pic x(04).
               05  cr-zone                       pic x(02).
               05  cr-weight-break               pic 9(07)v9(03).
           03  cr-data.
               05  cr-rate-per-kilo              pic 9(04)v99.
               05  cr-minimum-charge             pic 9(06)v99.
