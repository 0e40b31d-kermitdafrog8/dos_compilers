      *  suite.  Pulled out to a copybook so STOCKIOM, STOCKOUT,  *
      *  STOCKIN and the reporting programs all stay in step     *
      *  when the layout grows.                                  *
      *  stock-unit-weight is the shipping weight of one unit in *
      *  kilos - ORDENT weighs each shipment off it to price the *
      *  freight on MUCARRAT.DAT (see CARRATE.CPY); FRTMAINT     *
      *  keys it and FRTCNV converts the layout without it.      *
      *  stock-hazmat-class and stock-un-number mark a hazardous *
      *  item - the class is on MUHAZCLS.DAT (see HAZCLASS.CPY)  *
      *  and blank means not hazardous.  HAZMAINT keys them and  *
      *  HAZCNV converts the layout without them.                *
      *  stock-tariff-code is the item's customs tariff (HS)     *
      *  code and stock-origin-country the two-letter country it *
      *  was made in, for BILLRUN's commercial invoice on        *
      *  shipments abroad - EXPMAINT keys them and EXPCNV        *
      *  converts the layout without them.                       *
      *                                                          *
      ************************************************************

               05  stock-standard-cost           pic 9(08)v99.
               05  stock-costing-method          pic x.
                   88  stock-fifo-costed              value "F".
               05  stock-unit-weight             pic 9(05)v9(03).
               05  stock-hazmat-class            pic x(04).
                   88  stock-not-hazmat               value spaces.
               05  stock-un-number               pic x(06).
               05  stock-tariff-code             pic x(10).
               05  stock-origin-country          pic x(02).
