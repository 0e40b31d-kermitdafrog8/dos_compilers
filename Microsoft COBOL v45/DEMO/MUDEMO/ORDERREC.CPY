      *  MUCPRICE.DAT, else the list price - is carried in       *
      *  order-price-each (0 means price at list when billed).   *
      *  SOCNV converts the old one-record-per-order file        *
      *  forward.  order-freight is the freight ORDENT charged   *
      *  when the line shipped, billed by BILLRUN as a separate  *
      *  invoice line; FRTCNV converts the layout without it.    *
      *                                                          *
      ************************************************************

               05  order-price-each              pic 9(08)v99.
               05  order-dropship-flag           pic x.
                   88  order-dropship                   value "Y".
               05  order-freight                 pic 9(06)v99.
