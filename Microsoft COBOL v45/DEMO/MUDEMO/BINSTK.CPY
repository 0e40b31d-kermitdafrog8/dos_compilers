      ************************************************************
      *                                                          *
      *                      BINSTK.CPY                          *
      *                                                          *
      *  Record layout for the bin stock file (MUBINSTK.DAT).    *
      *  stock-loc-qty says how much of an item a location       *
      *  holds; this says which bins it is sitting in.  One      *
      *  record per item, location and bin, keyed item first so  *
      *  every bin holding an item in a location reads together. *
      *  BINMAINT records putaways and corrections, PICKLIST     *
      *  relieves the pick face as picks post and REPLCONF moves *
      *  confirmed replenishment from reserve to the pick face.  *
      *                                                          *
      ************************************************************

       01  bin-stock-record.
           03  bs-key.
               05  bs-stock-key                  pic x(10).
               05  bs-loc-code                   pic x(04).
               05  bs-bin-code                   pic x(09).
           03  bs-data.
               05  bs-qty                        pic 9(06)v9(03).
               05  bs-last-move-date             pic 9(08).
