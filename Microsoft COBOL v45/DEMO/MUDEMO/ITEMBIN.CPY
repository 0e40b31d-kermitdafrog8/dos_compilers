      *  only in the pickers' heads.  Maintained through        *
      *  BINMAINT; STOCKRCV suggests this bin at putaway and    *
      *  PICKLIST walks the list in the bin's walk sequence.    *
      *  The home bin is the item's pick face in the location;   *
      *  ib-face-min and ib-face-max are the levels REPLEN keeps *
      *  it between - once it would fall below the minimum it    *
      *  is topped back up to the maximum from reserve bins.     *
      *  A maximum of zero leaves the face off replenishment.    *
      *                                                          *
      ************************************************************

               05  ib-loc-code                   pic x(04).
           03  ib-data.
               05  ib-bin-code                   pic x(09).
               05  ib-face-min                   pic 9(06).
               05  ib-face-max                   pic 9(06).
