      ************************************************************
      *                                                          *
      *                       FAREC.CPY                          *
      *                                                          *
      *  Record layout for the fixed asset register              *
      *  (MUFASSET.DAT).  A serialized item bought for our own   *
      *  use used to vanish into a cost center's expense the day *
      *  STOCKISS issued it.  Now an internal issue marked as    *
      *  capital files one record per serial number: the item    *
      *  and serial, the cost center and where the asset sits,   *
      *  its cost, in-service date, useful life in months and    *
      *  method - "S" straight-line or "D" declining balance -   *
      *  with the salvage value it depreciates down to.  FADEPR  *
      *  capitalizes it out of the cost center's expense, then   *
      *  posts its depreciation month by month, keeping the      *
      *  accumulated total, the months taken and the last period *
      *  run.  FAMAINT corrects the terms and disposes of an     *
      *  asset; FALIST lists the register with net book value.   *
      *                                                          *
      ************************************************************

       01  fixed-asset-record.
           03  fa-number                         pic 9(06).
           03  fa-data.
               05  fa-stock-key                  pic x(10).
               05  fa-serial-number              pic x(15).
               05  fa-description                pic x(30).
               05  fa-cost-center                pic x(04).
               05  fa-location                   pic x(20).
               05  fa-cost                       pic 9(08)v99.
               05  fa-salvage                    pic 9(08)v99.
               05  fa-in-service-date            pic 9(08).
               05  fa-in-service-split redefines fa-in-service-date.
                   07  fa-in-service-period      pic 9(06).
                   07  filler                    pic 9(02).
               05  fa-life-months                pic 9(03).
               05  fa-method                     pic x.
                   88  fa-straight-line                 value "S".
                   88  fa-declining-balance             value "D".
               05  fa-months-depreciated         pic 9(03).
               05  fa-accum-depr                 pic 9(08)v99.
               05  fa-last-depr-period           pic 9(06).
               05  fa-capitalized-flag           pic x.
                   88  fa-capitalized                   value "Y".
               05  fa-status-flag                pic x.
                   88  fa-in-service                    value "A".
                   88  fa-disposed                      value "D".
               05  fa-disposal-date              pic 9(08).
               05  fa-disposal-proceeds          pic 9(08)v99.
               05  fa-created-date               pic 9(08).
               05  fa-created-program            pic x(08).
