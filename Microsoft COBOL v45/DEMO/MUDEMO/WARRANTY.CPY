      ************************************************************
      *                                                          *
      *                     WARRANTY.CPY                         *
      *                                                          *
      *  Record layout for the item warranty file                *
      *  (MUWARRTY.DAT).  One record per serial-tracked stock    *
      *  code giving the months of warranty the item carries     *
      *  from the day the unit shipped (sn-ship-date on          *
      *  MUSERIAL.DAT).  SERFLAG keys it alongside the tracking  *
      *  flags; SVCORD reads it when a customer's unit comes in  *
      *  for repair.  An item with no record carries no          *
      *  warranty.                                               *
      *                                                          *
      ************************************************************

       01  warranty-record.
           03  wt-stock-key                      pic x(10).
           03  wt-data.
               05  wt-months                     pic 9(03).
