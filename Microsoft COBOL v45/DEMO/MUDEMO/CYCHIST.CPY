      ************************************************************
      *                                                          *
      *                     CYCHIST.CPY                          *
      *                                                          *
      *  Record layout for the cycle count history file          *
      *  (MUCYCHST.DAT), line sequential, one line per count     *
      *  STOCKCNT takes: item, location, the item's ABC class    *
      *  at the time, the date, the system and counted           *
      *  quantities, and whether the difference was within the   *
      *  class tolerance on MUCYCPRM.DAT.  CYCACC reads it for   *
      *  the monthly inventory record accuracy report.           *
      *                                                          *
      ************************************************************

       01  cycle-history-record.
           03  cy-stock-key                      pic x(10).
           03  cy-loc-code                       pic x(04).
           03  cy-abc-class                      pic x.
           03  cy-count-date                     pic 9(08).
           03  cy-system-qty                     pic 9(06)v9(03).
           03  cy-counted-qty                    pic 9(06)v9(03).
           03  cy-within-flag                    pic x.
               88  cy-within-tolerance                  value "Y".
