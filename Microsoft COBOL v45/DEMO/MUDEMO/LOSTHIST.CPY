      ************************************************************
      *                                                          *
      *                     LOSTHIST.CPY                         *
      *                                                          *
      *  Record layout for the lost-demand history               *
      *  (MULOSTHS.DAT).  One record per stock-key per period    *
      *  (YYYYMM), posted by LOSTRPT when the planner asks for   *
      *  a month's availability and lead-time losses off         *
      *  MULOSTDM.DAT (see LOSTDMD.CPY) to count as demand.      *
      *  Posting a month again replaces its figure rather than   *
      *  adding to it.  FCSTCALC adds lh-lost-qty to the issues  *
      *  on the item's MUSTKLGR.DAT period, so demand we could   *
      *  not fill still shapes the forecast.                     *
      *                                                          *
      ************************************************************

       01  lost-history-record.
           03  lh-key.
               05  lh-stock-key                  pic x(10).
               05  lh-period                     pic 9(06).
           03  lh-data.
               05  lh-lost-qty                   pic 9(07)v9(03).
               05  lh-posted-date                pic 9(08).
