      ************************************************************
      *                                                          *
      *                     CYCCNT.CPY                           *
      *                                                          *
      *  Record layout for the cycle count control file          *
      *  (MUCYCCNT.DAT).  One record per stock-key per location  *
      *  (location blank for an item with no location rows),     *
      *  holding the date it was last counted and how many of    *
      *  its counts have fallen within the class tolerance.      *
      *  STOCKCNT writes it on every count; CYCSCHED reads it    *
      *  to pick the longest-uncounted items for each day's      *
      *  list.                                                   *
      *                                                          *
      ************************************************************

       01  cycle-count-record.
           03  cc-key.
               05  cc-stock-key                  pic x(10).
               05  cc-loc-code                   pic x(04).
           03  cc-data.
               05  cc-last-counted               pic 9(08).
               05  cc-times-counted              pic 9(05).
               05  cc-times-accurate             pic 9(05).
