      ************************************************************
      *                                                          *
      *                     CYCLIST.CPY                          *
      *                                                          *
      *  Record layout for the day's cycle count list            *
      *  (CYCCOUNT.DAT), written by CYCSCHED in bin-walk order   *
      *  and counted through by STOCKCNT - one line per item     *
      *  and location to be counted.                             *
      *                                                          *
      ************************************************************

       01  count-list-record.
           03  cl-loc-code                       pic x(04).
           03  cl-bin-code                       pic x(09).
           03  cl-stock-key                      pic x(10).
           03  cl-abc-class                      pic x.
           03  cl-count-date                     pic 9(08).
