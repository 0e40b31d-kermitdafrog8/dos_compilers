      *  number of months from the keyed start period land on   *
      *  MUFCST.DAT; a period the planner has overridden        *
      *  through FCSTREV is left alone.  The run log is         *
      *  FCSTCALC.LST.  Demand lost for want of stock that      *
      *  LOSTRPT posted to MULOSTHS.DAT (see LOSTHIST.CPY) is   *
      *  added to the issues of the same period, so a month we  *
      *  could not supply does not forecast as a quiet one.     *
      *                                                          *
      ************************************************************

           select calc-log assign "FCSTCALC.LST"
                organization line sequential
                status log-status.

           select lost-history-file assign "MULOSTHS.DAT"
                organization indexed
                access dynamic
                record key lh-key
                status lhs-status.
      /
       data division.


       fd  calc-log.
       01  calc-log-line                pic x(80).

       fd  lost-history-file.
           copy losthist.cpy.
      /
       working-storage section.


       01  fct-status                   pic xx.
       01  log-status                   pic xx.
       01  lhs-status                   pic xx.
       01  lhs-open-switch              pic x     value "N".
           88  lost-history-open                  value "Y".

       01  end-of-file-switch           pic x     value "N".
           88 end-of-file                         value "Y".
       01  items-forecast               pic 9(05) value 0.
       01  records-written              pic 9(06) value 0.
       01  overrides-kept               pic 9(05) value 0.
       01  lost-periods-added           pic 9(05) value 0.

      **********************************************************
      * Main Program                                           *
               close forecast-file
               go to endit.

      *    No lost-demand history simply means none was posted.
           open input lost-history-file.
           if lhs-status = "00"
               move "Y" to lhs-open-switch.

           move low-values to lg-key.
           start ledger-file key not less than lg-key.

           if hist-count < 48
               add 1 to hist-count
               move lg-period to hs-tbl-period(hist-count)
               move lg-issues to hs-tbl-issues(hist-count)
               perform add-lost-demand thru add-lost-demand-exit.
           go to read-loop.

       finish-up.
           close ledger-file.
           close forecast-file.
           close calc-log.
           if lost-history-open
               close lost-history-file.
           display "Items forecast    : " items-forecast.
           display "Periods written   : " records-written.
           display "Overrides kept    : " overrides-kept.
           display "Lost demand added : " lost-periods-added.

       endit.
           goback.

      *    Demand lost for want of stock counts as if issued.

       add-lost-demand.
           if not lost-history-open
               go to add-lost-demand-exit.
           move lg-stock-key to lh-stock-key.
           move lg-period to lh-period.
           read lost-history-file.
           if lhs-status not = "00"
               go to add-lost-demand-exit.
           add lh-lost-qty to hs-tbl-issues(hist-count).
           add 1 to lost-periods-added.

       add-lost-demand-exit.
           exit.

      ***********************************************************
      * Forecast One Item                                       *
      ***********************************************************
