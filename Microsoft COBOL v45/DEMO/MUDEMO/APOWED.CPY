      *  record is a debit memo raised by VENDRTN for goods      *
      *  sent back: the payment run nets it off the vendor's     *
      *  check.  APCNV converts the old line-sequential file     *
      *  forward.  BANKREC stamps the date the bank cleared the  *
      *  check, so an outstanding check is one paid but not yet  *
      *  cleared.                                                *
      *                                                          *
      ************************************************************

                   88  ap-paid                          value "Y".
               05  ap-paid-date                  pic 9(08).
               05  ap-check-number               pic x(08).
               05  ap-cleared-date               pic 9(08).
