      ************************************************************
      *                                                          *
      *                      EINVLOG.CPY                         *
      *                                                          *
      *  Record layout for the electronic invoice sent log       *
      *  (MUEINVLG.DAT).  EINVXMIT writes one record per invoice *
      *  the first time it goes out on EINVXMIT.DAT, keyed by    *
      *  invoice number, so the next run never sends it again.   *
      *  A retransmission asked for by invoice number goes out   *
      *  regardless and bumps el-send-count and the last-sent    *
      *  date.                                                   *
      *                                                          *
      ************************************************************

       01  einvoice-log-record.
           03  el-invoice-number                 pic x(06).
           03  el-data.
               05  el-customer-code              pic 9(04).
               05  el-first-sent-date            pic 9(08).
               05  el-last-sent-date             pic 9(08).
               05  el-send-count                 pic 9(03).
               05  el-invoice-total              pic 9(12)v99.
