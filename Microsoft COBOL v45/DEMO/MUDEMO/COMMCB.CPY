      ************************************************************
      *                                                          *
      *                      COMMCB.CPY                          *
      *                                                          *
      *  Record layout for the commission chargeback file        *
      *  (MUCOMMCB.DAT).  A credit memo CREDMEMO prices off an   *
      *  invoice line takes back the commission paid on the      *
      *  goods credited: one record per memo, carrying the rep   *
      *  and item from that invoice line, the credited value     *
      *  and its cost at the invoiced cost each.  COMMRUN        *
      *  charges it against the rep in the period it falls in    *
      *  and stamps cb-comm-period so it is charged only once.   *
      *                                                          *
      ************************************************************

       01  chargeback-record.
           03  cb-memo-number                    pic x(06).
           03  cb-data.
               05  cb-salesrep                   pic x(04).
               05  cb-customer-code              pic 9(04).
               05  cb-invoice-number             pic x(06).
               05  cb-stock-key                  pic x(10).
               05  cb-date                       pic 9(08).
               05  cb-credit-value               pic 9(12)v99.
               05  cb-cost-value                 pic 9(12)v99.
               05  cb-comm-period                pic 9(06).
