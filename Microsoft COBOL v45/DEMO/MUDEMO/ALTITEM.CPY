      ************************************************************
      *                                                          *
      *                      ALTITEM.CPY                         *
      *                                                          *
      *  Record layout for the alternate item file               *
      *  (MUALTITM.DAT).  Supersession only covers an item that  *
      *  is discontinued; many live items have equivalents -     *
      *  another brand of the same fitting - that could go out   *
      *  today when the item itself is short.  One record per    *
      *  item and alternate, keyed by the item and the order of  *
      *  preference, so the first alternate on file is the one   *
      *  offered first.  alt-approval-flag marks an alternate    *
      *  the customer must agree to before it is substituted.    *
      *  ORDENT, STOCKISS and REQENT offer the alternates when   *
      *  the item cannot cover the quantity and log each         *
      *  substitution to MUSUBLOG.DAT (see SUBLOG.CPY).          *
      *  Maintained through ALTMAINT.                            *
      *                                                          *
      ************************************************************

       01  alternate-item-record.
           03  alt-key.
               05  alt-stock-key                 pic x(10).
               05  alt-preference                pic 9(02).
           03  alt-data.
               05  alt-alternate-key             pic x(10).
               05  alt-approval-flag             pic x.
                   88  alt-approval-needed              value "Y".
               05  alt-added-date                pic 9(08).
               05  alt-added-by                  pic x(08).
