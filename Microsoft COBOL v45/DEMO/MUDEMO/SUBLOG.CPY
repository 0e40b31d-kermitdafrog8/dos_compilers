      ************************************************************
      *                                                          *
      *                      SUBLOG.CPY                          *
      *                                                          *
      *  Record layout for the substitution log (MUSUBLOG.DAT).  *
      *  One record is written, in extend mode, each time an     *
      *  alternate from MUALTITM.DAT (see ALTITEM.CPY) is taken  *
      *  in place of a short item - by ORDENT on an order line,  *
      *  by STOCKISS on an issue or by REQENT on a requisition - *
      *  holding the item asked for, the alternate taken, the    *
      *  quantity, the document it went on, whether the          *
      *  customer's agreement was needed, when, who and which    *
      *  program.  ALTUSE reads it to show how often each        *
      *  alternate is used.                                      *
      *                                                          *
      ************************************************************

       01  substitution-record.
           03  sub-stock-key                 pic x(10).
           03  sub-alternate-key             pic x(10).
           03  sub-qty                       pic 9(06)v9(03).
           03  sub-reference                 pic x(10).
           03  sub-approval-flag             pic x.
               88  sub-customer-approved           value "Y".
           03  sub-date                      pic 9(08).
           03  sub-time                      pic 9(08).
           03  sub-operator-id               pic x(08).
           03  sub-program                   pic x(08).
