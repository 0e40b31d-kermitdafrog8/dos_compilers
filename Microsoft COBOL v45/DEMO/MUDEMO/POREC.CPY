      *  (see POHDR.CPY) - zero means no cost was keyed and the   *
      *  MUVNDITM quote applies.  POCNV converts the old          *
      *  one-record-per-PO file forward.                          *
      *  A non-stock line (po-line-type N) buys supplies, repairs *
      *  or services: po-stock-key is blank, and the line carries *
      *  a description, the MUCOA.DAT expense account and the     *
      *  MUCSTCTR.DAT cost center its receipt is charged to.      *
      *  POLCNV brings lines written before the type forward.     *
      *                                                          *
      ************************************************************

                   88  po-sent                           value "Y".
               05  po-promised-date               pic 9(08).
               05  po-unit-cost                   pic 9(08)v99.
               05  po-line-type                   pic x.
                   88  po-stock-line                     value "S".
                   88  po-non-stock                      value "N".
               05  po-description                 pic x(30).
               05  po-expense-account             pic x(06).
               05  po-cost-center                 pic x(04).
