      ************************************************************
      *                                                          *
      *                     ATSRCP.CPY                           *
      *                                                          *
      *  Record layout for the available-to-sell feed recipients *
      *  file (MUATSRCP.DAT), kept as text like MUSODRUL.DAT.    *
      *  One line per recipient of the ATSFEED export: who it    *
      *  is, the CSV file written for it, and which items it     *
      *  sees -                                                  *
      *                                                          *
      *      A - every item that is not discontinued             *
      *      C - items in the categories listed (up to five)     *
      *      X - items the customer named has on the customer-   *
      *          item cross-reference (MUCSTITM.DAT), shown      *
      *          under the customer's own part number            *
      *                                                          *
      ************************************************************

       01  ats-recipient-line.
           03  atr-recipient                     pic x(08).
           03  atr-output-file                   pic x(12).
           03  atr-filter-type                   pic x.
               88  atr-all-items                        value "A".
               88  atr-by-category                      value "C".
               88  atr-by-customer                      value "X".
               88  atr-filter-valid                     value "A" "C"
                                                              "X".
           03  atr-customer-code                 pic 9(04).
           03  atr-category-list                 occurs 5 times.
               05  atr-category                  pic x(04).
