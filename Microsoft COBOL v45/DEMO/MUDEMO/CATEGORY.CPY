      *  stock-record carries a stock-category that keys into    *
      *  this file so only a recognised category can be entered  *
      *  against a stock item.                                   *
      *  category-taxable-flag says whether items in the         *
      *  category attract sales tax when BILLRUN invoices them   *
      *  (see TAXJUR.CPY); anything but "Y" is not taxed.        *
      *  category-min-margin is the least whole percent of the   *
      *  selling price a line may clear over stock-cost before   *
      *  ORDENT wants a supervisor to approve it; at zero only   *
      *  a line sold below cost needs approval.                  *
      *                                                          *
      ************************************************************

           03  category-code                      pic x(04).
           03  category-description               pic x(30).
           03  category-gl-account                pic x(06).
           03  category-taxable-flag              pic x(01).
               88  category-taxable                    value "Y".
           03  category-min-margin                pic 9(02).
