      *  MUCATEGY.DAT.  Modelled on VENDMAST - manual record      *
      *  locking, read on key / start not less than / write /    *
      *  rewrite / delete against the category-code key.         *
      *  The taxable flag decides whether BILLRUN charges sales  *
      *  tax on items in the category - anything but Y files    *
      *  as N.  The minimum margin is the whole percent over     *
      *  cost below which ORDENT wants a supervisor to approve   *
      *  a line's price.                                         *
      *                                                          *
      ************************************************************

           03    cat-00-0801 pic x(0001) value "|".
           03    cat-00-0802 pic x(0028)
                 value "  GL Account       [      ] ".
           03 filler           pic x(0010).
           03    cat-00-0840 pic x(0017) value "Taxable (Y/N) [ ]".
           03 filler           pic x(0024).
           03    cat-00-0901 pic x(0001) value "|".
           03    cat-00-0902 pic x(0023)
                 value "  Min Margin %     [  ]".
           03 filler           pic x(0056).
           03    cat-00-2101 pic x(0080) value "--------------------
      -    "------------------------------------------------------".
           03    cat-00-2201 pic x(0040)
                 value "-----Open Mode----Lock Mode--Last Operat".
           03    cat-00-2241 pic x(0040)
                 value "ion-----------Outcome------File Status--".
           03 filler           pic x(1037).

       01     cat-01    redefines    cat-00   .
           03 filler           pic x(0338).
           03   cat-01-description  pic x(0030).
           03 filler           pic x(0128).
           03   cat-01-gl-account   pic x(0006).
           03 filler           pic x(0028).
           03   cat-01-taxable      pic x(0001).
           03 filler           pic x(0045).
           03   cat-01-min-margin   pic 9(0002).
           03 filler           pic x(1253).
           03   choice              pic 9.

      ***********************************************************
          move cat-01-code to category-code.
          move cat-01-description to category-description.
          move cat-01-gl-account to category-gl-account.
          if cat-01-taxable = "Y" or cat-01-taxable = "y"
              move "Y" to category-taxable-flag
          else
              move "N" to category-taxable-flag.
          move cat-01-min-margin to category-min-margin.

       move-from-rec-to-screen.
          move category-code to cat-01-code.
          move category-description to cat-01-description.
          move category-gl-account to cat-01-gl-account.
          move category-taxable-flag to cat-01-taxable.
          move category-min-margin to cat-01-min-margin.
