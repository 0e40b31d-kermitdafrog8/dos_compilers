      *  bin-walk-seq within the location.  Which bin an item    *
      *  normally lives in is the assignment file MUITMBIN.DAT   *
      *  (see ITEMBIN.CPY).                                      *
      *  bin-type-flag marks a bin as a pick face, where pickers *
      *  take from, or reserve overflow that REPLEN moves stock  *
      *  out of to top the pick faces up; what each bin holds    *
      *  of each item is on MUBINSTK.DAT (see BINSTK.CPY).       *
      *                                                          *
      ************************************************************

               05  bin-capacity                  pic 9(06).
               05  bin-active-flag               pic x.
                   88  bin-active                       value "Y".
               05  bin-type-flag                 pic x.
                   88  bin-pick-face                    value "P".
                   88  bin-reserve                      value "R".
