      *  stock at.  The exploded component allocations live on   *
      *  MUWOCOMP.DAT (see WOCOMP.CPY).  WOMAINT opens, issues   *
      *  to and closes work orders, with type "K" movements on   *
      *  MUMOVLOG.DAT throughout.  At close the labour and       *
      *  overhead on the hours LABENT booked to the order (see   *
      *  WOLABOR.CPY) are added to the rolled cost and kept      *
      *  apart here too, with the quantity actually built and    *
      *  the day it closed; WOCNV converts the layout without    *
      *  them.                                                   *
      *                                                          *
      ************************************************************

                   88  wo-open                          value "O".
                   88  wo-closed                        value "C".
                   88  wo-cancelled                     value "X".
               05  wo-labour-cost                pic 9(10)v99.
               05  wo-overhead-cost              pic 9(10)v99.
               05  wo-built-qty                  pic 9(06).
               05  wo-close-date                 pic 9(08).
