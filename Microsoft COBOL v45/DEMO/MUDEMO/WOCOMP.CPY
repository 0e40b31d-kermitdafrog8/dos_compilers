      *  exploding the parent's bill through every level: the    *
      *  required quantity (held on stock-qty-committed until    *
      *  issued) and how much has been issued to the order so    *
      *  far.  Keyed by work order plus component.  The cost    *
      *  issued is what the issues were valued at on the day,    *
      *  for WOVAR to set against the component's standard.      *
      *  An order may be issued beyond its requirement - the     *
      *  excess is the usage variance.                           *
      *                                                          *
      ************************************************************

           03  wc-data.
               05  wc-qty-required               pic 9(07).
               05  wc-qty-issued                 pic 9(07).
               05  wc-cost-issued                pic 9(10)v99.
