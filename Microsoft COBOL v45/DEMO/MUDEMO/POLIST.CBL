      *  per open header on MUPOHDR.DAT - the vendor's name and  *
      *  address from MUVENDOR.DAT at the top, then every detail *
      *  line from MUPODATA.DAT - instead of one flat line per   *
      *  PO number.  A non-stock line shows its description in   *
      *  place of a stock code.  Output is POLIST.LST.           *
      *                                                          *
      ************************************************************

           if po-number not = poh-number
               go to print-order-end.
           move spaces to po-rpt-line.
           if po-non-stock
               string "  line " po-line
                       "  " po-description
                       "  ordered " po-qty-ordered
                       "  received " po-qty-received
                       "  " po-status-flag
                       delimited by size into po-rpt-line
           else
               string "  line " po-line
                       "  " po-stock-key
                       "  ordered " po-qty-ordered
                       "  received " po-qty-received
                       "  " po-status-flag
                       delimited by size into po-rpt-line.
           write po-rpt-line.
           go to print-order-lines.

