      ************************************************************
      *                                                          *
      *                      KANBAN.CPY                          *
      *                                                          *
      *  Record layout for the kanban card file (MUKANBAN.DAT).  *
      *  One loop per item and shop floor location: the          *
      *  quantity each card calls for, how many cards circulate  *
      *  and where they are filled from - another location on    *
      *  MULOCMST.DAT, or straight from the item's vendor.       *
      *  Each card carries its own state: full at the line, or   *
      *  empty with the transfer or suggested PO its scan        *
      *  raised.  KBMAINT keeps the loops, LABELS prints the     *
      *  cards, KBSCAN scans them and KBSTAT reports them.       *
      *                                                          *
      ************************************************************

       01  kanban-record.
           03  kb-key.
               05  kb-stock-key                  pic x(10).
               05  kb-location                   pic x(04).
           03  kb-data.
               05  kb-card-qty                   pic 9(06).
               05  kb-card-count                 pic 9(02).
               05  kb-source-type                pic x.
                   88  kb-from-location                 value "L".
                   88  kb-vendor-direct                 value "V".
               05  kb-source-loc                 pic x(04).
               05  kb-card-table.
                   07  kb-card                   occurs 20 times.
                       09  kb-card-status        pic x.
                           88  kb-card-full             value "F".
                           88  kb-card-empty            value "E".
                       09  kb-card-ref           pic x(06).
                       09  kb-card-date          pic 9(08).
