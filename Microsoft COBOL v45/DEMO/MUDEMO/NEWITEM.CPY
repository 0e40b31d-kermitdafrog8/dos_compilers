      ************************************************************
      *                                                          *
      *                     NEWITEM.CPY                          *
      *                                                          *
      *  Record layout for the new item request file             *
      *  (MUNEWITM.DAT).  Items keyed straight into STOCKIOM     *
      *  used to arrive with no category, no vendor, no cost or  *
      *  no reorder point.  Purchasing or sales now proposes an  *
      *  item through NEWITREQ with everything it needs - the    *
      *  category (whose GL account is the item's inventory GL   *
      *  mapping), UOM, vendor and their part number, cost and   *
      *  selling price, reorder point and quantity, the stocking *
      *  location with its min and max, and the ABC class - and  *
      *  the completeness check must pass before it parks here   *
      *  pending.  A supervisor from MUSUPVR.DAT approves or     *
      *  rejects it with a note through NEWITAPR; only on        *
      *  approval is the stock record created, with its          *
      *  vendor-item and location rows, and the requester told   *
      *  through ALERTBOX either way.                            *
      *                                                          *
      ************************************************************

       01  new-item-record.
           03  ni-number                         pic 9(05).
           03  ni-data.
               05  ni-stock-key                  pic x(10).
               05  ni-description                pic x(53).
               05  ni-category                   pic x(04).
               05  ni-gl-account                 pic x(06).
               05  ni-uom                        pic x(03).
               05  ni-vendor-code                pic 9(04).
               05  ni-vendor-part                pic x(15).
               05  ni-lead-time-days             pic 9(03).
               05  ni-cost                       pic 9(08)v99.
               05  ni-sell-price                 pic 9(08)v99.
               05  ni-reorder-point              pic 9(06).
               05  ni-reorder-qty                pic 9(06).
               05  ni-loc-code                   pic x(04).
               05  ni-loc-min                    pic 9(06).
               05  ni-loc-max                    pic 9(06).
               05  ni-abc-class                  pic x.
                   88  ni-class-valid            value "A" "B" "C".
               05  ni-requester                  pic x(08).
               05  ni-request-date               pic 9(08).
               05  ni-approver                   pic x(08).
               05  ni-decided-date               pic 9(08).
               05  ni-note                       pic x(30).
               05  ni-status-flag                pic x.
                   88  ni-pending                       value "P".
                   88  ni-approved                      value "A".
                   88  ni-rejected                      value "R".
