      ************************************************************
      *                                                          *
      *                      CARTON.CPY                          *
      *                                                          *
      *  Record layout for the carton detail file                *
      *  (MUCARTON.DAT).  PACKOUT packs an order's open lines    *
      *  into numbered cartons and pallets between picking and   *
      *  ORDENT's ship confirmation: every container gets a      *
      *  unique ID (C or P and a nine-digit number off           *
      *  MUCTNNUM.DAT) and one record per order line packed in   *
      *  it, keyed by container ID and order line.  The          *
      *  alternate key ct-order-carton runs an order's           *
      *  containers in carton-number order.  ct-ship-date stays  *
      *  zero until ORDENT ships the line; the packing slip,     *
      *  SHIPMAN's manifest and ASNXMIT's customer ship notice   *
      *  read the day's containers off it.                       *
      *  ct-tracking-number is the carrier's tracking number for *
      *  the container, keyed by ORDENT when it ships and the    *
      *  same on every line packed in it; TRKCNV converts the    *
      *  layout without it.  It is an alternate key, so PODIMP   *
      *  can confirm a carton's lines from its own number.       *
      *                                                          *
      ************************************************************

       01  carton-record.
           03  ct-key.
               05  ct-container-id               pic x(10).
               05  ct-order-line                 pic 9(03).
           03  ct-data.
               05  ct-order-carton.
                   07  ct-order-number           pic x(06).
                   07  ct-carton-number          pic 9(03).
               05  ct-container-type             pic x.
                   88  ct-carton                        value "C".
                   88  ct-pallet                        value "P".
               05  ct-customer-code              pic 9(04).
               05  ct-stock-key                  pic x(10).
               05  ct-qty                        pic 9(06).
               05  ct-pack-date                  pic 9(08).
               05  ct-ship-date                  pic 9(08).
               05  ct-tracking-number            pic x(20).
