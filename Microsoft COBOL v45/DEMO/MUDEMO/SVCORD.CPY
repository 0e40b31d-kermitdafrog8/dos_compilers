      ************************************************************
      *                                                          *
      *                      SVCORD.CPY                          *
      *                                                          *
      *  Record layout for the service order file                *
      *  (MUSVCORD.DAT).  A customer's serial-tracked unit sent  *
      *  back for repair - not for return, which is RMAENTRY's   *
      *  business - is logged through SVCORD under an order      *
      *  number off MUSVCNUM.DAT.  The warranty end date is      *
      *  worked out at logging from the unit's ship date and     *
      *  the item's months on MUWARRTY.DAT.  The parts issued    *
      *  and labour booked against the order are the lines on    *
      *  MUSVCLIN.DAT (see SVCLINE.CPY); the totals here are     *
      *  kept up as they post.  Closing bills the customer -     *
      *  a shipped, unbilled sales order of the same number      *
      *  that BILLRUN invoices - or charges the repair to        *
      *  warranty expense through GLPOST.                        *
      *                                                          *
      ************************************************************

       01  service-order-record.
           03  svc-number                        pic x(06).
           03  svc-data.
               05  svc-customer-code             pic 9(04).
               05  svc-stock-key                 pic x(10).
               05  svc-serial-number             pic x(15).
               05  svc-open-date                 pic 9(08).
               05  svc-problem                   pic x(40).
               05  svc-warranty-end              pic 9(08).
               05  svc-warranty-flag             pic x.
                   88  svc-in-warranty                  value "Y".
               05  svc-status-flag               pic x.
                   88  svc-open                         value "O".
                   88  svc-billed                       value "B".
                   88  svc-warranty-closed              value "W".
               05  svc-line-count                pic 9(03).
               05  svc-parts-cost                pic 9(10)v99.
               05  svc-parts-price               pic 9(10)v99.
               05  svc-labour-hours              pic 9(05)v99.
               05  svc-labour-charge             pic 9(10)v99.
               05  svc-close-date                pic 9(08).
