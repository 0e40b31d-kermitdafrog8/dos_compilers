      *  order is a drop-ship: its lines never touch our stock - *
      *  ORDENT raises a vendor PO per line instead, and the     *
      *  lines close when POMAINT confirms the vendor shipped.   *
      *  soh-salesrep is the customer's rep when the order was   *
      *  taken; BILLRUN puts it on the invoice.  soh-shipto is   *
      *  the delivery address on MUSHIPTO.DAT (see SHIPTO.CPY) - *
      *  zero ships to the customer's own bill-to address;       *
      *  SHPCNV converts the header without it forward.          *
      *  soh-request-date is the day the customer wants the      *
      *  order shipped - ALLOCRUN allocates and waves by it;     *
      *  ALOCNV converts the header without it forward, taking   *
      *  the order date.                                         *
      *  soh-currency-code is the customer's billing currency    *
      *  when the order was taken (see CUSTOMER.CPY) - the       *
      *  currency BILLRUN invoices the order in; FXCNV converts  *
      *  the header without it forward as a dollar order.        *
      *                                                          *
      ************************************************************

                   88  soh-dropship                     value "D".
               05  soh-customer-ref              pic x(10).
               05  soh-carrier-code              pic x(04).
               05  soh-salesrep                  pic x(04).
               05  soh-shipto                    pic 9(03).
               05  soh-request-date              pic 9(08).
               05  soh-currency-code             pic x(03).
