      ************************************************************
      *                                                          *
      *                     EXPLINE.CPY                          *
      *                                                          *
      *  Record layout for the export statistics file            *
      *  (MUEXPLIN.DAT).  BILLRUN writes one record for every    *
      *  goods line it bills to a destination abroad, keyed by   *
      *  the invoice number and line like MUINVOIC.DAT (see      *
      *  INVOICE.CPY), carrying what the commercial invoice      *
      *  showed - destination country, the item's tariff code    *
      *  and country of origin, quantity, net weight in kilos    *
      *  and value - as it stood on the day it was billed.       *
      *  EXPSUM totals a month of it by tariff code and          *
      *  destination for the export statistics return.           *
      *                                                          *
      ************************************************************

       01  export-line-record.
           03  ex-key.
               05  ex-invoice-number             pic x(06).
               05  ex-invoice-line               pic 9(03).
           03  ex-data.
               05  ex-date                       pic 9(08).
               05  ex-customer-code              pic 9(04).
               05  ex-order-number               pic x(06).
               05  ex-country                    pic x(02).
               05  ex-stock-key                  pic x(10).
               05  ex-tariff-code                pic x(10).
               05  ex-origin-country             pic x(02).
               05  ex-incoterms                  pic x(03).
               05  ex-qty                        pic 9(06).
               05  ex-net-weight                 pic 9(07)v9(03).
               05  ex-value                      pic 9(12)v99.
