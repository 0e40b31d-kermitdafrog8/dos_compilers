      ************************************************************
      *                                                          *
      *                     SALESREP.CPY                         *
      *                                                          *
      *  Record layout for the salesperson master file           *
      *  (MUSLSREP.DAT), maintained through SLSMAINT.  Each rep  *
      *  is paid either on revenue - the goods value invoiced -  *
      *  or on margin - goods value less the line at stock-cost  *
      *  - at a percentage set per stock-category, with          *
      *  sr-default-rate for any category not listed.  COMMRUN   *
      *  pays on the invoices CASHAPP has closed and charges     *
      *  back the credit memos CREDMEMO raises.                  *
      *                                                          *
      ************************************************************

       01  salesrep-record.
           03  sr-code                           pic x(04).
           03  sr-data.
               05  sr-name                       pic x(30).
               05  sr-active-flag                pic x.
                   88  sr-active                        value "Y".
               05  sr-basis                      pic x.
                   88  sr-basis-revenue                 value "R".
                   88  sr-basis-margin                  value "M".
               05  sr-default-rate               pic 9(02)v99.
               05  sr-category-rate              occurs 10 times.
                   07  sr-rate-category          pic x(04).
                   07  sr-rate-percent           pic 9(02)v99.
