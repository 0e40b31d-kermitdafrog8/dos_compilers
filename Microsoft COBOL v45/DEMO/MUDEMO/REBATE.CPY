      ************************************************************
      *                                                          *
      *                      REBATE.CPY                          *
      *                                                          *
      *  Record layout for the customer volume rebate agreement  *
      *  file (MUREBATE.DAT).  One record per agreement, keyed   *
      *  customer plus agreement number: the rebate is earned on *
      *  the customer's invoiced goods (MUINVOIC.DAT inv-value)  *
      *  in one stock-category or on one item, dated within the  *
      *  period.  Up to four tiers in ascending rb-tier-from     *
      *  order; once the period's sales reach a tier its rate    *
      *  applies to all of them, so 2% over 100,000.00 is one    *
      *  tier from 100,000.00 at 2.00.  rb-accrued is what       *
      *  REBRUN has posted to the rebate liability so far - each *
      *  accrual posts only the movement on it - and settlement  *
      *  closes the agreement with the credit memo raised on     *
      *  MUARITEM.DAT.  Maintained through REBMAINT.             *
      *                                                          *
      ************************************************************

       01  rebate-record.
           03  rb-key.
               05  rb-customer-code              pic 9(04).
               05  rb-agreement                  pic 9(02).
           03  rb-data.
               05  rb-basis-type                 pic x.
                   88  rb-basis-category                value "C".
                   88  rb-basis-item                    value "I".
               05  rb-basis-code                 pic x(10).
               05  rb-period-from                pic 9(08).
               05  rb-period-to                  pic 9(08).
               05  rb-tier-count                 pic 9(01).
               05  rb-tier-table occurs 4 times.
                   07  rb-tier-from              pic 9(10)v99.
                   07  rb-tier-rate              pic 9(02)v99.
               05  rb-accrued                    pic 9(10)v99.
               05  rb-last-accrual-date          pic 9(08).
               05  rb-status-flag                pic x.
                   88  rb-open                          value "O".
                   88  rb-settled                       value "S".
               05  rb-settled-amount             pic 9(10)v99.
               05  rb-settled-document           pic x(06).
               05  rb-settled-date               pic 9(08).
