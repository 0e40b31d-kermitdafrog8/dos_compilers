      *  short-pay reason code.  A credit memo carries type "C"  *
      *  and reduces the customer's balance.                     *
      *  ARAGE buckets the open amounts by how far past due.     *
      *  Sales tax rides on the document: ar-tax-code is the     *
      *  customer's jurisdiction when it was raised, and the     *
      *  original amount includes ar-tax-amount charged on       *
      *  ar-taxable-amount of the goods - TAXRPT totals these    *
      *  per jurisdiction per month for the tax returns.         *
      *  Money received with nothing to pay - an overpayment, or *
      *  a deposit ahead of shipment - is filed by CASHAPP as    *
      *  type "U" unapplied cash, numbered off MUUCNUM.DAT.  It  *
      *  sits on the credit side like a credit memo until        *
      *  CASHAPP applies it to a later invoice.                  *
      *  FINCHG's month-end finance charge on overdue items is   *
      *  type "F", numbered FC plus the year and month charged,  *
      *  and is paid off through CASHAPP like an invoice.        *
      *  A bad debt approved through ARWOAPPR writes the item    *
      *  down and files a type "W" write-off document, closed    *
      *  from the start, numbered W plus the write-off number -  *
      *  the credit that shows on the customer's statement.      *
      *  The original and open amounts are dollars.  A document  *
      *  raised in a foreign currency also carries its currency, *
      *  the rate it was raised at (dollars per unit) and its    *
      *  original and open amounts in that currency - what the   *
      *  customer actually owes.  CASHAPP works both down and    *
      *  posts the difference between the raising rate and the   *
      *  rate on the day the money came in as realized exchange  *
      *  gain or loss.  A dollar document is "USD" at a rate of  *
      *  1 with the same amounts in both.                        *
      *                                                          *
      ************************************************************

               05  ar-document-type              pic x.
                   88  ar-type-invoice                  value "I".
                   88  ar-type-credit-memo              value "C".
                   88  ar-type-unapplied                value "U".
                   88  ar-type-write-off                value "W".
                   88  ar-type-credit-side      value "C" "U" "W".
                   88  ar-type-finance-charge           value "F".
                   88  ar-type-payable              value "I" "F".
               05  ar-date                       pic 9(08).
               05  ar-due-date                   pic 9(08).
               05  ar-original-amount            pic 9(12)v99.
                   88  ar-closed-item                   value "C".
               05  ar-shortpay-reason            pic 9(02).
                   88  ar-shortpay-valid         value 01 thru 05.
               05  ar-tax-code                   pic x(04).
               05  ar-taxable-amount             pic 9(12)v99.
               05  ar-tax-amount                 pic 9(12)v99.
               05  ar-currency-code              pic x(03).
               05  ar-currency-rate              pic 9(04)v9999.
               05  ar-fx-original-amount         pic 9(12)v99.
               05  ar-fx-open-amount             pic 9(12)v99.
