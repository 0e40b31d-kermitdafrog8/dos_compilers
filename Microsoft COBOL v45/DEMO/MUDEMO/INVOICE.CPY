      *  receivables open item for the invoice total, and flags  *
      *  the order lines billed so a second run can never bill   *
      *  the same shipment twice.                                *
      *  Each line carries the sales tax charged on it at the    *
      *  customer's jurisdiction rate (zero for a non-taxable    *
      *  category or an exempt customer) - inv-value stays the   *
      *  goods value, the tax is extra.                          *
      *  inv-salesrep comes off the order header and             *
      *  inv-cost-value is the line at stock-cost when billed -  *
      *  the margin COMMRUN pays on.  inv-comm-period is the     *
      *  period the line's commission was paid in, zero until    *
      *  CASHAPP has closed the invoice and COMMRUN has paid it. *
      *  The price, value and tax above are always dollars, the  *
      *  base currency every report and the GL work in.  An      *
      *  order billed in the customer's own currency also holds  *
      *  the line in that currency: inv-currency-code, the       *
      *  dollars one unit was worth on the invoice date (MUCURR  *
      *  and CURRHIST.DAT), and the price, value and tax as the  *
      *  customer was charged them.  A dollar invoice carries    *
      *  "USD" at a rate of 1 with the same amounts in both.     *
      *                                                          *
      ************************************************************

               05  inv-unit-price                pic 9(08)v99.
               05  inv-value                     pic 9(12)v99.
               05  inv-date                      pic 9(08).
               05  inv-tax-code                  pic x(04).
               05  inv-tax-amount                pic 9(10)v99.
               05  inv-salesrep                  pic x(04).
               05  inv-cost-value                pic 9(12)v99.
               05  inv-comm-period               pic 9(06).
               05  inv-currency-code             pic x(03).
               05  inv-currency-rate             pic 9(04)v9999.
               05  inv-fx-unit-price             pic 9(08)v99.
               05  inv-fx-value                  pic 9(12)v99.
               05  inv-fx-tax-amount             pic 9(10)v99.
