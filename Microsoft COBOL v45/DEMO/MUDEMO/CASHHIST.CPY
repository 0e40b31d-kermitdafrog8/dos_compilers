      ************************************************************
      *                                                          *
      *                     CASHHIST.CPY                         *
      *                                                          *
      *  Record layout for the cash application history file     *
      *  (MUCASHHS.DAT).  CASHAPP works an invoice's open amount *
      *  down on MUARITEM.DAT, which leaves the ledger knowing   *
      *  what is still owed but not when or how it was paid.     *
      *  Every application CASHAPP makes also lands here - one   *
      *  record per amount applied, keyed by customer, date and  *
      *  a tie-breaking sequence, with the invoice paid, the     *
      *  customer's check reference and the operator - so the    *
      *  statement run can list the payments received in a       *
      *  period.  BANKREC stamps the date the bank cleared the   *
      *  deposit; until then the receipt is in transit.          *
      *  The amount is what came off the invoice, in the dollars *
      *  it was raised at; the received amount is the dollars    *
      *  the check was worth on the day - the two differ only by *
      *  the exchange gain or loss on a foreign-currency check - *
      *  and is what BANKREC matches to the bank.                *
      *                                                          *
      ************************************************************

       01  cash-history-record.
           03  ch-key.
               05  ch-customer-code              pic 9(04).
               05  ch-date                       pic 9(08).
               05  ch-seq                        pic 9(04).
           03  ch-data.
               05  ch-document-number            pic x(06).
               05  ch-check-reference            pic x(10).
               05  ch-amount                     pic 9(10)v99.
               05  ch-operator                   pic x(08).
               05  ch-shortpay-reason            pic 9(02).
               05  ch-cleared-date               pic 9(08).
               05  ch-received-amount            pic 9(10)v99.
