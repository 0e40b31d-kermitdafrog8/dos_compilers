      *  ceiling ORDENT checks a new order against - open AR     *
      *  plus the value already committed on open orders; a      *
      *  zero limit means no ceiling.                            *
      *  customer-tax-code keys the sales tax jurisdiction on    *
      *  MUTAXJUR.DAT (see TAXJUR.CPY) BILLRUN and CREDMEMO tax  *
      *  the customer's invoices at; an exemption certificate    *
      *  number on file means the customer is not taxed at all, *
      *  and the number prints on the invoice.  TAXCNV converts  *
      *  the shorter layout forward.  customer-salesrep keys the *
      *  rep on MUSLSREP.DAT (see SALESREP.CPY) - ORDENT copies  *
      *  it to the order header and BILLRUN on to the invoice;   *
      *  SLSCNV converts the layout without it.                  *
      *  customer-freight-zone is the zone on the carrier rate   *
      *  file MUCARRAT.DAT (see CARRATE.CPY) freight to the      *
      *  bill-to address is priced at; FRTCNV converts the       *
      *  layout without it.                                      *
      *  customer-einvoice-flag "Y" sends the customer's         *
      *  invoices electronically through EINVXMIT as well as on  *
      *  paper; EINVCNV converts the layout without it.          *
      *  customer-fincharge-flag "Y" exempts the customer from   *
      *  the finance charges FINCHG raises on overdue items;     *
      *  FINCNV converts the layout without it.                  *
      *  customer-alloc-priority ranks the customer when         *
      *  ALLOCRUN shares out short stock - 1 is served first, 9  *
      *  last, and 5 is everybody's default; ALOCNV converts the *
      *  layout without it.                                      *
      *  customer-country is the two-letter country of the       *
      *  bill-to address - blank is home - and                   *
      *  customer-incoterms the delivery terms the customer buys *
      *  on (EXW, FCA, DAP...) for BILLRUN's commercial invoice  *
      *  on an export shipment; EXPCNV converts the layout       *
      *  without them.                                           *
      *  customer-currency is the currency the customer is       *
      *  billed and pays in - a code on MUCURR.DAT (see          *
      *  CURRATE.CPY), "USD" or blank for dollars.  ORDENT puts  *
      *  it on the order header, BILLRUN and CREDMEMO raise the  *
      *  customer's documents in it and CASHAPP takes their      *
      *  checks in it; FXCNV converts the layout without it.     *
      *                                                          *
      ************************************************************

           03  customer-phone                    pic x(15).
           03  customer-terms-days                pic 9(03).
           03  customer-credit-limit              pic 9(08)v99.
           03  customer-tax-code                  pic x(04).
           03  customer-exempt-cert               pic x(15).
           03  customer-salesrep                  pic x(04).
           03  customer-freight-zone              pic x(02).
           03  customer-einvoice-flag             pic x.
               88  customer-einvoice                    value "Y".
           03  customer-fincharge-flag            pic x.
               88  customer-fincharge-exempt            value "Y".
           03  customer-alloc-priority            pic 9.
               88  customer-priority-valid              value 1 thru 9.
           03  customer-country                   pic x(02).
           03  customer-incoterms                 pic x(03).
           03  customer-currency                  pic x(03).
               88  customer-bills-usd             value "USD" "   ".
