      ************************************************************
      *                                                          *
      *                      SHIPTO.CPY                          *
      *                                                          *
      *  Record layout for the ship-to address file              *
      *  (MUSHIPTO.DAT).  A customer billed at head office can   *
      *  have goods delivered to any number of its sites; each   *
      *  site is one record keyed by customer code and ship-to   *
      *  number, kept through CUSTMAST's ship-to panel.  ORDENT, *
      *  QUOTENT and SOIMPORT put the ship-to number on the      *
      *  order header (soh-shipto - zero means the bill-to       *
      *  address on MUCUSTMR.DAT), the order's carrier defaults  *
      *  from st-carrier-code, and BILLRUN taxes at the site's   *
      *  jurisdiction in st-tax-code rather than the customer's. *
      *  The packing slip and SHIPMAN's manifest print the       *
      *  site's address.  An inactive ship-to stays on file for  *
      *  the orders already raised against it but cannot be     *
      *  picked for a new one.  st-freight-zone is the site's    *
      *  zone on the carrier rate file MUCARRAT.DAT (see         *
      *  CARRATE.CPY) for ORDENT's freight.  st-country is the   *
      *  site's two-letter country, blank for the customer's -   *
      *  a site abroad makes the order an export for BILLRUN;    *
      *  EXPCNV converts the layout without it.                  *
      *                                                          *
      ************************************************************

       01  shipto-record.
           03  st-key.
               05  st-customer-code              pic 9(04).
               05  st-number                     pic 9(03).
           03  st-data.
               05  st-name                       pic x(30).
               05  st-address-1                  pic x(30).
               05  st-address-2                  pic x(30).
               05  st-tax-code                   pic x(04).
               05  st-carrier-code               pic x(04).
               05  st-active-flag                pic x.
                   88  st-active                        value "Y".
               05  st-freight-zone               pic x(02).
               05  st-country                    pic x(02).
