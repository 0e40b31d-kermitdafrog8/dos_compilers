      ************************************************************
      *                                                          *
      *                     CUSTITEM.CPY                         *
      *                                                          *
      *  Record layout for the customer-item cross-reference     *
      *  file (MUCSTITM.DAT).  Our larger customers order by     *
      *  their own part numbers, so this file translates a       *
      *  customer code plus their part number to our stock-key.  *
      *  ci-key is what SOIMPORT and ORDENT look up when a line  *
      *  comes in under the customer's number; the alternate     *
      *  key ci-item-key (customer plus stock-key, duplicates    *
      *  allowed) runs the other way, so the packing slip, the   *
      *  invoice and the electronic documents can print the      *
      *  customer's number beside ours - where a customer has    *
      *  more than one number for an item the first on file is   *
      *  the one printed.  Maintained through CIMAINT.           *
      *                                                          *
      ************************************************************

       01  customer-item-record.
           03  ci-key.
               05  ci-customer-code              pic 9(04).
               05  ci-customer-part              pic x(15).
           03  ci-item-key.
               05  ci-item-customer              pic 9(04).
               05  ci-stock-key                  pic x(10).
           03  ci-data.
               05  ci-description                pic x(30).
