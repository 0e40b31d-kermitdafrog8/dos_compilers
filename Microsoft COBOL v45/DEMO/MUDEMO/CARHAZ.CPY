      ************************************************************
      *                                                          *
      *                      CARHAZ.CPY                          *
      *                                                          *
      *  Record layout for the carrier hazmat permission table   *
      *  (MUCARHAZ.DAT).  One record per carrier code and hazard *
      *  class the carrier has agreed to take.  ORDENT refuses   *
      *  to ship a hazmat item by a carrier with no permitted    *
      *  row for the item's class - no row is no permission.     *
      *  Maintained through HAZMAINT.                            *
      *                                                          *
      ************************************************************

       01  carrier-hazmat-record.
           03  ch-key.
               05  ch-carrier-code               pic x(04).
               05  ch-class-code                 pic x(04).
           03  ch-data.
               05  ch-permitted-flag             pic x.
                   88  ch-permitted                     value "Y".
