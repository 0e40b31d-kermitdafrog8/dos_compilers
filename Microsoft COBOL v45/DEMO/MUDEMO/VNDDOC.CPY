      ************************************************************
      *                                                          *
      *                      VNDDOC.CPY                          *
      *                                                          *
      *  Record layout for the vendor compliance document file   *
      *  (MUVNDDOC.DAT).  One record per certificate or policy   *
      *  a vendor has given us - insurance, quality system       *
      *  certification and the like - keyed by vendor, document  *
      *  type and the certificate or policy reference, with the  *
      *  dates it runs from and to.  VNDDOCM maintains it and    *
      *  ALERTGEN warns ahead of each expiry.                    *
      *                                                          *
      ************************************************************

       01  vendor-doc-record.
           03  vd-key.
               05  vd-vendor-code                pic 9(04).
               05  vd-doc-type                   pic x(04).
               05  vd-reference                  pic x(15).
           03  vd-data.
               05  vd-description                pic x(30).
               05  vd-issue-date                 pic 9(08).
               05  vd-expiry-date                pic 9(08).
               05  vd-entered-date               pic 9(08).
