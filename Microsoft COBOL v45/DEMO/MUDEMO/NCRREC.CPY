      ************************************************************
      *                                                          *
      *                      NCRREC.CPY                          *
      *                                                          *
      *  Record layout for the vendor non-conformance report     *
      *  file (MUNCR.DAT).  QCREL rejects quantity and VENDRTN   *
      *  ships it back, but neither says what was wrong with it  *
      *  or what the vendor did about it.  NCRENT raises one     *
      *  report per QC hold with a rejected quantity, or per     *
      *  RMA returned as faulty (reason 01) - ncr-source-key     *
      *  stops the same hold or RMA being raised twice - with a  *
      *  defect code, description, disposition and the date the  *
      *  vendor's corrective action is due.  The vendor's        *
      *  response is recorded against it and only a supervisor   *
      *  may close it.  ALERTGEN flags open reports past the     *
      *  due date; NCRRPT gives the defect rate by vendor and    *
      *  item for vendor reviews.                                *
      *                                                          *
      ************************************************************

       01  ncr-record.
           03  ncr-number                        pic x(06).
           03  ncr-data.
               05  ncr-source-key.
                   07  ncr-source                pic x.
                       88  ncr-from-qc-hold             value "Q".
                       88  ncr-from-rma                 value "R".
                   07  ncr-source-ref            pic x(06).
               05  ncr-vendor-code               pic 9(04).
               05  ncr-stock-key                 pic x(10).
               05  ncr-qty-inspected             pic 9(06).
               05  ncr-qty-defective             pic 9(06).
               05  ncr-defect-code               pic 9(02).
                   88  ncr-defect-valid          value 01 thru 08.
               05  ncr-description               pic x(60).
               05  ncr-disposition               pic x.
                   88  ncr-return-to-vendor             value "V".
                   88  ncr-scrap                        value "S".
                   88  ncr-rework                       value "W".
                   88  ncr-use-as-is                    value "U".
                   88  ncr-disposition-valid
                                           value "V" "S" "W" "U".
               05  ncr-action-due-date           pic 9(08).
               05  ncr-vendor-response           pic x(60).
               05  ncr-response-date             pic 9(08).
               05  ncr-raised-date               pic 9(08).
               05  ncr-raised-by                 pic x(08).
               05  ncr-status-flag               pic x.
                   88  ncr-open                         value "O".
                   88  ncr-closed                       value "C".
               05  ncr-closed-date               pic 9(08).
               05  ncr-closed-by                 pic x(08).
