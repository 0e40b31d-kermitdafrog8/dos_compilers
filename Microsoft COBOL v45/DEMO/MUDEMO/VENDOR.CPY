      *  vendor-terms-days is the payment terms the APPAY        *
      *  payment run dates matched invoices out by - the         *
      *  payables mirror of customer-terms-days.                 *
      *  vendor-approval-flag is the approved-vendor status -    *
      *  approved, on probation (buying warns) or blocked        *
      *  (POMAINT, POGEN and POAPPRV refuse it); the evidence    *
      *  behind it is on MUVNDDOC.DAT (see VNDDOC.CPY).          *
      *  vendor-pay-hold-flag stops APPAY paying the vendor.     *
      *                                                          *
      ************************************************************

           03  vendor-phone                      pic x(15).
           03  vendor-lead-time-days              pic 9(03).
           03  vendor-terms-days                  pic 9(03).
           03  vendor-approval-flag               pic x.
               88  vendor-approved                      value "A".
               88  vendor-on-probation                  value "P".
               88  vendor-blocked                       value "B".
           03  vendor-pay-hold-flag               pic x.
               88  vendor-payment-held                  value "Y".
