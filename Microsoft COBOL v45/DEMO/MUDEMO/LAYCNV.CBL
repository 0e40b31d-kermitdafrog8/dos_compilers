           move o-po-sent-flag to po-sent-flag.
           move o-po-promised-date to po-promised-date.
           move 0 to po-unit-cost.
           move "S" to po-line-type.
           move spaces to po-description.
           move spaces to po-expense-account.
           move spaces to po-cost-center.
           write po-record.
           if po-status = "00"
               add 1 to po-lines-migrated
           move o-customer-phone to customer-phone.
           move o-customer-terms-days to customer-terms-days.
           move 0 to customer-credit-limit.
           move spaces to customer-tax-code.
           move spaces to customer-exempt-cert.
           move spaces to customer-salesrep.
           move spaces to customer-freight-zone.
           move "N" to customer-einvoice-flag.
           move "N" to customer-fincharge-flag.
           move 5 to customer-alloc-priority.
           move spaces to customer-country.
           move spaces to customer-incoterms.
           move "USD" to customer-currency.
           write customer-record.
           if cus-status = "00"
               add 1 to customers-migrated
      * The Vendors                                             *
      *    Zero terms days - APPAY treats that as due at once,   *
      *    which is how the payment run behaved before terms     *
      *    existed.  Every vendor starts approved and not held.  *
      ***********************************************************

       convert-vendors.
           move o-vendor-lead-time-days
                   to vendor-lead-time-days.
           move 0 to vendor-terms-days.
           move "A" to vendor-approval-flag.
           move "N" to vendor-pay-hold-flag.
           write vendor-record.
           if ven-status = "00"
               add 1 to vendors-migrated
