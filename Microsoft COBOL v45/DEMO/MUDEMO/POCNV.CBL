           move old-po-sent-flag to po-sent-flag.
           move old-po-promised-date to po-promised-date.
           move 0 to po-unit-cost.
           move "S" to po-line-type.
           move spaces to po-description.
           move spaces to po-expense-account.
           move spaces to po-cost-center.
           write po-record.
           if status-1 not = "0"
               display "Unable to migrate PO " old-po-number
