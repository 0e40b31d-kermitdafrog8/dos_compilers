           move "N" to ap-paid-flag.
           move 0 to ap-paid-date.
           move spaces to ap-check-number.
           move 0 to ap-cleared-date.
           write ap-owed-record.
           if status-1 = "0"
               add 1 to items-migrated
