           copy stockrec.cpy.

       fd  backup-file.
       01  backup-line                  pic x(443).
      /
       working-storage section.

                   go to read-loop
           end-read.
           move backup-line to stock-record.
      *    A backup taken before items carried a shipping weight
      *    comes back weightless, one taken before hazmat
      *    marking comes back with no hazard class, and one taken
      *    before export details with no tariff code or origin.
           if stock-unit-weight not numeric
               move 0 to stock-unit-weight.
           write stock-record.
           if status-1 = "0"
               add 1 to items-restored
