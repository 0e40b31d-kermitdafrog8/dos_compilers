           copy stockrec.cpy.

       fd  backup-file.
       01  backup-line                  pic x(443).
      /
       working-storage section.

