           03  filler  pic x(20) value "SELL-EFF-DATE 362008".
           03  filler  pic x(20) value "COMPANY       370002".
           03  filler  pic x(20) value "SUPERSEDED-BY 372010".
           03  filler  pic x(20) value "UNIT-WEIGHT   414008".

       01  field-table redefines field-defs.
           03  field-entry              occurs 25 times.
               05  fld-name             pic x(14).
               05  fld-position         pic 9(03).
               05  fld-length           pic 9(03).
           move 0 to field-subscript.

       show-entry-fields.
           if field-subscript >= 25
               go to show-entry-done.
           add 1 to field-subscript.
           move fld-position(field-subscript) to ws-position.
