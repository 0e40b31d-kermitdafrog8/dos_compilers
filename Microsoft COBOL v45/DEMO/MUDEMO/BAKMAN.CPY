      ************************************************************
      *                                                          *
      *                      BAKMAN.CPY                          *
      *                                                          *
      *  Record layout for the manifest of a whole-suite backup  *
      *  set (<set name>.MAN, line sequential).  SUITEBAK writes *
      *  one "F" line per file on SUITEFIL.CPY - present or not  *
      *  at the time of the backup, its size in bytes, records   *
      *  and checksum as BAKCOPY measured them - and only after  *
      *  every copy has been read back and agrees does it add    *
      *  the "T" trailer.  SUITERST will not restore a set with  *
      *  no trailer, or one whose copies no longer agree with    *
      *  their lines.                                            *
      *                                                          *
      ************************************************************

       01  manifest-record.
           03  bm-record-type                    pic x.
               88  bm-file-line                         value "F".
               88  bm-trailer                           value "T".
           03  bm-file-name                      pic x(12).
           03  bm-organization                   pic x.
           03  bm-present-flag                   pic x.
               88  bm-present                           value "Y".
               88  bm-absent                            value "N".
           03  bm-byte-count                     pic 9(12).
           03  bm-record-count                   pic 9(09).
           03  bm-checksum                       pic 9(18).

       01  manifest-trailer.
           03  filler                            pic x.
           03  bt-set-name                       pic x(25).
           03  bt-date                           pic 9(08).
           03  bt-time                           pic 9(08).
           03  bt-file-count                     pic 9(04).
           03  bt-present-count                  pic 9(04).
           03  bt-result                         pic x(08).
