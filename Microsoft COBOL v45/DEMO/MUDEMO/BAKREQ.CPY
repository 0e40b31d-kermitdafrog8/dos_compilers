      ************************************************************
      *                                                          *
      *                      BAKREQ.CPY                          *
      *                                                          *
      *  Parameter block for BAKCOPY, the byte-for-byte file     *
      *  copy subprogram behind SUITEBAK and SUITERST.           *
      *                                                          *
      *      function "C" - copy source to target and measure    *
      *      function "M" - measure the source only              *
      *                                                          *
      *  Measuring gives the size in bytes, the record count     *
      *  (lines of a line sequential file, live record slots of  *
      *  an indexed data part, none for an index part) and a     *
      *  position-weighted checksum of every byte.  The result   *
      *  is "Y" done, "A" source absent, "U" source in use or    *
      *  unreadable, "F" target could not be written.            *
      *                                                          *
      ************************************************************

       01  backup-copy-request.
           03  bq-function                       pic x.
               88  bq-copy                              value "C".
               88  bq-measure                           value "M".
           03  bq-source-name                    pic x(40).
           03  bq-target-name                    pic x(40).
           03  bq-organization                   pic x.
           03  bq-record-length                  pic 9(04).
           03  bq-byte-count                     pic 9(12).
           03  bq-record-count                   pic 9(09).
           03  bq-checksum                       pic 9(18).
           03  bq-result                         pic x.
               88  bq-done                              value "Y".
               88  bq-absent                            value "A".
               88  bq-in-use                            value "U".
               88  bq-write-failed                      value "F".
