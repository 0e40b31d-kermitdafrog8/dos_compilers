      ************************************************************
      *                                                          *
      *                     SECPARM.CPY                          *
      *                                                          *
      *  Record layout for the sign-on security parameters       *
      *  (MUSECPRM.DAT), a single line kept by USERMNT's P       *
      *  option.  sec-max-failures is how many consecutive bad   *
      *  passwords lock an operator; sec-expiry-days is how old  *
      *  a password may get before MUDEMO forces a change (zero  *
      *  means passwords never expire).  With no file on disk    *
      *  sign-on locks after 3 failures and expires passwords    *
      *  after 90 days.                                          *
      *                                                          *
      ************************************************************

       01  security-parm-record.
           03  sec-max-failures                  pic 9(02).
           03  sec-expiry-days                   pic 9(03).
