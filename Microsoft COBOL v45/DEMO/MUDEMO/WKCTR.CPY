      ************************************************************
      *                                                          *
      *                       WKCTR.CPY                          *
      *                                                          *
      *  Record layout for the work center master file           *
      *  (MUWKCTR.DAT).  One record per work center on the shop  *
      *  floor - the bench, cell or line an operation is done    *
      *  at - with the hourly labour rate and the hourly         *
      *  overhead rate its hours are costed at.  Kept through    *
      *  WCMAINT; routings on MUROUTE.DAT (see ROUTING.CPY) name *
      *  the center each operation runs on, and LABENT takes     *
      *  the rates onto each booking of hours.                   *
      *                                                          *
      ************************************************************

       01  work-center-record.
           03  wkc-code                          pic x(04).
           03  wkc-data.
               05  wkc-name                      pic x(30).
               05  wkc-labour-rate               pic 9(04)v99.
               05  wkc-overhead-rate             pic 9(04)v99.
               05  wkc-active-flag               pic x.
                   88  wkc-active                       value "Y".
