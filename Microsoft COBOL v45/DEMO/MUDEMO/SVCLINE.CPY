      ************************************************************
      *                                                          *
      *                     SVCLINE.CPY                          *
      *                                                          *
      *  Record layout for the service order line file           *
      *  (MUSVCLIN.DAT).  Every repair part SVCORD issues from   *
      *  stock-held and every spell of labour booked against a   *
      *  service order is one line under the order number.  A    *
      *  part line carries the stock code (and the serial for a  *
      *  serial-tracked part), the quantity, its stock-cost and  *
      *  the price it bills at; its issue movement on            *
      *  MUMOVLOG.DAT carries the order number in mv-reference.  *
      *  A labour line carries the technician, the hours and     *
      *  the hourly charge rate.                                 *
      *                                                          *
      ************************************************************

       01  service-line-record.
           03  svl-key.
               05  svl-number                    pic x(06).
               05  svl-line                      pic 9(03).
           03  svl-data.
               05  svl-type                      pic x.
                   88  svl-part                         value "P".
                   88  svl-labour                       value "L".
               05  svl-date                      pic 9(08).
               05  svl-stock-key                 pic x(10).
               05  svl-serial-number             pic x(15).
               05  svl-qty                       pic 9(06)v9(03).
               05  svl-unit-cost                 pic 9(08)v99.
               05  svl-unit-price                pic 9(08)v99.
               05  svl-hours                     pic 9(03)v99.
               05  svl-technician                pic x(08).
               05  svl-note                      pic x(30).
