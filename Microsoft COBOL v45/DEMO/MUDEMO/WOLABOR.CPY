      ************************************************************
      *                                                          *
      *                      WOLABOR.CPY                         *
      *                                                          *
      *  Record layout for the work order labour file            *
      *  (MUWOLAB.DAT).  Every spell of hours shop floor staff   *
      *  book through LABENT against an operation of an open     *
      *  work order is one record, keyed by order, operation     *
      *  and a sequence.  The work center's labour and overhead  *
      *  rates are taken onto the booking as it is made, so a    *
      *  later rate change does not re-cost hours already        *
      *  worked.  WOMAINT adds the order's bookings to its       *
      *  rolled cost when it closes.                             *
      *                                                          *
      ************************************************************

       01  wo-labour-record.
           03  wl-key.
               05  wl-wo-number                  pic x(06).
               05  wl-operation                  pic 9(03).
               05  wl-seq                        pic 9(04).
           03  wl-data.
               05  wl-work-center                pic x(04).
               05  wl-employee                   pic x(08).
               05  wl-date                       pic 9(08).
               05  wl-hours                      pic 9(03)v99.
               05  wl-labour-rate                pic 9(04)v99.
               05  wl-overhead-rate              pic 9(04)v99.
