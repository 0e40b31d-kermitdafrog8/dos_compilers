      ************************************************************
      *                                                          *
      *                      ROUTING.CPY                         *
      *                                                          *
      *  Record layout for the routing file (MUROUTE.DAT).  The  *
      *  operations a parent item is built through, in           *
      *  operation-number order - one record per parent plus     *
      *  operation, naming the work center on MUWKCTR.DAT (see   *
      *  WKCTR.CPY) it runs on and the standard hours per unit   *
      *  built.  Kept through RTMAINT; LABENT will only book     *
      *  hours to an operation on the routing of the order's     *
      *  parent.                                                 *
      *                                                          *
      ************************************************************

       01  routing-record.
           03  ro-key.
               05  ro-parent-key                 pic x(10).
               05  ro-operation                  pic 9(03).
           03  ro-data.
               05  ro-work-center                pic x(04).
               05  ro-description                pic x(30).
               05  ro-std-hours                  pic 9(03)v99.
