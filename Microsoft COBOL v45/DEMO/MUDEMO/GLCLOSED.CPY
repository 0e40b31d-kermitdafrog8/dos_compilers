      ************************************************************
      *                                                          *
      *                     GLCLOSED.CPY                         *
      *                                                          *
      *  Record layout for the GL closed-years file              *
      *  (MUGLCLOS.DAT), one line per company - blank for the    *
      *  suite run single-company.  GLCLOSE writes the last      *
      *  period of each fiscal year it closes; from then on      *
      *  GLPOST and JVENTRY refuse any posting dated on or       *
      *  before that period for the company.                     *
      *                                                          *
      ************************************************************

       01  gl-closed-record.
           03  gc-company                        pic x(02).
           03  gc-closed-period                  pic 9(06).
           03  gc-closed-date                    pic 9(08).
           03  gc-closed-by                      pic x(08).
