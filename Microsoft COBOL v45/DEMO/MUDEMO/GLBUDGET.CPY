      ************************************************************
      *                                                          *
      *                     GLBUDGET.CPY                         *
      *                                                          *
      *  Record layout for the GL budget file (MUGLBUDG.DAT).    *
      *  Management sets a monthly budget for the income and     *
      *  expense accounts - cost of sales, write-offs, freight - *
      *  and the suite had nowhere to hold it.  One record per   *
      *  account, company and period (YYYYMM), the amount held   *
      *  the way the account naturally runs: income as a        *
      *  credit, expense as a debit, both positive.  Maintained  *
      *  through BUDMAINT; BUDRPT compares MUGLHIST.DAT actuals  *
      *  against it.                                             *
      *                                                          *
      ************************************************************

       01  gl-budget-record.
           03  bg-key.
               05  bg-account                    pic x(06).
               05  bg-company                    pic x(02).
               05  bg-period                     pic 9(06).
           03  bg-data.
               05  bg-amount                     pic 9(12)v99.
