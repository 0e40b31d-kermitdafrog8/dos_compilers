      *                                                          *
      *                      GLHIST.CPY                          *
      *                                                          *
      *  Record layout for the GL posting history file           *
      *  (MUGLHIST.DAT).  GLJRNL.DAT is regenerated per run and  *
      *  handed to the accounts system, so the suite kept no     *
      *  accumulated view of what it posted where.  Every        *
      *  the GLPOST subprogram, keyed by account, period         *
      *  (YYYYMM) and a sequence.  GLACTRPT reads it back as     *
      *  opening / debits / credits / closing per account per    *
      *  period, with drill-down to the source lines.  GLPOST    *
      *  stamps each line with the company chosen at MUDEMO      *
      *  sign-on, so GLFIN can report one company or all.        *
      *  A line posted through GLPOSTCC also carries the cost    *
      *  center it was charged to - non-stock PO receipts - for  *
      *  CCUSAGE to report department spend.                     *
      *                                                          *
      ************************************************************

               05  gh-dr-cr                      pic x(02).
               05  gh-amount                     pic 9(12)v99.
               05  gh-source                     pic x(10).
               05  gh-company                    pic x(02).
               05  gh-cost-center                pic x(04).
