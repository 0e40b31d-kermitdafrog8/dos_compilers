      ************************************************************
      *                                                          *
      *                      JVREC.CPY                           *
      *                                                          *
      *  Record layout for the journal voucher file              *
      *  (MUJVOUCH.DAT).  Every line on GLJRNL.DAT used to come  *
      *  from a stock, AP or AR program - accruals, reclasses    *
      *  and corrections had no way in but GLMAINT overwriting a *
      *  balance.  JVENTRY takes a balanced voucher, one record  *
      *  per line keyed by voucher number and line, the header   *
      *  fields carried on every line.  The kind says what       *
      *  happens next: a recurring voucher is copied into each   *
      *  new period, an auto-reversing one is reversed on the    *
      *  first day of the next period - both by JVCYCLE, which   *
      *  keeps the last period it acted in on the voucher.       *
      *  Voucher numbers come off MUJVNUM.DAT.                   *
      *                                                          *
      ************************************************************

       01  journal-voucher-record.
           03  jv-key.
               05  jv-number                     pic 9(06).
               05  jv-line                       pic 9(03).
           03  jv-data.
               05  jv-date                       pic 9(08).
               05  jv-description                pic x(30).
               05  jv-kind                       pic x.
                   88  jv-standard                      value "S".
                   88  jv-recurring                     value "R".
                   88  jv-recurring-ended               value "E".
                   88  jv-reversing                     value "A".
                   88  jv-generated                     value "G".
                   88  jv-reversal                      value "V".
               05  jv-origin-number              pic 9(06).
               05  jv-last-period                pic 9(06).
               05  jv-account                    pic x(06).
               05  jv-dr-cr                      pic x(02).
               05  jv-amount                     pic 9(12)v99.
               05  jv-operator                   pic x(08).
